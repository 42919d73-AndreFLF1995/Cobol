      * o registo da nota de recurso no programa NOTAS so aceita
      * alunos inscritos na disciplina. o registo e restrito aos
      * perfis "L" e "S", como o INSERIR do NOTAS.
      * cada pagamento da taxa fica no livro de pagamentos
      * PAGAMENTOS.DAT (inscricao, valor, meio, data, operador) com
      * um numero de recibo sequencial, e o recibo sai em
      * RECIBO.LST. os alunos com escalao A ou B da acao social
      * escolar no ano letivo (ACAO_SOCIAL.DAT) ficam isentos: a
      * inscricao fica paga e o livro leva um recibo de valor zero
      * com o meio "I". o fecho de caixa do dia (FECHO_CAIXA.LST)
      * da, por operador, os recibos e os totais por meio de
      * pagamento, para conferir com a caixa.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "slnotas.cbl".
           COPY "sldiscipl.cbl".
           COPY "sloperador.cbl".
           COPY "slpagamentos.cbl".
           COPY "slase.cbl".
           COPY "slcalendar.cbl".

           SELECT SALA-FILE ASSIGN TO "SALA_EXAME.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECIBO-FILE ASSIGN TO "RECIBO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAIXA-FILE ASSIGN TO "FECHO_CAIXA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdinscri.cbl".
           COPY "fdnotas.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdoperador.cbl".
           COPY "fdpagamentos.cbl".
           COPY "fdase.cbl".
           COPY "fdcalendar.cbl".

           FD  SALA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-SALA PIC X(80).

           FD  RECIBO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-RECIBO PIC X(80).

           FD  CAIXA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-CAIXA PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-NOME-DISC PIC X(30).
           77 WS-TOTAL-SALA PIC 9(5).
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-PAGAM-STATUS PIC XX.
           77 WS-ASE-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-CAL-SAI PIC X.
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-GRAVADO PIC X.
           77 WS-ISENTO PIC X.
           77 WS-ESCALAO PIC X(1).
           77 WS-PAGA-AGORA PIC X(1).
           77 WS-METODO PIC X(1).
           77 WS-VALOR-TXT PIC X(8).
           77 WS-VALOR PIC 9(3)V99.
           77 WS-TAXA-RECURSO PIC 9(3)V99 VALUE 5.00.
           77 WS-RECIBO PIC 9(6).
           77 WS-PAG-SAI PIC X.
           77 WS-PAG-GRAVADO PIC X.
           77 WS-PAG-TENTATIVAS PIC 9(2).
           77 WS-F-VALOR PIC ZZ9.99.
           77 WS-F-TOTAL PIC ZZZZ9.99.
           77 WS-NOME-METODO PIC X(14).
           77 WS-DATA-CAIXA PIC X(8).
           77 WS-OPR-IDX PIC 9(2).
           77 WS-OPR-TOTAL PIC 9(2) VALUE 0.
           77 WS-MET-IDX PIC 9(1).
           77 WS-METODO-ACHADO PIC 9(1).
           77 WS-IDX-OPR-ACHADO PIC 9(2).
           77 WS-TOTAL-RECIBOS PIC 9(5).

      * fecho de caixa: por operador, numero de recibos e total de
      * cada meio (1 numerario, 2 multibanco, 3 cheque,
      * 4 transferencia, 5 isento).
           01 WS-CAIXA-TABELA.
               05 WS-CAIXA-OPR OCCURS 30 TIMES.
                   10 CX-OPERADOR   PIC X(4).
                   10 CX-RECIBOS    PIC 9(5).
                   10 CX-METODO     OCCURS 5 TIMES.
                       15 CX-QTD    PIC 9(5).
                       15 CX-VALOR  PIC 9(6)V99.

           01 WS-CAIXA-GERAL.
               05 CXG-METODO OCCURS 5 TIMES.
                   10 CXG-QTD       PIC 9(5).
                   10 CXG-VALOR     PIC 9(6)V99.

           01 WS-NOMES-METODO.
               05 FILLER PIC X(15) VALUE "NNUMERARIO".
               05 FILLER PIC X(15) VALUE "MMULTIBANCO".
               05 FILLER PIC X(15) VALUE "CCHEQUE".
               05 FILLER PIC X(15) VALUE "TTRANSFERENCIA".
               05 FILLER PIC X(15) VALUE "IISENTO".
           01 WS-NOMES-METODO-TAB REDEFINES WS-NOMES-METODO.
               05 WS-MET OCCURS 5 TIMES.
                   10 MET-CODIGO    PIC X(1).
                   10 MET-NOME      PIC X(14).

           01 WS-LINHA-CAIXA.
               05 WS-X-RECIBO  PIC 9(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-X-NUMERO  PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-X-DISC    PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-X-METODO  PIC X(14).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-X-VALOR   PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           PERFORM OBTER-ANO-LETIVO
           IF WS-PERFIL = "C"
               DISPLAY "PERFIL DE CONSULTA NAO REGISTA INSCRICOES."
           END-IF.
           END-IF
               DISPLAY "     ***   2-LISTAR   ***".
           IF WS-PERFIL NOT = "C"
               DISPLAY "  ***   3-REGISTAR PAGAMENTO   ***"
           END-IF
               DISPLAY "   ***   4-PAUTA DE SALA   ***".
           IF WS-PERFIL NOT = "C"
               DISPLAY "  ***   5-ESCALAO ACAO SOCIAL   ***"
               DISPLAY "    ***   6-FECHO DE CAIXA   ***"
           END-IF
               DISPLAY "      ***   0-SAIR   ***".

           ACCEPT OPCAO.
                   PERFORM LISTAR
               WHEN "3"
                   IF WS-PERFIL NOT = "C"
                       PERFORM REGISTAR-PAGAMENTO
                   ELSE
                       DISPLAY "SEM PERMISSAO PARA ESTA OPERACAO."
                   END-IF
               WHEN "4"
                   PERFORM PAUTA-DE-SALA
               WHEN "5"
                   IF WS-PERFIL NOT = "C"
                       PERFORM REGISTAR-ESCALAO
                   ELSE
                       DISPLAY "SEM PERMISSAO PARA ESTA OPERACAO."
                   END-IF
               WHEN "6"
                   IF WS-PERFIL NOT = "C"
                       PERFORM FECHO-DE-CAIXA
                   ELSE
                       DISPLAY "SEM PERMISSAO PARA ESTA OPERACAO."
                   END-IF
               WHEN "0"
                   STOP RUN
           END-EVALUATE
               IF WS-DATA = SPACE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA
               END-IF
               MOVE "N" TO WS-TAXA
               PERFORM VERIFICAR-ISENCAO
               IF WS-ISENTO = "S"
                   DISPLAY "ALUNO ISENTO DA TAXA (ESCALAO "
                       WS-ESCALAO " DA ACAO SOCIAL)."
                   MOVE "P" TO WS-TAXA
                   MOVE "I" TO WS-METODO
                   MOVE ZERO TO WS-VALOR
               ELSE
                   DISPLAY "TAXA PAGA AGORA? (S/N): "
                   ACCEPT WS-PAGA-AGORA
                   IF WS-PAGA-AGORA = "S"
                       PERFORM PEDIR-PAGAMENTO
                   END-IF
               END-IF
               PERFORM GRAVAR-INSCRICAO
               IF WS-GRAVADO = "S" AND WS-TAXA = "P"
                   PERFORM GRAVAR-PAGAMENTO
                   IF WS-PAG-GRAVADO NOT = "S"
                       PERFORM ANULAR-TAXA-INSCRICAO
                   END-IF
               END-IF
           END-IF
           .

               CLOSE INSCRICOES-FILE
               OPEN I-O INSCRICOES-FILE
           END-IF
           MOVE "N" TO WS-GRAVADO
           MOVE SPACE TO REG-INSCRICAO
           MOVE WS-NUMERO TO INS-NOTAS-NUMBER
           MOVE WS-DISC TO INS-DISC-CODIGO
               INVALID KEY
                   DISPLAY "ALUNO JA INSCRITO NESSA DISCIPLINA."
               NOT INVALID KEY
                   MOVE "S" TO WS-GRAVADO
                   DISPLAY "INSCRICAO GRAVADA."
           END-WRITE
           CLOSE INSCRICOES-FILE
           END-IF
           .

      * o pagamento de uma inscricao com a taxa por pagar: o livro
      * de pagamentos leva o recibo antes de a inscricao ficar paga.
           REGISTAR-PAGAMENTO.
           OPEN I-O INSCRICOES-FILE
           IF WS-INSCRI-STATUS NOT = "00"
               DISPLAY "AINDA NAO EXISTEM INSCRICOES."
                   INVALID KEY
                       DISPLAY "INSCRICAO NAO ENCONTRADA!"
                   NOT INVALID KEY
                       IF INS-TAXA-PAGA
                           DISPLAY "TAXA JA PAGA."
                       ELSE
                           PERFORM PAGAR-INSCRICAO
                       END-IF
               END-READ
               CLOSE INSCRICOES-FILE
           END-IF
           .

           PAGAR-INSCRICAO.
           MOVE "N" TO WS-TAXA
           PERFORM VERIFICAR-ISENCAO
           IF WS-ISENTO = "S"
               DISPLAY "ALUNO ISENTO DA TAXA (ESCALAO "
                   WS-ESCALAO " DA ACAO SOCIAL)."
               MOVE "P" TO WS-TAXA
               MOVE "I" TO WS-METODO
               MOVE ZERO TO WS-VALOR
           ELSE
               PERFORM PEDIR-PAGAMENTO
           END-IF
           IF WS-TAXA = "P"
               PERFORM GRAVAR-PAGAMENTO
               IF WS-PAG-GRAVADO = "S"
                   SET INS-TAXA-PAGA TO TRUE
                   REWRITE REG-INSCRICAO
                   DISPLAY "TAXA MARCADA COMO PAGA."
               ELSE
                   DISPLAY "TAXA CONTINUA POR PAGAR."
               END-IF
           END-IF
           .

      * meio e valor do pagamento; so um meio valido e um valor
      * acima de zero deixam a taxa paga (WS-TAXA "P").
           PEDIR-PAGAMENTO.
           DISPLAY "MEIO (N=NUMERARIO M=MULTIBANCO C=CHEQUE "
               "T=TRANSFERENCIA): "
           ACCEPT WS-METODO
           MOVE WS-METODO TO PAG-METODO
           IF NOT PAG-METODO-VALIDO
               DISPLAY "MEIO DE PAGAMENTO INVALIDO. TAXA POR PAGAR."
           ELSE
               MOVE WS-TAXA-RECURSO TO WS-F-VALOR
               DISPLAY "VALOR (ENTER = " WS-F-VALOR "): "
               MOVE SPACE TO WS-VALOR-TXT
               ACCEPT WS-VALOR-TXT
               IF WS-VALOR-TXT = SPACE
                   MOVE WS-TAXA-RECURSO TO WS-VALOR
               ELSE
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
               END-IF
               IF WS-VALOR = ZERO
                   DISPLAY "VALOR INVALIDO. TAXA POR PAGAR."
               ELSE
                   MOVE "P" TO WS-TAXA
               END-IF
           END-IF
           .

      * escalao A ou B da acao social escolar no ano letivo do
      * calendario; sem calendario vale o escalao registado.
           VERIFICAR-ISENCAO.
           MOVE "N" TO WS-ISENTO
           MOVE SPACE TO WS-ESCALAO
           OPEN INPUT ASE-FILE
           IF WS-ASE-STATUS = "00"
               MOVE WS-NUMERO TO ASE-NOTAS-NUMBER
               READ ASE-FILE KEY IS ASE-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ASE-ISENTO AND
                               (ASE-ANO-LETIVO = WS-ANO-LETIVO OR
                                WS-ANO-LETIVO = SPACE)
                           MOVE "S" TO WS-ISENTO
                           MOVE ASE-ESCALAO TO WS-ESCALAO
                       END-IF
               END-READ
               CLOSE ASE-FILE
           END-IF
           .

      * o numero do recibo e o seguinte ao ultimo do livro. so uma
      * chave duplicada (outro operador gravou o mesmo recibo) leva
      * a tentar o seguinte; outro erro deixa WS-PAG-GRAVADO a "E",
      * sem recibo. o PAGAMENTOS.DAT tem chave alternativa com
      * duplicados, por isso um status "02" tambem e sucesso.
           GRAVAR-PAGAMENTO.
           MOVE "E" TO WS-PAG-GRAVADO
           OPEN I-O PAGAMENTOS-FILE
           IF WS-PAGAM-STATUS = "35"
               OPEN OUTPUT PAGAMENTOS-FILE
               CLOSE PAGAMENTOS-FILE
               OPEN I-O PAGAMENTOS-FILE
           END-IF
           IF WS-PAGAM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OS PAGAMENTOS (" WS-PAGAM-STATUS
                   "). PAGAMENTO NAO REGISTADO."
           ELSE
               MOVE ZERO TO WS-RECIBO
               MOVE "N" TO WS-PAG-SAI
               PERFORM UNTIL WS-PAG-SAI = "S"
                   READ PAGAMENTOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PAG-SAI
                       NOT AT END
                           MOVE PAG-RECIBO TO WS-RECIBO
                   END-READ
                   IF WS-PAGAM-STATUS(1:1) NOT = "0"
                       MOVE "S" TO WS-PAG-SAI
                   END-IF
               END-PERFORM
               IF WS-PAGAM-STATUS = "10"
                   MOVE "N" TO WS-PAG-GRAVADO
                   MOVE ZERO TO WS-PAG-TENTATIVAS
               END-IF
               PERFORM UNTIL WS-PAG-GRAVADO NOT = "N"
                   IF WS-RECIBO NOT < 999999 OR
                           WS-PAG-TENTATIVAS NOT < 20
                       MOVE "E" TO WS-PAG-GRAVADO
                   ELSE
                       PERFORM ESCREVER-PAGAMENTO
                   END-IF
               END-PERFORM
               IF WS-PAG-GRAVADO NOT = "S"
                   DISPLAY "ERRO NOS PAGAMENTOS (" WS-PAGAM-STATUS
                       "). PAGAMENTO NAO REGISTADO."
               END-IF
               CLOSE PAGAMENTOS-FILE
           END-IF
           IF WS-PAG-GRAVADO = "S"
               PERFORM IMPRIMIR-RECIBO
               DISPLAY "RECIBO " WS-RECIBO " EM RECIBO.LST."
           END-IF
           .

           ESCREVER-PAGAMENTO.
           ADD 1 TO WS-PAG-TENTATIVAS
           ADD 1 TO WS-RECIBO
           MOVE SPACE TO REG-PAGAMENTO
           MOVE WS-RECIBO TO PAG-RECIBO
           MOVE WS-NUMERO TO PAG-NOTAS-NUMBER
           MOVE WS-DISC TO PAG-DISC-CODIGO
           MOVE WS-VALOR TO PAG-VALOR
           MOVE WS-METODO TO PAG-METODO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAG-DATA
           MOVE WS-OPERADOR TO PAG-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO PAG-TIMESTAMP
           WRITE REG-PAGAMENTO
           IF WS-PAGAM-STATUS(1:1) = "0"
               MOVE "S" TO WS-PAG-GRAVADO
           ELSE
               IF WS-PAGAM-STATUS NOT = "22"
                   MOVE "E" TO WS-PAG-GRAVADO
               END-IF
           END-IF
           .

      * o pagamento nao ficou no livro: a inscricao acabada de
      * gravar com a taxa paga volta a taxa por pagar.
           ANULAR-TAXA-INSCRICAO.
           OPEN I-O INSCRICOES-FILE
           IF WS-INSCRI-STATUS = "00"
               MOVE WS-NUMERO TO INS-NOTAS-NUMBER
               MOVE WS-DISC TO INS-DISC-CODIGO
               READ INSCRICOES-FILE KEY IS INS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET INS-TAXA-POR-PAGAR TO TRUE
                       REWRITE REG-INSCRICAO
               END-READ
               CLOSE INSCRICOES-FILE
           END-IF
           IF WS-INSCRI-STATUS = "00"
               DISPLAY "INSCRICAO FICA COM A TAXA POR PAGAR."
           ELSE
               DISPLAY "ERRO NAS INSCRICOES (" WS-INSCRI-STATUS
                   "). CORRIJA A TAXA DA INSCRICAO A MAO."
           END-IF
           .

           IMPRIMIR-RECIBO.
           PERFORM OBTER-NOME-DISCIPLINA
           MOVE SPACE TO NOMEALUNO
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE "(SEM REGISTO)" TO NOMEALUNO
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           PERFORM OBTER-NOME-METODO
           OPEN OUTPUT RECIBO-FILE
           MOVE "ESCOLA - RECIBO DE TAXA DE EXAME DE RECURSO"
               TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACE TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACE TO LINHA-RECIBO
           STRING "RECIBO N. " PAG-RECIBO
                  "   DATA: " PAG-DATA
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE PAG-NOTAS-NUMBER TO WS-F-NUMERO
           MOVE SPACE TO LINHA-RECIBO
           STRING "ALUNO: " WS-F-NUMERO " " NOMEALUNO
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACE TO LINHA-RECIBO
           STRING "DISCIPLINA: " PAG-DISC-CODIGO " " WS-NOME-DISC
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE PAG-VALOR TO WS-F-VALOR
           MOVE SPACE TO LINHA-RECIBO
           STRING "VALOR: " WS-F-VALOR " EUR   MEIO: " WS-NOME-METODO
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           IF PAG-ISENTO
               MOVE SPACE TO LINHA-RECIBO
               STRING "ISENTO - ESCALAO " WS-ESCALAO
                      " DA ACAO SOCIAL ESCOLAR"
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF
           MOVE SPACE TO LINHA-RECIBO
           STRING "OPERADOR: " PAG-OPERADOR
               DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE SPACE TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           MOVE "A SECRETARIA: ______________________" TO LINHA-RECIBO
           WRITE LINHA-RECIBO
           CLOSE RECIBO-FILE
           .

           OBTER-NOME-METODO.
           MOVE PAG-METODO TO WS-NOME-METODO
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1 UNTIL WS-MET-IDX > 5
               IF MET-CODIGO(WS-MET-IDX) = PAG-METODO
                   MOVE MET-NOME(WS-MET-IDX) TO WS-NOME-METODO
               END-IF
           END-PERFORM
           .

      * escalao da acao social escolar do aluno no ano letivo
      * corrente: A e B isentam da taxa de recurso, C nao isenta.
      * ENTER apaga o escalao registado.
           REGISTAR-ESCALAO.
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-NUMERO
           PERFORM VALIDAR-ALUNO
           IF WS-EXISTE = "S"
               DISPLAY "ESCALAO (A/B/C, ENTER = SEM ESCALAO): "
               MOVE SPACE TO WS-ESCALAO
               ACCEPT WS-ESCALAO
               OPEN I-O ASE-FILE
               IF WS-ASE-STATUS = "35"
                   OPEN OUTPUT ASE-FILE
                   CLOSE ASE-FILE
                   OPEN I-O ASE-FILE
               END-IF
               MOVE WS-NUMERO TO ASE-NOTAS-NUMBER
               READ ASE-FILE KEY IS ASE-NOTAS-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-GRAVADO
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVADO
               END-READ
               IF WS-ESCALAO = SPACE
                   IF WS-GRAVADO = "S"
                       DELETE ASE-FILE RECORD
                       DISPLAY "ESCALAO APAGADO."
                   ELSE
                       DISPLAY "ALUNO SEM ESCALAO REGISTADO."
                   END-IF
               ELSE
                   MOVE WS-ESCALAO TO ASE-ESCALAO
                   IF NOT ASE-ESCALAO-VALIDO
                       DISPLAY "ESCALAO INVALIDO."
                   ELSE
                       MOVE WS-NUMERO TO ASE-NOTAS-NUMBER
                       MOVE WS-ANO-LETIVO TO ASE-ANO-LETIVO
                       MOVE FUNCTION CURRENT-DATE(1:8) TO ASE-DATA
                       MOVE WS-OPERADOR TO ASE-OPERADOR
                       IF WS-GRAVADO = "S"
                           REWRITE REG-ASE
                       ELSE
                           WRITE REG-ASE
                       END-IF
                       DISPLAY "ESCALAO " ASE-ESCALAO " REGISTADO."
                   END-IF
               END-IF
               CLOSE ASE-FILE
           END-IF
           .

      * fecho de caixa de um dia: um bloco por operador com os
      * recibos e os totais por meio, e os totais gerais.
           FECHO-DE-CAIXA.
           DISPLAY "DATA DO FECHO AAAAMMDD (ENTER = HOJE): "
           MOVE SPACE TO WS-DATA-CAIXA
           ACCEPT WS-DATA-CAIXA
           IF WS-DATA-CAIXA = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CAIXA
           END-IF
           OPEN INPUT PAGAMENTOS-FILE
           IF WS-PAGAM-STATUS NOT = "00"
               DISPLAY "AINDA NAO EXISTEM PAGAMENTOS."
           ELSE
               PERFORM ACUMULAR-CAIXA
               OPEN OUTPUT CAIXA-FILE
               MOVE SPACE TO LINHA-CAIXA
               STRING "ESCOLA - FECHO DE CAIXA DAS TAXAS DE RECURSO "
                      WS-DATA-CAIXA
                   DELIMITED BY SIZE INTO LINHA-CAIXA
               WRITE LINHA-CAIXA
               MOVE SPACE TO LINHA-CAIXA
               STRING "EMITIDO POR " WS-OPERADOR " EM "
                      FUNCTION CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO LINHA-CAIXA
               WRITE LINHA-CAIXA
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-TOTAL
                   PERFORM ESCREVER-CAIXA-OPERADOR
               END-PERFORM
               MOVE SPACE TO LINHA-CAIXA
               WRITE LINHA-CAIXA
               MOVE "TOTAIS DO DIA" TO LINHA-CAIXA
               WRITE LINHA-CAIXA
               PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                       UNTIL WS-MET-IDX > 5
                   MOVE CXG-VALOR(WS-MET-IDX) TO WS-F-TOTAL
                   MOVE SPACE TO LINHA-CAIXA
                   STRING "  " MET-NOME(WS-MET-IDX) " RECIBOS: "
                          CXG-QTD(WS-MET-IDX) "  TOTAL: " WS-F-TOTAL
                       DELIMITED BY SIZE INTO LINHA-CAIXA
                   WRITE LINHA-CAIXA
               END-PERFORM
               MOVE SPACE TO LINHA-CAIXA
               STRING "  RECIBOS EMITIDOS: " WS-TOTAL-RECIBOS
                   DELIMITED BY SIZE INTO LINHA-CAIXA
               WRITE LINHA-CAIXA
               MOVE SPACE TO LINHA-CAIXA
               WRITE LINHA-CAIXA
               MOVE "CONFERIDO POR: ______________________"
                   TO LINHA-CAIXA
               WRITE LINHA-CAIXA
               CLOSE CAIXA-FILE
               CLOSE PAGAMENTOS-FILE
               DISPLAY "FECHO_CAIXA.LST ESCRITO. RECIBOS: "
                   WS-TOTAL-RECIBOS
           END-IF
           .

           ACUMULAR-CAIXA.
           MOVE ZERO TO WS-OPR-TOTAL WS-TOTAL-RECIBOS
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1 UNTIL WS-MET-IDX > 5
               MOVE ZERO TO CXG-QTD(WS-MET-IDX) CXG-VALOR(WS-MET-IDX)
           END-PERFORM
           MOVE "N" TO WS-PAG-SAI
           PERFORM UNTIL WS-PAG-SAI = "S"
               READ PAGAMENTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PAG-SAI
                   NOT AT END
                       IF PAG-DATA = WS-DATA-CAIXA
                           PERFORM ACUMULAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           .

           ACUMULAR-PAGAMENTO.
           MOVE ZERO TO WS-IDX-OPR-ACHADO
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-TOTAL
               IF CX-OPERADOR(WS-OPR-IDX) = PAG-OPERADOR
                   MOVE WS-OPR-IDX TO WS-IDX-OPR-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-OPR-ACHADO = ZERO AND WS-OPR-TOTAL < 30
               ADD 1 TO WS-OPR-TOTAL
               MOVE WS-OPR-TOTAL TO WS-IDX-OPR-ACHADO
               MOVE PAG-OPERADOR TO CX-OPERADOR(WS-OPR-TOTAL)
               MOVE ZERO TO CX-RECIBOS(WS-OPR-TOTAL)
               PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                       UNTIL WS-MET-IDX > 5
                   MOVE ZERO TO CX-QTD(WS-OPR-TOTAL, WS-MET-IDX)
                                CX-VALOR(WS-OPR-TOTAL, WS-MET-IDX)
               END-PERFORM
           END-IF
           MOVE 5 TO WS-METODO-ACHADO
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1 UNTIL WS-MET-IDX > 5
               IF MET-CODIGO(WS-MET-IDX) = PAG-METODO
                   MOVE WS-MET-IDX TO WS-METODO-ACHADO
               END-IF
           END-PERFORM
           ADD 1 TO WS-TOTAL-RECIBOS
           ADD 1 TO CXG-QTD(WS-METODO-ACHADO)
           ADD PAG-VALOR TO CXG-VALOR(WS-METODO-ACHADO)
           IF WS-IDX-OPR-ACHADO > ZERO
               ADD 1 TO CX-RECIBOS(WS-IDX-OPR-ACHADO)
               ADD 1 TO CX-QTD(WS-IDX-OPR-ACHADO, WS-METODO-ACHADO)
               ADD PAG-VALOR TO
                   CX-VALOR(WS-IDX-OPR-ACHADO, WS-METODO-ACHADO)
           END-IF
           .

      * os recibos do operador saem numa segunda leitura do livro,
      * por ordem de numero.
           ESCREVER-CAIXA-OPERADOR.
           MOVE SPACE TO LINHA-CAIXA
           WRITE LINHA-CAIXA
           MOVE SPACE TO LINHA-CAIXA
           STRING "OPERADOR: " CX-OPERADOR(WS-OPR-IDX)
                  "   RECIBOS: " CX-RECIBOS(WS-OPR-IDX)
               DELIMITED BY SIZE INTO LINHA-CAIXA
           WRITE LINHA-CAIXA
           MOVE "RECIBO  ALUNO  DISC    MEIO            VALOR"
               TO LINHA-CAIXA
           WRITE LINHA-CAIXA
           MOVE ZERO TO PAG-RECIBO
           MOVE "N" TO WS-PAG-SAI
           START PAGAMENTOS-FILE KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY
                   MOVE "S" TO WS-PAG-SAI
           END-START
           PERFORM UNTIL WS-PAG-SAI = "S"
               READ PAGAMENTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-PAG-SAI
                   NOT AT END
                       IF PAG-DATA = WS-DATA-CAIXA AND
                               PAG-OPERADOR = CX-OPERADOR(WS-OPR-IDX)
                           PERFORM OBTER-NOME-METODO
                           MOVE PAG-RECIBO TO WS-X-RECIBO
                           MOVE PAG-NOTAS-NUMBER TO WS-X-NUMERO
                           MOVE PAG-DISC-CODIGO TO WS-X-DISC
                           MOVE WS-NOME-METODO TO WS-X-METODO
                           MOVE PAG-VALOR TO WS-X-VALOR
                           WRITE LINHA-CAIXA FROM WS-LINHA-CAIXA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1 UNTIL WS-MET-IDX > 5
               IF CX-QTD(WS-OPR-IDX, WS-MET-IDX) > ZERO
                   MOVE CX-VALOR(WS-OPR-IDX, WS-MET-IDX) TO WS-F-TOTAL
                   MOVE SPACE TO LINHA-CAIXA
                   STRING "  " MET-NOME(WS-MET-IDX) " RECIBOS: "
                          CX-QTD(WS-OPR-IDX, WS-MET-IDX)
                          "  TOTAL: " WS-F-TOTAL
                       DELIMITED BY SIZE INTO LINHA-CAIXA
                   WRITE LINHA-CAIXA
               END-IF
           END-PERFORM
           .

      * a pauta de sala: todos os inscritos de uma disciplina, por
           END-IF
           WRITE LINHA-SALA
           .

      * ano letivo do calendario escolar (NOTASCAL), para o
      * escalao da acao social; sem calendario fica em branco.
           OBTER-ANO-LETIVO.
           MOVE SPACE TO WS-ANO-LETIVO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALEND-STATUS = "00"
               MOVE "N" TO WS-CAL-SAI
               PERFORM UNTIL WS-CAL-SAI = "S"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "S" TO WS-CAL-SAI
                       NOT AT END
                           IF CAL-ANO-LETIVO NOT = SPACE
                               MOVE CAL-ANO-LETIVO TO WS-ANO-LETIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           .
