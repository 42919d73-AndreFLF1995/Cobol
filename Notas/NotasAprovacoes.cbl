       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASAPR.
      *--------------------------------------------------
      * fila de aprovacao do supervisor: depois de afixada uma
      * pauta (PAUTA_REG.DAT), o ALTERAR do NOTAS e a carga do
      * NOTASLAN deixam de mudar notas dessa turma, disciplina e
      * periodo e escrevem um pedido em PEDIDOS_ALTERACAO.DAT com
      * o motivo, a nota antiga, a nova e quem pediu. aqui o
      * supervisor lista os pedidos pendentes e aprova ou rejeita
      * cada um. o pedido aprovado e aplicado ao NOTAS-FILE com a
      * sua linha de auditoria ("A" para as notas de periodo, "L"
      * para as de disciplina, como no ALTERAR e no NOTASLAN), e a
      * pauta fica marcada no registo com uma linha "R" para o
      * NOTASPAU imprimir nova versao. periodos fechados no
      * NOTASFCH nao aceitam aprovacoes ate serem reabertos.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slpedidos.cbl".
           COPY "slpautareg.cbl".
           COPY "slauditoria.cbl".
           COPY "slfechos.cbl".
           COPY "sloperador.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdpedidos.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdfechos.cbl".
           COPY "fdoperador.cbl".

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-PEDIDOS-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-AUD-STATUS PIC XX.
           77 WS-FECHOS-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-D PIC 9(2).
           77 WS-POS PIC 9(2).
           77 WS-PED-NUMERO PIC 9(6).
           77 WS-DECISAO PIC X(1).
           77 WS-APLICADO PIC X.
           77 WS-TOTAL-PENDENTES PIC 9(5).
           77 WS-TOTAL-APROVADOS PIC 9(5).
           77 WS-TOTAL-REJEITADOS PIC 9(5).
           77 WS-NOTA-ATUAL PIC 99V99.
           77 WS-F-ANTES PIC Z9.99.
           77 WS-F-NOVA PIC Z9.99.
           77 WS-F-ATUAL PIC Z9.99.
           77 WS-ESTADO-TXT PIC X(10).
           77 WS-AUD-OP PIC X.
           77 WS-ANTES-NOTA1 PIC 99V99.
           77 WS-ANTES-NOTA2 PIC 99V99.
           77 WS-ANTES-NOTA3 PIC 99V99.
           77 WS-ANTES-MEDIA PIC 99V99.
           77 WS-DEPOIS-NOTA1 PIC 99V99.
           77 WS-DEPOIS-NOTA2 PIC 99V99.
           77 WS-DEPOIS-NOTA3 PIC 99V99.
           77 WS-DEPOIS-MEDIA PIC 99V99.
           77 WS-TOTAL-REVER PIC 9(2).
           77 WS-R PIC 9(2).
           77 WS-JA-NA-LISTA PIC X.

           01 WS-FECHOS-TABELA.
               05 WS-FECHO-PERIODO PIC X OCCURS 3 TIMES.

      * disciplinas da turma/periodo cuja pauta fica por rever.
           01 WS-REVER-TABELA.
               05 WS-REVER-DISC PIC X(6) OCCURS 30 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-SUPERVISOR
           IF WS-PERFIL NOT = "S"
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF.

           INICIO.
           MOVE "N" TO SAI
               DISPLAY "   ***   APROVACAO DE ALTERACOES   ***".
               DISPLAY "     ***   1-LISTAR PENDENTES   ***".
               DISPLAY "     ***   2-DECIDIR PENDENTES   ***".
               DISPLAY "     ***   3-CONSULTAR PEDIDO   ***".
               DISPLAY "         ***   0-SAIR   ***".

           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM LISTAR-PENDENTES
               WHEN "2"
                   PERFORM DECIDIR-PENDENTES
               WHEN "3"
                   PERFORM CONSULTAR-PEDIDO
               WHEN "0"
                   STOP RUN
           END-EVALUATE
           PERFORM INICIO
           .

           LISTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-PENDENTES
           OPEN INPUT PEDIDOS-FILE
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "AINDA NAO EXISTEM PEDIDOS DE ALTERACAO."
           ELSE
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF PED-PENDENTE
                               ADD 1 TO WS-TOTAL-PENDENTES
                               PERFORM MOSTRAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
               DISPLAY "PEDIDOS PENDENTES: " WS-TOTAL-PENDENTES
           END-IF
           .

      * percorre os pendentes pela ordem do numero; o supervisor
      * aprova (A), rejeita (R), salta (ENTER) ou termina (F).
           DECIDIR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-APROVADOS WS-TOTAL-REJEITADOS
           OPEN I-O PEDIDOS-FILE
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "AINDA NAO EXISTEM PEDIDOS DE ALTERACAO."
           ELSE
               PERFORM CARREGAR-FECHOS
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF PED-PENDENTE
                               PERFORM DECIDIR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
               DISPLAY "APROVADOS: " WS-TOTAL-APROVADOS
                   "  REJEITADOS: " WS-TOTAL-REJEITADOS
           END-IF
           .

           DECIDIR-PEDIDO.
           PERFORM MOSTRAR-PEDIDO
           DISPLAY "A-APROVAR  R-REJEITAR  ENTER-SALTAR  F-TERMINAR"
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM APLICAR-PEDIDO
                   IF WS-APLICADO = "S"
                       SET PED-APROVADO TO TRUE
                       PERFORM FECHAR-PEDIDO
                       ADD 1 TO WS-TOTAL-APROVADOS
                       DISPLAY "PEDIDO " PED-NUMERO " APROVADO E "
                           "APLICADO. PAUTA MARCADA PARA NOVA VERSAO."
                   ELSE
                       DISPLAY "PEDIDO " PED-NUMERO
                           " CONTINUA PENDENTE."
                   END-IF
               WHEN "R"
                   SET PED-REJEITADO TO TRUE
                   PERFORM FECHAR-PEDIDO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   DISPLAY "PEDIDO " PED-NUMERO " REJEITADO."
               WHEN "F"
                   MOVE "S" TO SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           FECHAR-PEDIDO.
           MOVE WS-OPERADOR TO PED-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE TO PED-DATA-DECISAO
           REWRITE REG-PEDIDO
           .

           CONSULTAR-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: "
               ACCEPT WS-PED-NUMERO
           OPEN INPUT PEDIDOS-FILE
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "AINDA NAO EXISTEM PEDIDOS DE ALTERACAO."
           ELSE
               MOVE WS-PED-NUMERO TO PED-NUMERO
               READ PEDIDOS-FILE KEY IS PED-NUMERO
                   INVALID KEY
                       DISPLAY "PEDIDO NAO ENCONTRADO!"
                   NOT INVALID KEY
                       PERFORM MOSTRAR-PEDIDO
                       IF NOT PED-PENDENTE
                           DISPLAY "DECIDIDO POR " PED-SUPERVISOR
                               " EM " PED-DATA-DECISAO(1:8)
                       END-IF
               END-READ
               CLOSE PEDIDOS-FILE
           END-IF
           .

           MOSTRAR-PEDIDO.
           EVALUATE TRUE
               WHEN PED-PENDENTE
                   MOVE "PENDENTE" TO WS-ESTADO-TXT
               WHEN PED-APROVADO
                   MOVE "APROVADO" TO WS-ESTADO-TXT
               WHEN PED-REJEITADO
                   MOVE "REJEITADO" TO WS-ESTADO-TXT
               WHEN OTHER
                   MOVE "?" TO WS-ESTADO-TXT
           END-EVALUATE
           MOVE PED-NOTA-ANTES TO WS-F-ANTES
           MOVE PED-NOTA-NOVA TO WS-F-NOVA
           DISPLAY " "
           DISPLAY "PEDIDO " PED-NUMERO "  " WS-ESTADO-TXT
               "  ALUNO " PED-NOTAS-NUMBER "  TURMA " PED-TURMA
           IF PED-NOTA-PERIODO
               DISPLAY "  NOTA DO PERIODO " PED-PERIODO
                   ": " WS-F-ANTES " -> " WS-F-NOVA
           ELSE
               DISPLAY "  DISCIPLINA " PED-DISC-CODIGO
                   " PERIODO " PED-PERIODO
                   ": " WS-F-ANTES " -> " WS-F-NOVA
           END-IF
           DISPLAY "  PEDIDO POR " PED-REQUERENTE
               " EM " PED-TIMESTAMP(1:8)
           DISPLAY "  MOTIVO: " PED-MOTIVO
           .

      * aplica a nota nova ao aluno. se entretanto a nota mudou
      * por outra via, avisa-se mas aplica-se na mesma: o
      * supervisor decidiu sobre o valor novo.
           APLICAR-PEDIDO.
           MOVE "N" TO WS-APLICADO
           EVALUATE TRUE
               WHEN PED-PERIODO < 1 OR PED-PERIODO > 3
                   DISPLAY "PERIODO INVALIDO NO PEDIDO."
               WHEN WS-FECHO-PERIODO(PED-PERIODO) = "F"
                   DISPLAY "PERIODO " PED-PERIODO " FECHADO. REABRA-O "
                       "NO NOTASFCH ANTES DE APROVAR."
               WHEN OTHER
                   OPEN I-O NOTAS-FILE
                   IF WS-NOTAS-STATUS NOT = "00"
                       DISPLAY "NOTAS.DAT NAO ENCONTRADO."
                   ELSE
                       MOVE PED-NOTAS-NUMBER TO NOTAS-NUMBER
                       READ NOTAS-FILE KEY IS NOTAS-NUMBER
                           INVALID KEY
                               DISPLAY "ALUNO NAO ENCONTRADO!"
                           NOT INVALID KEY
                               IF PED-NOTA-PERIODO
                                   PERFORM APLICAR-NOTA-PERIODO
                               ELSE
                                   PERFORM APLICAR-NOTA-DISCIPLINA
                               END-IF
                       END-READ
                       IF WS-NOTAS-STATUS = "51"
                           DISPLAY "REGISTO EM USO POR OUTRO OPERADOR. "
                               "TENTE NOVAMENTE."
                       END-IF
                       CLOSE NOTAS-FILE
                   END-IF
           END-EVALUATE
           IF WS-APLICADO = "S"
               PERFORM MARCAR-PAUTA-REVISAO
           END-IF
           .

           APLICAR-NOTA-PERIODO.
           MOVE NOTA1 TO WS-ANTES-NOTA1
           MOVE NOTA2 TO WS-ANTES-NOTA2
           MOVE NOTA3 TO WS-ANTES-NOTA3
           MOVE MEDIAALUNO TO WS-ANTES-MEDIA
           EVALUATE PED-PERIODO
               WHEN 1
                   MOVE NOTA1 TO WS-NOTA-ATUAL
                   MOVE PED-NOTA-NOVA TO NOTA1
               WHEN 2
                   MOVE NOTA2 TO WS-NOTA-ATUAL
                   MOVE PED-NOTA-NOVA TO NOTA2
               WHEN 3
                   MOVE NOTA3 TO WS-NOTA-ATUAL
                   MOVE PED-NOTA-NOVA TO NOTA3
           END-EVALUATE
           PERFORM AVISAR-NOTA-MUDOU
           COMPUTE MEDIAALUNO = (NOTA1 + NOTA2 + NOTA3) / 3
           REWRITE REG-ALUNO
           IF WS-NOTAS-STATUS = "00"
               MOVE "S" TO WS-APLICADO
               MOVE "A" TO WS-AUD-OP
               MOVE NOTA1 TO WS-DEPOIS-NOTA1
               MOVE NOTA2 TO WS-DEPOIS-NOTA2
               MOVE NOTA3 TO WS-DEPOIS-NOTA3
               MOVE MEDIAALUNO TO WS-DEPOIS-MEDIA
               PERFORM REGISTAR-AUDITORIA
           END-IF
           .

      * a linha da disciplina e periodo e reescrita; se ainda nao
      * existia (pedido vindo de uma linha nova do NOTASLAN) e
      * acrescentada, ate ao limite de 12.
           APLICAR-NOTA-DISCIPLINA.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               IF DISC-CODIGO(WS-D) = PED-DISC-CODIGO AND
                       DISC-PERIODO(WS-D) = PED-PERIODO
                   MOVE WS-D TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = ZERO
               IF NOTAS-NUM-DISCIPLINAS NOT < 12
                   DISPLAY "TABELA DE DISCIPLINAS DO ALUNO CHEIA."
               ELSE
                   ADD 1 TO NOTAS-NUM-DISCIPLINAS
                   MOVE NOTAS-NUM-DISCIPLINAS TO WS-POS
                   MOVE SPACE TO NOTAS-DISCIPLINAS(WS-POS)
                   MOVE PED-DISC-CODIGO TO DISC-CODIGO(WS-POS)
                   MOVE PED-PERIODO TO DISC-PERIODO(WS-POS)
                   MOVE ZERO TO DISC-NOTA(WS-POS)
                   MOVE ZERO TO DISC-RECURSO(WS-POS)
                   MOVE SPACE TO DISC-RECURSO-FLAG(WS-POS)
               END-IF
           END-IF
           IF WS-POS > ZERO
               MOVE DISC-NOTA(WS-POS) TO WS-NOTA-ATUAL
               PERFORM AVISAR-NOTA-MUDOU
               MOVE WS-NOTA-ATUAL TO WS-ANTES-NOTA1
               MOVE ZERO TO WS-ANTES-NOTA2 WS-ANTES-NOTA3
               MOVE ZERO TO WS-ANTES-MEDIA
               MOVE PED-NOTA-NOVA TO DISC-NOTA(WS-POS)
               REWRITE REG-ALUNO
               IF WS-NOTAS-STATUS = "00"
                   MOVE "S" TO WS-APLICADO
                   MOVE "L" TO WS-AUD-OP
                   MOVE PED-NOTA-NOVA TO WS-DEPOIS-NOTA1
                   MOVE ZERO TO WS-DEPOIS-NOTA2 WS-DEPOIS-NOTA3
                   MOVE ZERO TO WS-DEPOIS-MEDIA
                   PERFORM REGISTAR-AUDITORIA
               END-IF
           END-IF
           .

           AVISAR-NOTA-MUDOU.
           IF WS-NOTA-ATUAL NOT = PED-NOTA-ANTES
               MOVE WS-NOTA-ATUAL TO WS-F-ATUAL
               DISPLAY "AVISO: A NOTA ATUAL E " WS-F-ATUAL
                   ", DIFERENTE DA DO PEDIDO."
           END-IF
           .

      * uma linha "R" por pauta afetada: a da disciplina do
      * pedido, ou, para as notas de periodo, todas as pautas ja
      * impressas da turma nesse periodo.
           MARCAR-PAUTA-REVISAO.
           MOVE ZERO TO WS-TOTAL-REVER
           IF PED-DISC-CODIGO NOT = SPACE
               MOVE 1 TO WS-TOTAL-REVER
               MOVE PED-DISC-CODIGO TO WS-REVER-DISC(1)
           ELSE
               OPEN INPUT PAUTA-REG-FILE
               IF WS-REG-STATUS = "00"
                   MOVE "N" TO WS-JA-NA-LISTA
                   PERFORM LER-PAUTAS-TURMA
                   CLOSE PAUTA-REG-FILE
               END-IF
           END-IF
           IF WS-TOTAL-REVER > ZERO
               OPEN EXTEND PAUTA-REG-FILE
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT PAUTA-REG-FILE
                   CLOSE PAUTA-REG-FILE
                   OPEN EXTEND PAUTA-REG-FILE
               END-IF
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-TOTAL-REVER
                   MOVE SPACE TO REG-PAUTA-REG
                   MOVE PED-TURMA TO PAU-TURMA
                   MOVE WS-REVER-DISC(WS-R) TO PAU-DISC
                   MOVE PED-PERIODO TO PAU-PERIODO
                   MOVE ZERO TO PAU-VERSAO
                   MOVE FUNCTION CURRENT-DATE TO PAU-TIMESTAMP
                   MOVE "R" TO PAU-TIPO
                   MOVE PED-NUMERO TO PAU-PEDIDO
                   WRITE REG-PAUTA-REG
               END-PERFORM
               CLOSE PAUTA-REG-FILE
           END-IF
           .

           LER-PAUTAS-TURMA.
           MOVE "N" TO WS-JA-NA-LISTA
           PERFORM UNTIL WS-JA-NA-LISTA = "F"
               READ PAUTA-REG-FILE
                   AT END
                       MOVE "F" TO WS-JA-NA-LISTA
                   NOT AT END
                       IF PAU-VERSAO-IMPRESSA AND
                               PAU-TURMA = PED-TURMA AND
                               PAU-PERIODO = PED-PERIODO
                           PERFORM JUNTAR-DISC-REVER
                       END-IF
               END-READ
           END-PERFORM
           .

           JUNTAR-DISC-REVER.
           MOVE "N" TO WS-JA-NA-LISTA
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-REVER
               IF WS-REVER-DISC(WS-R) = PAU-DISC
                   MOVE "S" TO WS-JA-NA-LISTA
               END-IF
           END-PERFORM
           IF WS-JA-NA-LISTA = "N" AND WS-TOTAL-REVER < 30
               ADD 1 TO WS-TOTAL-REVER
               MOVE PAU-DISC TO WS-REVER-DISC(WS-TOTAL-REVER)
           END-IF
           .

           REGISTAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE SPACE TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE PED-NOTAS-NUMBER TO AUD-NOTAS-NUMBER
           MOVE WS-ANTES-NOTA1 TO AUD-A-NOTA1
           MOVE WS-ANTES-NOTA2 TO AUD-A-NOTA2
           MOVE WS-ANTES-NOTA3 TO AUD-A-NOTA3
           MOVE WS-ANTES-MEDIA TO AUD-A-MEDIA
           MOVE WS-DEPOIS-NOTA1 TO AUD-D-NOTA1
           MOVE WS-DEPOIS-NOTA2 TO AUD-D-NOTA2
           MOVE WS-DEPOIS-NOTA3 TO AUD-D-NOTA3
           MOVE WS-DEPOIS-MEDIA TO AUD-D-MEDIA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDIT-FILE
           .

           CARREGAR-FECHOS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 3
               MOVE "A" TO WS-FECHO-PERIODO(WS-D)
           END-PERFORM
           OPEN INPUT FECHOS-FILE
           IF WS-FECHOS-STATUS = "00"
               MOVE "N" TO WS-JA-NA-LISTA
               PERFORM UNTIL WS-JA-NA-LISTA = "S"
                   READ FECHOS-FILE
                       AT END
                           MOVE "S" TO WS-JA-NA-LISTA
                       NOT AT END
                           IF FECHO-PERIODO >= 1 AND
                                   FECHO-PERIODO <= 3
                               MOVE FECHO-ESTADO TO
                                   WS-FECHO-PERIODO(FECHO-PERIODO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHOS-FILE
           END-IF
           .

      * a aprovacao exige um operador com perfil de supervisor no
      * ficheiro mantido pelo NOTASOPR. sem esse ficheiro assume-se
      * supervisor, para nao trancar o arranque.
           LOGIN-SUPERVISOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               MOVE "ADMN" TO WS-OPERADOR
               MOVE "S" TO WS-PERFIL
           ELSE
               DISPLAY "CODIGO DO SUPERVISOR: "
                   ACCEPT WS-LOGIN-CODIGO
               DISPLAY "SENHA: "
                   ACCEPT WS-LOGIN-SENHA
               MOVE WS-LOGIN-CODIGO TO OP-CODIGO
               READ OPERADOR-FILE KEY IS OP-CODIGO
                   INVALID KEY
                       DISPLAY "OPERADOR DESCONHECIDO."
                   NOT INVALID KEY
                       IF OP-SENHA = WS-LOGIN-SENHA AND
                               PERFIL-SUPERVISOR
                           MOVE OP-CODIGO TO WS-OPERADOR
                           MOVE OP-PERFIL TO WS-PERFIL
                       ELSE
                           DISPLAY "SENHA ERRADA OU SEM PERFIL "
                               "DE SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERADOR-FILE
           END-IF
           .
