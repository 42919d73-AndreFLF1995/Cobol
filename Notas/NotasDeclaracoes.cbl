       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASDCL.
      *--------------------------------------------------
      * declaracoes e certificados da secretaria, numerados:
      *   M - declaracao de matricula e F - declaracao de frequencia,
      *       dos dados vivos do ano letivo (NOTAS.DAT, TURMAS.DAT,
      *       DEMOGRAFIA.DAT, CALENDARIO.DAT; a de frequencia leva o
      *       periodo em curso e as faltas do FALTAS.DAT);
      *   H - certificado de habilitacoes de um ano letivo fechado,
      *       do arquivo PERCURSO.DAT que o NOTASTRA escreve: a
      *       classificacao final de cada disciplina (ultimo periodo
      *       classificado, a melhor entre nota e recurso), a media e
      *       o resultado do ano.
      * cada documento leva uma finalidade e o numero seguinte do seu
      * tipo no ano letivo corrente, e fica no registo
      * DOCUMENTOS_REG.DAT com o operador que o emitiu, para se
      * verificar mais tarde um documento apresentado (opcao 4).
      * aluno inativo (ou ja fora do NOTAS.DAT, no certificado) so
      * com confirmacao de um supervisor, que fica no registo.
      * o documento sai em DOCUMENTO.LST.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slturmas.cbl".
           COPY "sldemograf.cbl".
           COPY "slcalendar.cbl".
           COPY "slpercurso.cbl".
           COPY "sldiscipl.cbl".
           COPY "slfaltas.cbl".
           COPY "slescalas.cbl".
           COPY "sloperador.cbl".

           SELECT REGISTO-FILE ASSIGN TO "DOCUMENTOS_REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ESCOLA-FILE ASSIGN TO "ESCOLA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCOLA-STATUS.

           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdturmas.cbl".
           COPY "fddemograf.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdpercurso.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdescalas.cbl".
           COPY "fdoperador.cbl".

           FD  REGISTO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-DOCUMENTO.
               05 DOC-TIPO            PIC X(1).
                   88 DOC-MATRICULA    VALUE "M".
                   88 DOC-FREQUENCIA   VALUE "F".
                   88 DOC-HABILITACOES VALUE "H".
               05 FILLER              PIC X(1).
               05 DOC-ANO-LETIVO      PIC X(9).
               05 FILLER              PIC X(1).
               05 DOC-NUMERO          PIC 9(5).
               05 FILLER              PIC X(1).
               05 DOC-NOTAS-NUMBER    PIC 9(5).
               05 FILLER              PIC X(1).
               05 DOC-NOMEALUNO       PIC A(20).
               05 FILLER              PIC X(1).
               05 DOC-TURMA           PIC X(4).
               05 FILLER              PIC X(1).
               05 DOC-ANO-CERTIFICADO PIC X(9).
               05 FILLER              PIC X(1).
               05 DOC-FINALIDADE      PIC X(40).
               05 FILLER              PIC X(1).
               05 DOC-SUPERVISOR      PIC X(4).
               05 FILLER              PIC X(1).
               05 DOC-OPERADOR        PIC X(4).
               05 FILLER              PIC X(1).
               05 DOC-TIMESTAMP       PIC X(26).

           FD  ESCOLA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ESCOLA PIC X(6).

           FD  DOCUMENTO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-TURMAS-STATUS PIC XX.
           77 WS-DEMOG-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-CAL-SAI PIC X.
           77 WS-PERCURSO-STATUS PIC XX.
           77 WS-PERCURSO-ABERTO PIC X VALUE "N".
           77 WS-DISCIPL-STATUS PIC XX.
           77 WS-DISCIPL-ABERTO PIC X.
           77 WS-FALTAS-STATUS PIC XX.
           77 WS-FAL-SAI PIC X.
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-ESCOLA-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-TENTATIVAS PIC 9(1).
           77 WS-SUPERVISOR PIC X(4).
           77 WS-PERFIL-SUP PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-ESCOLA PIC X(6).
           77 WS-HOJE PIC X(8).
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA PIC 99V99 VALUE 20.00.
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-ESC-NOME PIC X(12).
           77 WS-TIPO PIC X(1).
           77 WS-TIPO-IDX PIC 9(1).
           77 WS-NUMERO PIC 9(5).
           77 WS-NUMERO-DOC PIC 9(5).
           77 WS-ANO-CERTIFICADO PIC X(9).
           77 WS-FINALIDADE PIC X(40).
           77 WS-VALIDO PIC X.
           77 WS-ALU-EXISTE PIC X.
           77 WS-ALU-ATIVO PIC X.
           77 WS-ALU-NOME PIC A(20).
           77 WS-ALU-TURMA PIC X(4).
           77 WS-TEM-DEMOGRAFIA PIC X.
           77 WS-TURMA-NOME PIC X(20).
           77 WS-PERIODO-CURSO PIC 9(1).
           77 WS-P PIC 9(1).
           77 WS-TOTAL-FALTAS PIC 9(4).
           77 WS-D PIC 9(2).
           77 WS-D2 PIC 9(2).
           77 WS-ESCOLHIDA PIC X.
           77 WS-NOTA-D PIC 99V99.
           77 WS-NOTA-D2 PIC 99V99.
           77 WS-ORDEM-D PIC 9(1).
           77 WS-ORDEM-D2 PIC 9(1).
           77 WS-NOME-DISC PIC X(30).
           77 WS-RESULTADO PIC X(30).
           77 WS-DOC-ACHADO PIC X.
           77 WS-F-NUMERO PIC 9(5).
           77 WS-F-ALUNO PIC ZZZZ9.
           77 WS-F-NOTA PIC Z9.99.
           77 WS-F-FALTAS PIC ZZZ9.

           01 WS-PERIODOS-TABELA.
               05 WS-PER-DATAS OCCURS 3 TIMES.
                   10 WS-PER-INICIO PIC X(8).
                   10 WS-PER-FIM    PIC X(8).

           01 WS-NOMES-DOCUMENTO.
               05 FILLER PIC X(28) VALUE "DECLARACAO DE MATRICULA".
               05 FILLER PIC X(28) VALUE "DECLARACAO DE FREQUENCIA".
               05 FILLER PIC X(28) VALUE "CERTIFICADO DE HABILITACOES".
           01 WS-NOMES-DOCUMENTO-TAB REDEFINES WS-NOMES-DOCUMENTO.
               05 WS-NOME-DOCUMENTO PIC X(28) OCCURS 3 TIMES.

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-LINHA-HABILITACAO.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-H-CODIGO  PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-H-NOME    PIC X(30).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-H-NOTA    PIC X(5).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-H-RECURSO PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           PERFORM OBTER-ANO-LETIVO
           PERFORM OBTER-ESCOLA
           PERFORM CARREGAR-ESCALAS.

           INICIO.
           MOVE "N" TO SAI
               DISPLAY "   ***   DECLARACOES E CERTIFICADOS "
                   WS-ANO-LETIVO "   ***".
               DISPLAY "   ***   1-DECLARACAO DE MATRICULA   ***".
               DISPLAY "   ***   2-DECLARACAO DE FREQUENCIA   ***".
               DISPLAY "   ***   3-CERTIFICADO DE HABILITACOES   ***".
               DISPLAY "   ***   4-VERIFICAR DOCUMENTO   ***".
               DISPLAY "         ***   0-SAIR   ***".

           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   MOVE "M" TO WS-TIPO
                   MOVE 1 TO WS-TIPO-IDX
                   PERFORM PEDIR-EMISSAO
               WHEN "2"
                   MOVE "F" TO WS-TIPO
                   MOVE 2 TO WS-TIPO-IDX
                   PERFORM PEDIR-EMISSAO
               WHEN "3"
                   MOVE "H" TO WS-TIPO
                   MOVE 3 TO WS-TIPO-IDX
                   PERFORM PEDIR-EMISSAO
               WHEN "4"
                   PERFORM VERIFICAR-DOCUMENTO
               WHEN "0"
                   STOP RUN
           END-EVALUATE
           PERFORM INICIO
           .

           PEDIR-EMISSAO.
           IF WS-PERFIL = "C"
               DISPLAY "PERFIL DE CONSULTA: OPERACAO NEGADA."
           ELSE
               PERFORM EMITIR-DOCUMENTO
           END-IF
           .

      * aluno, ano do certificado, confirmacao de inativo e
      * finalidade; so depois se numera e imprime.
           EMITIR-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "S" TO WS-VALIDO
           MOVE SPACE TO WS-SUPERVISOR
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-NUMERO
           PERFORM LER-ALUNO
           IF WS-ALU-EXISTE = "N" AND WS-TIPO NOT = "H"
               DISPLAY "ALUNO " WS-NUMERO " NAO EXISTE."
               MOVE "N" TO WS-VALIDO
           END-IF
           MOVE WS-ANO-LETIVO TO WS-ANO-CERTIFICADO
           IF WS-VALIDO = "S" AND WS-TIPO = "H"
               PERFORM LER-PERCURSO
           END-IF
           IF WS-VALIDO = "S" AND WS-ALU-ATIVO NOT = "S"
               PERFORM CONFIRMAR-INATIVO
           END-IF
           IF WS-VALIDO = "S"
               MOVE SPACE TO WS-FINALIDADE
               PERFORM UNTIL WS-FINALIDADE NOT = SPACE
                   DISPLAY "FINALIDADE (EX.: ABONO DE FAMILIA): "
                   ACCEPT WS-FINALIDADE
               END-PERFORM
               PERFORM OBTER-NUMERO-DOCUMENTO
               OPEN OUTPUT DOCUMENTO-FILE
               PERFORM ESCREVER-CABECALHO-DOC
               EVALUATE WS-TIPO
                   WHEN "M"
                       PERFORM ESCREVER-MATRICULA
                   WHEN "F"
                       PERFORM ESCREVER-FREQUENCIA
                   WHEN "H"
                       PERFORM ESCREVER-HABILITACOES
               END-EVALUATE
               PERFORM ESCREVER-FECHO-DOC
               CLOSE DOCUMENTO-FILE
               PERFORM REGISTAR-DOCUMENTO
               MOVE WS-NUMERO-DOC TO WS-F-NUMERO
               DISPLAY WS-NOME-DOCUMENTO(WS-TIPO-IDX) " N. "
                   WS-F-NUMERO "/" WS-ANO-LETIVO
                   " EM DOCUMENTO.LST."
           ELSE
               DISPLAY "DOCUMENTO NAO EMITIDO."
           END-IF
           IF WS-PERCURSO-ABERTO = "S"
               CLOSE PERCURSO-FILE
               MOVE "N" TO WS-PERCURSO-ABERTO
           END-IF
           .

           LER-ALUNO.
           MOVE "N" TO WS-ALU-EXISTE
           MOVE "N" TO WS-ALU-ATIVO
           MOVE SPACE TO WS-ALU-NOME WS-ALU-TURMA
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ALU-EXISTE
                       MOVE NOMEALUNO TO WS-ALU-NOME
                       MOVE NOTAS-TURMA TO WS-ALU-TURMA
                       IF ALUNO-ATIVO
                           MOVE "S" TO WS-ALU-ATIVO
                       END-IF
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           .

      * o certificado e de um ano fechado: tem de estar no
      * PERCURSO.DAT, que fica aberto com o registo lido ate o
      * documento estar impresso.
           LER-PERCURSO.
           DISPLAY "ANO LETIVO A CERTIFICAR (AAAA/AAAA): "
           ACCEPT WS-ANO-CERTIFICADO
           OPEN INPUT PERCURSO-FILE
           IF WS-PERCURSO-STATUS NOT = "00"
               DISPLAY "PERCURSO.DAT NAO ENCONTRADO. O ARQUIVO E "
                   "ESCRITO PELO NOTASTRA."
               MOVE "N" TO WS-VALIDO
           ELSE
               MOVE "S" TO WS-PERCURSO-ABERTO
               MOVE WS-NUMERO TO PER-NOTAS-NUMBER
               MOVE WS-ANO-CERTIFICADO TO PER-ANO-LETIVO
               READ PERCURSO-FILE KEY IS PER-CHAVE
                   INVALID KEY
                       DISPLAY "ANO LETIVO " WS-ANO-CERTIFICADO
                           " NAO ARQUIVADO PARA O ALUNO."
                       MOVE "N" TO WS-VALIDO
                   NOT INVALID KEY
                       IF WS-ALU-EXISTE = "N"
                           MOVE PER-NOMEALUNO TO WS-ALU-NOME
                       END-IF
                       MOVE PER-TURMA TO WS-ALU-TURMA
               END-READ
           END-IF
           .

      * um supervisor com sessao propria confirma; o operador que ja
      * e supervisor so confirma. o supervisor fica no registo.
           CONFIRMAR-INATIVO.
           DISPLAY "ALUNO INATIVO: O DOCUMENTO EXIGE CONFIRMACAO DO "
               "SUPERVISOR."
           IF WS-PERFIL = "S"
               DISPLAY "CONFIRMA A EMISSAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE WS-OPERADOR TO WS-SUPERVISOR
               ELSE
                   MOVE "N" TO WS-VALIDO
               END-IF
           ELSE
               PERFORM LOGIN-SUPERVISOR
               IF WS-PERFIL-SUP NOT = "S"
                   MOVE "N" TO WS-VALIDO
               END-IF
           END-IF
           .

      * numero seguinte do tipo no ano letivo corrente.
           OBTER-NUMERO-DOCUMENTO.
           MOVE ZERO TO WS-NUMERO-DOC
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ REGISTO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF DOC-TIPO = WS-TIPO AND
                                   DOC-ANO-LETIVO = WS-ANO-LETIVO AND
                                   DOC-NUMERO IS NUMERIC AND
                                   DOC-NUMERO > WS-NUMERO-DOC
                               MOVE DOC-NUMERO TO WS-NUMERO-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           ADD 1 TO WS-NUMERO-DOC
           .

           REGISTAR-DOCUMENTO.
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
               CLOSE REGISTO-FILE
               OPEN EXTEND REGISTO-FILE
           END-IF
           MOVE SPACE TO REG-DOCUMENTO
           MOVE WS-TIPO TO DOC-TIPO
           MOVE WS-ANO-LETIVO TO DOC-ANO-LETIVO
           MOVE WS-NUMERO-DOC TO DOC-NUMERO
           MOVE WS-NUMERO TO DOC-NOTAS-NUMBER
           MOVE WS-ALU-NOME TO DOC-NOMEALUNO
           MOVE WS-ALU-TURMA TO DOC-TURMA
           MOVE WS-ANO-CERTIFICADO TO DOC-ANO-CERTIFICADO
           MOVE WS-FINALIDADE TO DOC-FINALIDADE
           MOVE WS-SUPERVISOR TO DOC-SUPERVISOR
           MOVE WS-OPERADOR TO DOC-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO DOC-TIMESTAMP
           WRITE REG-DOCUMENTO
           CLOSE REGISTO-FILE
           .

           ESCREVER-CABECALHO-DOC.
           MOVE ALL "-" TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "                         MINISTERIO DA EDUCACAO"
               TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "ESCOLA: " WS-ESCOLA
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-NUMERO-DOC TO WS-F-NUMERO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "             " WS-NOME-DOCUMENTO(WS-TIPO-IDX)
                  " N. " WS-F-NUMERO "/" WS-ANO-LETIVO
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           PERFORM ESCREVER-IDENTIFICACAO
           .

      * nome, numero e, havendo DEMOGRAFIA.DAT, nascimento e
      * documento de identificacao.
           ESCREVER-IDENTIFICACAO.
           MOVE "N" TO WS-TEM-DEMOGRAFIA
           OPEN INPUT DEMOG-FILE
           IF WS-DEMOG-STATUS = "00"
               MOVE WS-NUMERO TO DEM-NOTAS-NUMBER
               READ DEMOG-FILE KEY IS DEM-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TEM-DEMOGRAFIA
               END-READ
           END-IF
           MOVE WS-NUMERO TO WS-F-ALUNO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "PARA OS DEVIDOS EFEITOS SE DECLARA QUE "
                  WS-ALU-NOME DELIMITED BY "  "
                  ", ALUNO N. " WS-F-ALUNO ","
                  DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           IF WS-TEM-DEMOGRAFIA = "S"
               MOVE SPACE TO LINHA-DOCUMENTO
               STRING "NASCIDO(A) EM " DEM-NASCIMENTO(7:2) "/"
                      DEM-NASCIMENTO(5:2) "/" DEM-NASCIMENTO(1:4)
                      ", COM O DOCUMENTO DE IDENTIFICACAO N. "
                      DEM-ID-NACIONAL ","
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF
           IF WS-DEMOG-STATUS = "00"
               CLOSE DEMOG-FILE
           END-IF
           .

           ESCREVER-MATRICULA.
           PERFORM LER-NOME-TURMA
           MOVE SPACE TO LINHA-DOCUMENTO
           IF WS-ALU-ATIVO = "S"
               STRING "SE ENCONTRA MATRICULADO(A) NESTA ESCOLA NO ANO "
                      "LETIVO " WS-ANO-LETIVO ","
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           ELSE
               STRING "ESTEVE MATRICULADO(A) NESTA ESCOLA NO ANO "
                      "LETIVO " WS-ANO-LETIVO ","
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           END-IF
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "NA TURMA " WS-ALU-TURMA " " WS-TURMA-NOME
                  DELIMITED BY "  "
                  "." DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           .

      * periodo em curso pelo calendario (fora dos periodos, p. ex.
      * nas ferias, nao se indica) e faltas registadas ate hoje.
           ESCREVER-FREQUENCIA.
           PERFORM LER-NOME-TURMA
           PERFORM CONTAR-FALTAS-ALUNO
           MOVE ZERO TO WS-PERIODO-CURSO
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               IF WS-PER-INICIO(WS-P) NOT = SPACE AND
                       WS-HOJE NOT < WS-PER-INICIO(WS-P) AND
                       WS-HOJE NOT > WS-PER-FIM(WS-P)
                   MOVE WS-P TO WS-PERIODO-CURSO
               END-IF
           END-PERFORM
           MOVE SPACE TO LINHA-DOCUMENTO
           IF WS-ALU-ATIVO = "S"
               STRING "FREQUENTA NO ANO LETIVO " WS-ANO-LETIVO
                      " A TURMA " WS-ALU-TURMA " " WS-TURMA-NOME
                      DELIMITED BY "  "
                      "," DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           ELSE
               STRING "FREQUENTOU NO ANO LETIVO " WS-ANO-LETIVO
                      " A TURMA " WS-ALU-TURMA " " WS-TURMA-NOME
                      DELIMITED BY "  "
                      "," DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           END-IF
           WRITE LINHA-DOCUMENTO
           IF WS-PERIODO-CURSO > ZERO AND WS-ALU-ATIVO = "S"
               MOVE SPACE TO LINHA-DOCUMENTO
               STRING "ENCONTRANDO-SE NO " WS-PERIODO-CURSO
                      "o PERIODO (DE "
                      WS-PER-INICIO(WS-PERIODO-CURSO)(7:2) "/"
                      WS-PER-INICIO(WS-PERIODO-CURSO)(5:2) "/"
                      WS-PER-INICIO(WS-PERIODO-CURSO)(1:4) " A "
                      WS-PER-FIM(WS-PERIODO-CURSO)(7:2) "/"
                      WS-PER-FIM(WS-PERIODO-CURSO)(5:2) "/"
                      WS-PER-FIM(WS-PERIODO-CURSO)(1:4) "),"
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF
           MOVE WS-TOTAL-FALTAS TO WS-F-FALTAS
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "TENDO " WS-F-FALTAS " FALTAS REGISTADAS ATE "
                  WS-HOJE(7:2) "/" WS-HOJE(5:2) "/" WS-HOJE(1:4) "."
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           .

      * classificacoes finais do ano arquivado: uma linha por
      * disciplina, a do ultimo periodo classificado (a melhor entre
      * nota e recurso); disciplina sem nenhuma nota sai com "--".
           ESCREVER-HABILITACOES.
           MOVE PER-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "CONCLUIU NO ANO LETIVO " WS-ANO-CERTIFICADO
                  ", NA TURMA " PER-TURMA
                  ", AS SEGUINTES CLASSIFICACOES"
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "FINAIS (ESCALA " WS-ESC-NOME DELIMITED BY "  "
                  "):" DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "S" TO WS-DISCIPL-ABERTO
           OPEN INPUT DISCIPLINAS-FILE
           IF WS-DISCIPL-STATUS NOT = "00"
               MOVE "N" TO WS-DISCIPL-ABERTO
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > PER-NUM-DISCIPLINAS
               PERFORM VERIFICAR-LINHA-FINAL
               IF WS-ESCOLHIDA = "S"
                   PERFORM ESCREVER-LINHA-HABILITACAO
               END-IF
           END-PERFORM
           IF WS-DISCIPL-ABERTO = "S"
               CLOSE DISCIPLINAS-FILE
           END-IF
           EVALUATE TRUE
               WHEN PER-TRANSITA
                   MOVE "TRANSITOU DE ANO" TO WS-RESULTADO
               WHEN PER-CONCLUIU
                   MOVE "CONCLUIU O CICLO DE ESTUDOS" TO WS-RESULTADO
               WHEN PER-NAO-TRANSITA
                   MOVE "NAO TRANSITOU DE ANO" TO WS-RESULTADO
               WHEN PER-SAIU
                   MOVE "SAIU DA ESCOLA NO DECURSO DO ANO"
                       TO WS-RESULTADO
               WHEN OTHER
                   MOVE SPACE TO WS-RESULTADO
           END-EVALUATE
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE PER-MEDIAALUNO TO WS-F-NOTA
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "MEDIA: " WS-F-NOTA "    RESULTADO: " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           .

      * WS-D e a linha a imprimir do seu codigo se nenhuma outra do
      * mesmo codigo estiver num periodo classificado posterior (ou,
      * sem notas, se for a primeira do codigo).
           VERIFICAR-LINHA-FINAL.
           MOVE "S" TO WS-ESCOLHIDA
           PERFORM OBTER-NOTA-D
           PERFORM VARYING WS-D2 FROM 1 BY 1
                   UNTIL WS-D2 > PER-NUM-DISCIPLINAS
               IF WS-D2 NOT = WS-D AND
                       PER-DISC-CODIGO(WS-D2) = PER-DISC-CODIGO(WS-D)
                   MOVE PER-DISC-NOTA(WS-D2) TO WS-NOTA-D2
                   IF PER-DISC-TEM-RECURSO(WS-D2) AND
                           PER-DISC-RECURSO(WS-D2) > WS-NOTA-D2
                       MOVE PER-DISC-RECURSO(WS-D2) TO WS-NOTA-D2
                   END-IF
                   MOVE ZERO TO WS-ORDEM-D2
                   IF WS-NOTA-D2 > ZERO
                       MOVE PER-DISC-PERIODO(WS-D2) TO WS-ORDEM-D2
                   END-IF
                   IF WS-ORDEM-D2 > WS-ORDEM-D OR
                           (WS-ORDEM-D2 = WS-ORDEM-D AND WS-D2 < WS-D)
                       MOVE "N" TO WS-ESCOLHIDA
                   END-IF
               END-IF
           END-PERFORM
           .

           OBTER-NOTA-D.
           MOVE PER-DISC-NOTA(WS-D) TO WS-NOTA-D
           IF PER-DISC-TEM-RECURSO(WS-D) AND
                   PER-DISC-RECURSO(WS-D) > WS-NOTA-D
               MOVE PER-DISC-RECURSO(WS-D) TO WS-NOTA-D
           END-IF
           MOVE ZERO TO WS-ORDEM-D
           IF WS-NOTA-D > ZERO
               MOVE PER-DISC-PERIODO(WS-D) TO WS-ORDEM-D
           END-IF
           .

           ESCREVER-LINHA-HABILITACAO.
           MOVE PER-DISC-CODIGO(WS-D) TO WS-H-CODIGO
           MOVE SPACE TO WS-NOME-DISC
           IF WS-DISCIPL-ABERTO = "S"
               MOVE PER-DISC-CODIGO(WS-D) TO DIS-CODIGO
               READ DISCIPLINAS-FILE KEY IS DIS-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WS-NOME-DISC
               END-READ
           END-IF
           MOVE WS-NOME-DISC TO WS-H-NOME
           IF WS-NOTA-D > ZERO
               MOVE WS-NOTA-D TO WS-F-NOTA
               MOVE WS-F-NOTA TO WS-H-NOTA
           ELSE
               MOVE "   --" TO WS-H-NOTA
           END-IF
           MOVE SPACE TO WS-H-RECURSO
           IF PER-DISC-TEM-RECURSO(WS-D) AND
                   PER-DISC-RECURSO(WS-D) = WS-NOTA-D AND
                   WS-NOTA-D > ZERO
               MOVE "(EM RECURSO)" TO WS-H-RECURSO
           END-IF
           WRITE LINHA-DOCUMENTO FROM WS-LINHA-HABILITACAO
           .

           LER-NOME-TURMA.
           MOVE SPACE TO WS-TURMA-NOME
           OPEN INPUT TURMAS-FILE
           IF WS-TURMAS-STATUS = "00"
               MOVE WS-ALU-TURMA TO TURMA-CODIGO
               READ TURMAS-FILE KEY IS TURMA-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING "(" TURMA-NOME DELIMITED BY "  "
                              ")" DELIMITED BY SIZE INTO WS-TURMA-NOME
               END-READ
               CLOSE TURMAS-FILE
           END-IF
           .

           ESCREVER-FECHO-DOC.
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           IF WS-TIPO = "H"
               MOVE "POR SER VERDADE SE PASSA O PRESENTE CERTIFICADO,"
                   TO LINHA-DOCUMENTO
           ELSE
               MOVE "POR SER VERDADE SE PASSA A PRESENTE DECLARACAO,"
                   TO LINHA-DOCUMENTO
           END-IF
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "QUE SE DESTINA A: " WS-FINALIDADE
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "DATA: " WS-HOJE(7:2) "/" WS-HOJE(5:2) "/"
                  WS-HOJE(1:4)
                  "          O DIRETOR: ______________________________"
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-NUMERO-DOC TO WS-F-NUMERO
           MOVE SPACE TO LINHA-DOCUMENTO
           STRING "EMITIDO POR " WS-OPERADOR ". VERIFICAVEL NA "
                  "SECRETARIA PELO TIPO " WS-TIPO ", N. " WS-F-NUMERO
                  "/" WS-ANO-LETIVO "."
               DELIMITED BY SIZE INTO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           .

      * um documento apresentado confere-se pelo tipo, numero e ano
      * letivo impressos no rodape.
           VERIFICAR-DOCUMENTO.
           DISPLAY "TIPO (M-MATRICULA F-FREQUENCIA H-HABILITACOES): "
           ACCEPT WS-TIPO
           DISPLAY "NUMERO: "
           ACCEPT WS-NUMERO-DOC
           DISPLAY "ANO LETIVO DE EMISSAO (AAAA/AAAA): "
           ACCEPT WS-ANO-CERTIFICADO
           MOVE "N" TO WS-DOC-ACHADO
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ REGISTO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF DOC-TIPO = WS-TIPO AND
                                   DOC-NUMERO = WS-NUMERO-DOC AND
                                   DOC-ANO-LETIVO = WS-ANO-CERTIFICADO
                               MOVE "S" TO WS-DOC-ACHADO
                               MOVE "S" TO SAI
                               PERFORM MOSTRAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           IF WS-DOC-ACHADO = "N"
               DISPLAY "DOCUMENTO NAO CONSTA DO REGISTO."
           END-IF
           .

           MOSTRAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOC-MATRICULA
                   MOVE 1 TO WS-TIPO-IDX
               WHEN DOC-FREQUENCIA
                   MOVE 2 TO WS-TIPO-IDX
               WHEN OTHER
                   MOVE 3 TO WS-TIPO-IDX
           END-EVALUATE
           DISPLAY "DOCUMENTO REGISTADO: "
               WS-NOME-DOCUMENTO(WS-TIPO-IDX)
           DISPLAY "  EMITIDO EM " DOC-TIMESTAMP(7:2) "/"
               DOC-TIMESTAMP(5:2) "/" DOC-TIMESTAMP(1:4)
               " POR " DOC-OPERADOR
           DISPLAY "  ALUNO " DOC-NOTAS-NUMBER " " DOC-NOMEALUNO
               " TURMA " DOC-TURMA
           IF DOC-HABILITACOES
               DISPLAY "  ANO LETIVO CERTIFICADO: " DOC-ANO-CERTIFICADO
           END-IF
           DISPLAY "  FINALIDADE: " DOC-FINALIDADE
           IF DOC-SUPERVISOR NOT = SPACE
               DISPLAY "  ALUNO INATIVO, CONFIRMADO POR " DOC-SUPERVISOR
           END-IF
           .

      * total de faltas do ano, todas as disciplinas: as chaves do
      * FALTAS.DAT comecam pelo numero do aluno.
           CONTAR-FALTAS-ALUNO.
           MOVE ZERO TO WS-TOTAL-FALTAS
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS = "00"
               MOVE WS-NUMERO TO FAL-NOTAS-NUMBER
               MOVE LOW-VALUES TO FAL-DISC-CODIGO
               MOVE LOW-VALUES TO FAL-DATA
               START FALTAS-FILE KEY IS NOT LESS THAN FAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FAL-SAI
                   NOT INVALID KEY
                       MOVE "N" TO WS-FAL-SAI
               END-START
               PERFORM UNTIL WS-FAL-SAI = "S"
                   READ FALTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FAL-SAI
                       NOT AT END
                           IF FAL-NOTAS-NUMBER = WS-NUMERO
                               ADD 1 TO WS-TOTAL-FALTAS
                           ELSE
                               MOVE "S" TO WS-FAL-SAI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALTAS-FILE
           END-IF
           .

      * o codigo da escola do ESCOLA.PRM vai no cabecalho; sem o
      * parametro o cabecalho segue em branco.
           OBTER-ESCOLA.
           MOVE SPACE TO WS-ESCOLA
           OPEN INPUT ESCOLA-FILE
           IF WS-ESCOLA-STATUS = "00"
               READ ESCOLA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-ESCOLA TO WS-ESCOLA
               END-READ
               CLOSE ESCOLA-FILE
           END-IF
           .

      * o ano letivo e o do calendario escolar (NOTASCAL); sem
      * calendario o operador tem de o indicar. guarda tambem as
      * datas de cada periodo para a declaracao de frequencia.
           OBTER-ANO-LETIVO.
           MOVE SPACE TO WS-ANO-LETIVO
           MOVE SPACE TO WS-PERIODOS-TABELA
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
                           IF CAL-PERIODO >= 1 AND CAL-PERIODO <= 3
                               MOVE CAL-INICIO TO
                                   WS-PER-INICIO(CAL-PERIODO)
                               MOVE CAL-FIM TO WS-PER-FIM(CAL-PERIODO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           PERFORM UNTIL WS-ANO-LETIVO NOT = SPACE
               DISPLAY "CALENDARIO SEM ANO LETIVO. ANO LETIVO "
                   "(AAAA/AAAA): "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM
           .

      * escalas de classificacao por nivel de ano (ESCALAS.PRM,
      * mantido pelo NOTASESC). sem ficheiro, ou para anos fora da
      * tabela, vale a escala 0-20 com minimo de 10.00.
           CARREGAR-ESCALAS.
           MOVE ZERO TO WS-TOTAL-ESCALAS
           OPEN INPUT ESCALAS-FILE
           IF WS-ESCALAS-STATUS = "00"
               MOVE "N" TO WS-ESC-SAI
               PERFORM UNTIL WS-ESC-SAI = "S"
                   READ ESCALAS-FILE
                       AT END
                           MOVE "S" TO WS-ESC-SAI
                       NOT AT END
                           IF WS-TOTAL-ESCALAS < 20 AND
                                   ESC-ANO-DE IS NUMERIC
                               ADD 1 TO WS-TOTAL-ESCALAS
                               MOVE ESC-ANO-DE TO
                                   TAB-ESC-ANO-DE(WS-TOTAL-ESCALAS)
                               MOVE ESC-ANO-ATE TO
                                   TAB-ESC-ANO-ATE(WS-TOTAL-ESCALAS)
                               MOVE ESC-NOTA-BASE TO
                                   TAB-ESC-BASE(WS-TOTAL-ESCALAS)
                               MOVE ESC-NOTA-MAXIMA TO
                                   TAB-ESC-MAXIMA(WS-TOTAL-ESCALAS)
                               MOVE ESC-NOTA-MINIMA TO
                                   TAB-ESC-MINIMA(WS-TOTAL-ESCALAS)
                               MOVE ESC-NOME TO
                                   TAB-ESC-NOME(WS-TOTAL-ESCALAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCALAS-FILE
           END-IF
           .

      * o nivel e o numero com que comeca o codigo da turma em
      * WS-ESC-TURMA ("5A" = 5, "10B" = 10); devolve a escala em
      * WS-NOTA-BASE, WS-NOTA-MAXIMA, WS-NOTA-MINIMA e WS-ESC-NOME.
           OBTER-ESCALA-TURMA.
           MOVE ZERO TO WS-NOTA-BASE
           MOVE 20.00 TO WS-NOTA-MAXIMA
           MOVE 10.00 TO WS-NOTA-MINIMA
           MOVE "0-20" TO WS-ESC-NOME
           MOVE ZERO TO WS-ESC-NIVEL
           IF WS-ESC-TURMA(1:2) IS NUMERIC
               MOVE WS-ESC-TURMA(1:2) TO WS-ESC-NIVEL
           ELSE
               IF WS-ESC-TURMA(1:1) IS NUMERIC
                   MOVE WS-ESC-TURMA(1:1) TO WS-ESC-NIVEL
               END-IF
           END-IF
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-TOTAL-ESCALAS
               IF WS-ESC-NIVEL NOT < TAB-ESC-ANO-DE(WS-ESC-IDX) AND
                       WS-ESC-NIVEL NOT > TAB-ESC-ANO-ATE(WS-ESC-IDX)
                   MOVE TAB-ESC-BASE(WS-ESC-IDX) TO WS-NOTA-BASE
                   MOVE TAB-ESC-MAXIMA(WS-ESC-IDX) TO WS-NOTA-MAXIMA
                   MOVE TAB-ESC-MINIMA(WS-ESC-IDX) TO WS-NOTA-MINIMA
                   MOVE TAB-ESC-NOME(WS-ESC-IDX) TO WS-ESC-NOME
               END-IF
           END-PERFORM
           .

      * confirmacao de aluno inativo: exige um operador com perfil de
      * supervisor no ficheiro do NOTASOPR, sem mexer na sessao do
      * operador que emite. sem esse ficheiro fica permitida.
           LOGIN-SUPERVISOR.
           MOVE SPACE TO WS-SUPERVISOR
           MOVE SPACE TO WS-PERFIL-SUP
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               MOVE "ADMN" TO WS-SUPERVISOR
               MOVE "S" TO WS-PERFIL-SUP
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
                           MOVE OP-CODIGO TO WS-SUPERVISOR
                           MOVE OP-PERFIL TO WS-PERFIL-SUP
                       ELSE
                           DISPLAY "SENHA ERRADA OU SEM PERFIL "
                               "DE SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERADOR-FILE
           END-IF
           .

           LOGIN-OPERADOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               DISPLAY "SESSAO DE SUPERVISOR ASSUMIDA. USE NOTASOPR."
               MOVE "ADMN" TO WS-OPERADOR
               MOVE "S" TO WS-PERFIL
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM UNTIL WS-PERFIL NOT = SPACE
                       OR WS-TENTATIVAS = 3
                   ADD 1 TO WS-TENTATIVAS
                   DISPLAY "CODIGO DE OPERADOR: "
                       ACCEPT WS-LOGIN-CODIGO
                   DISPLAY "SENHA: "
                       ACCEPT WS-LOGIN-SENHA
                   MOVE WS-LOGIN-CODIGO TO OP-CODIGO
                   READ OPERADOR-FILE KEY IS OP-CODIGO
                       INVALID KEY
                           DISPLAY "OPERADOR DESCONHECIDO."
                       NOT INVALID KEY
                           IF OP-SENHA = WS-LOGIN-SENHA
                               MOVE OP-CODIGO TO WS-OPERADOR
                               MOVE OP-PERFIL TO WS-PERFIL
                           ELSE
                               DISPLAY "SENHA ERRADA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
               IF WS-PERFIL = SPACE
                   DISPLAY "ACESSO NEGADO."
                   STOP RUN
               END-IF
           END-IF
           .
