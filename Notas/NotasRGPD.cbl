       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASRGP.
      *--------------------------------------------------
      * pedido de acesso aos dados pessoais (RGPD): dado um
      * NOTAS-NUMBER imprime em DOSSIER_RGPD.LST tudo o que a
      * escola guarda sobre o aluno - o registo do NOTAS.DAT com
      * todas as disciplinas, os dados demograficos, o encarregado
      * de educacao, cada falta, as inscricoes de recurso e os
      * pagamentos, o escalao da acao social, o estado da
      * submissao ao ministerio, os exames nacionais e a CFD, as
      * mudancas de turma, os pedidos de alteracao de notas, as
      * deliberacoes dos conselhos de turma, os certificados de
      * merito, os documentos passados pela secretaria, o percurso
      * escolar, o registo do ano fechado (NOTAS_ARQ.SEQ) e todas
      * as linhas de auditoria do aluno: AUDIT_ARQ.SEQ do ano anterior,
      * AUDIT_ARQ_P1 a P3 dos periodos arquivados e
      * o AUDITORIA.LOG vivo. os alunos inativos e os que ja so
      * existem nos arquivos tambem sao extraidos. cada extracao
      * fica registada em RGPD_EXTRACOES.LOG com o operador, o
      * requerente e o numero de linhas do dossier. o perfil de
      * consulta nao extrai dossiers.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "sldemograf.cbl".
           COPY "slencarr.cbl".
           COPY "slfaltas.cbl".
           COPY "slinscri.cbl".
           COPY "slpagamentos.cbl".
           COPY "slase.cbl".
           COPY "slsubmis.cbl".
           COPY "slcfd.cbl".
           COPY "slmovturma.cbl".
           COPY "slpedidos.cbl".
           COPY "sldelib.cbl".
           COPY "slpercurso.cbl".
           COPY "slauditoria.cbl".
           COPY "sloperador.cbl".

           SELECT ARQNOTAS-FILE ASSIGN TO "NOTAS_ARQ.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT ARQAUD-FILE ASSIGN TO "AUDIT_ARQ.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQP1-FILE ASSIGN TO "AUDIT_ARQ_P1.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQP2-FILE ASSIGN TO "AUDIT_ARQ_P2.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQP3-FILE ASSIGN TO "AUDIT_ARQ_P3.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT MERITO-REG-FILE ASSIGN TO "QUADRO_MERITO_REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT DOCUMENTOS-REG-FILE ASSIGN TO "DOCUMENTOS_REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT DOSSIER-FILE ASSIGN TO "DOSSIER_RGPD.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACOES-FILE ASSIGN TO "RGPD_EXTRACOES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fddemograf.cbl".
           COPY "fdencarr.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdinscri.cbl".
           COPY "fdpagamentos.cbl".
           COPY "fdase.cbl".
           COPY "fdsubmis.cbl".
           COPY "fdcfd.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdpedidos.cbl".
           COPY "fddelib.cbl".
           COPY "fdpercurso.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdoperador.cbl".

           FD  ARQNOTAS-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQNOTAS PIC X(240).

           FD  ARQAUD-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQAUD PIC X(80).
           FD  ARQP1-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQP1 PIC X(80).
           FD  ARQP2-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQP2 PIC X(80).
           FD  ARQP3-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQP3 PIC X(80).

      * registos do NOTASQDM e do NOTASDCL: so os campos que o
      * dossier mostra.
           FD  MERITO-REG-FILE
               LABEL RECORD IS STANDARD.
           01  REG-MERITO-REG.
               05 RQM-TIPO            PIC X(1).
               05 FILLER              PIC X(1).
               05 RQM-NUMERO          PIC 9(5).
               05 FILLER              PIC X(1).
               05 RQM-ANO-LETIVO      PIC X(9).
               05 FILLER              PIC X(1).
               05 RQM-NOTAS-NUMBER    PIC 9(5).
               05 FILLER              PIC X(43).
               05 RQM-OPERADOR        PIC X(4).
               05 FILLER              PIC X(1).
               05 RQM-TIMESTAMP       PIC X(26).
           FD  DOCUMENTOS-REG-FILE
               LABEL RECORD IS STANDARD.
           01  REG-DOCUMENTOS-REG.
               05 RDC-TIPO            PIC X(1).
               05 FILLER              PIC X(1).
               05 RDC-ANO-LETIVO      PIC X(9).
               05 FILLER              PIC X(1).
               05 RDC-NUMERO          PIC 9(5).
               05 FILLER              PIC X(1).
               05 RDC-NOTAS-NUMBER    PIC 9(5).
               05 FILLER              PIC X(37).
               05 RDC-FINALIDADE      PIC X(40).
               05 FILLER              PIC X(1).
               05 RDC-SUPERVISOR      PIC X(4).
               05 FILLER              PIC X(1).
               05 RDC-OPERADOR        PIC X(4).
               05 FILLER              PIC X(1).
               05 RDC-TIMESTAMP       PIC X(26).

           FD  DOSSIER-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-DOSSIER PIC X(80).

           FD  EXTRACOES-FILE
               LABEL RECORD IS STANDARD.
           01  REG-EXTRACAO.
               05 EXT-TIMESTAMP    PIC X(26).
               05 EXT-OPERADOR     PIC X(4).
               05 EXT-NOTAS-NUMBER PIC 9(5).
               05 EXT-LINHAS       PIC 9(5).
               05 EXT-REQUERENTE   PIC X(30).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-DEMOG-STATUS PIC XX.
           77 WS-ENCARR-STATUS PIC XX.
           77 WS-FALTAS-STATUS PIC XX.
           77 WS-INSCRI-STATUS PIC XX.
           77 WS-PAGAM-STATUS PIC XX.
           77 WS-ASE-STATUS PIC XX.
           77 WS-SUBMIS-STATUS PIC XX.
           77 WS-CFD-STATUS PIC XX.
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-PEDIDOS-STATUS PIC XX.
           77 WS-DELIB-STATUS PIC XX.
           77 WS-PERCURSO-STATUS PIC XX.
           77 WS-AUD-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-ARQ-STATUS PIC XX.
           77 WS-EXT-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-TENTATIVAS PIC 9(1).
           77 WS-NUMERO PIC 9(5).
           77 WS-REQUERENTE PIC X(30).
           77 WS-CONFIRMA PIC X.
           77 WS-SAI PIC X.
           77 WS-D PIC 9(2).
           77 WS-CONTA PIC 9(5).
           77 WS-TOTAL-LINHAS PIC 9(5) VALUE 0.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-F-NOTA PIC Z9.99.
           77 WS-F-NOTA2 PIC Z9.99.
           77 WS-F-NOTA3 PIC Z9.99.
           77 WS-F-MEDIA PIC Z9.99.
           77 WS-F-VALOR PIC ZZ9.99.
           77 WS-ARQ-P PIC 9(1).
           77 WS-ARQ-SAI PIC X.
           77 WS-ARQ-FIM PIC X.
           77 WS-ORIGEM PIC X(12).
           77 WS-TITULO PIC X(80).

           01 WS-ALUNO-ARQUIVO.
               05 ARQ-NOTAS-NUMBER   PIC 9(5).
               05 ARQ-NOMEALUNO      PIC A(20).
               05 ARQ-NOTA1          PIC 99V99.
               05 ARQ-NOTA2          PIC 99V99.
               05 ARQ-NOTA3          PIC 99V99.
               05 ARQ-MEDIA          PIC 99V99.
               05 ARQ-STATUS         PIC X.
               05 ARQ-TURMA          PIC X(4).
               05 ARQ-NUM-DISC       PIC 9(2).
               05 ARQ-DISCIPLINAS    OCCURS 12 TIMES.
                   10 ARQ-DISC-CODIGO  PIC X(6).
                   10 ARQ-DISC-PERIODO PIC 9(1).
                   10 ARQ-DISC-NOTA    PIC 99V99.
                   10 ARQ-DISC-RECURSO PIC 99V99.
                   10 ARQ-DISC-RECURSO-FLAG PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           IF WS-PERFIL = "C"
               DISPLAY "PERFIL DE CONSULTA NAO EXTRAI DOSSIERS."
               STOP RUN
           END-IF
           DISPLAY "NUMERO DO ALUNO: "
           ACCEPT WS-NUMERO
           DISPLAY "REQUERENTE (NOME DE QUEM PEDE): "
           MOVE SPACE TO WS-REQUERENTE
           ACCEPT WS-REQUERENTE
           IF WS-REQUERENTE = SPACE
               DISPLAY "O REQUERENTE E OBRIGATORIO."
               STOP RUN
           END-IF
           OPEN OUTPUT DOSSIER-FILE
           PERFORM ESCREVER-CABECALHO
           PERFORM EXTRAIR-ALUNO
           PERFORM EXTRAIR-DEMOGRAFIA
           PERFORM EXTRAIR-ENCARREGADO
           PERFORM EXTRAIR-FALTAS
           PERFORM EXTRAIR-INSCRICOES
           PERFORM EXTRAIR-ACAO-SOCIAL
           PERFORM EXTRAIR-SUBMISSAO
           PERFORM EXTRAIR-EXAMES
           PERFORM EXTRAIR-MOVIMENTOS
           PERFORM EXTRAIR-PEDIDOS
           PERFORM EXTRAIR-DELIBERACOES
           PERFORM EXTRAIR-CERTIFICADOS-MERITO
           PERFORM EXTRAIR-DOCUMENTOS
           PERFORM EXTRAIR-PERCURSO
           PERFORM EXTRAIR-ANO-ARQUIVADO
           PERFORM EXTRAIR-AUDITORIA
           MOVE SPACE TO LINHA-DOSSIER
           WRITE LINHA-DOSSIER
           MOVE "FIM DO DOSSIER." TO LINHA-DOSSIER
           WRITE LINHA-DOSSIER
           CLOSE DOSSIER-FILE
           PERFORM REGISTAR-EXTRACAO
           DISPLAY "DOSSIER_RGPD.LST ESCRITO. LINHAS: " WS-TOTAL-LINHAS
           STOP RUN.

      * o acesso segue o OPERADOR.DAT como no programa NOTAS; sem
      * ficheiro de operadores assume-se supervisor.
           LOGIN-OPERADOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
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

           ESCREVER-CABECALHO.
           MOVE "ESCOLA - DOSSIER DE DADOS PESSOAIS (RGPD)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE WS-NUMERO TO WS-F-NUMERO
           MOVE SPACE TO LINHA-DOSSIER
           STRING "ALUNO N. " WS-F-NUMERO
                  "   DATA: " FUNCTION CURRENT-DATE(1:8)
                  "   OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "PEDIDO POR: " WS-REQUERENTE
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

           ESCREVER-LINHA.
           WRITE LINHA-DOSSIER
           ADD 1 TO WS-TOTAL-LINHAS
           .

      * titulo de cada secao do dossier, que vem ja em
      * LINHA-DOSSIER.
           ESCREVER-TITULO.
           MOVE LINHA-DOSSIER TO WS-TITULO
           MOVE SPACE TO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE WS-TITULO TO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE ALL "-" TO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

           EXTRAIR-ALUNO.
           MOVE "IDENTIFICACAO E NOTAS (NOTAS.DAT)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               MOVE "  NOTAS.DAT NAO ENCONTRADO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           ELSE
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE "  SEM REGISTO NO ANO CORRENTE."
                           TO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                   NOT INVALID KEY
                       MOVE REG-ALUNO TO WS-ALUNO-ARQUIVO
                       PERFORM ESCREVER-REGISTO-ALUNO
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           .

      * o registo do aluno vem em WS-ALUNO-ARQUIVO, tanto do
      * NOTAS.DAT como do NOTAS_ARQ.SEQ (mesma imagem).
           ESCREVER-REGISTO-ALUNO.
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  NOME: " ARQ-NOMEALUNO "  TURMA: " ARQ-TURMA
                  "  ESTADO: " ARQ-STATUS
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE ARQ-NOTA1 TO WS-F-NOTA
           MOVE ARQ-NOTA2 TO WS-F-NOTA2
           MOVE ARQ-NOTA3 TO WS-F-NOTA3
           MOVE ARQ-MEDIA TO WS-F-MEDIA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  NOTAS: " WS-F-NOTA " " WS-F-NOTA2 " " WS-F-NOTA3
                  "  MEDIA: " WS-F-MEDIA
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           IF ARQ-NUM-DISC IS NUMERIC AND ARQ-NUM-DISC <= 12
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > ARQ-NUM-DISC
                   MOVE ARQ-DISC-NOTA(WS-D) TO WS-F-NOTA
                   MOVE SPACE TO LINHA-DOSSIER
                   IF ARQ-DISC-RECURSO-FLAG(WS-D) = "S"
                       MOVE ARQ-DISC-RECURSO(WS-D) TO WS-F-NOTA2
                       STRING "  DISC " ARQ-DISC-CODIGO(WS-D)
                              " PERIODO " ARQ-DISC-PERIODO(WS-D)
                              " NOTA " WS-F-NOTA
                              " RECURSO " WS-F-NOTA2
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                   ELSE
                       STRING "  DISC " ARQ-DISC-CODIGO(WS-D)
                              " PERIODO " ARQ-DISC-PERIODO(WS-D)
                              " NOTA " WS-F-NOTA
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                   END-IF
                   PERFORM ESCREVER-LINHA
               END-PERFORM
           END-IF
           .

           EXTRAIR-DEMOGRAFIA.
           MOVE "DADOS DEMOGRAFICOS (DEMOGRAFIA.DAT)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE "S" TO WS-CONFIRMA
           OPEN INPUT DEMOG-FILE
           IF WS-DEMOG-STATUS = "00"
               MOVE WS-NUMERO TO DEM-NOTAS-NUMBER
               READ DEMOG-FILE KEY IS DEM-NOTAS-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-CONFIRMA
                   NOT INVALID KEY
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  NASCIMENTO: " DEM-NASCIMENTO
                              "  ID NACIONAL: " DEM-ID-NACIONAL
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  MORADA: " DEM-MORADA1
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "          " DEM-MORADA2
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE DEMOG-FILE
           ELSE
               MOVE "N" TO WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "N"
               MOVE "  SEM REGISTO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-ENCARREGADO.
           MOVE "ENCARREGADO DE EDUCACAO (ENCARR.DAT)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE "S" TO WS-CONFIRMA
           OPEN INPUT ENCARR-FILE
           IF WS-ENCARR-STATUS = "00"
               MOVE WS-NUMERO TO ENC-NOTAS-NUMBER
               READ ENCARR-FILE KEY IS ENC-NOTAS-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-CONFIRMA
                   NOT INVALID KEY
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  NOME: " ENC-NOME
                              "  PARENTESCO: " ENC-PARENTESCO
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  MORADA: " ENC-MORADA1
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "          " ENC-MORADA2
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  CANAL DE AVISOS: " ENC-CANAL
                              "  CONTACTO: " ENC-CONTACTO
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE ENCARR-FILE
           ELSE
               MOVE "N" TO WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "N"
               MOVE "  SEM REGISTO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-FALTAS.
           MOVE "FALTAS (FALTAS.DAT)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS = "00"
               MOVE WS-NUMERO TO FAL-NOTAS-NUMBER
               MOVE LOW-VALUES TO FAL-DISC-CODIGO FAL-DATA
               MOVE "N" TO WS-SAI
               START FALTAS-FILE KEY IS NOT LESS THAN FAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ FALTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF FAL-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               ADD 1 TO WS-CONTA
                               MOVE SPACE TO LINHA-DOSSIER
                               STRING "  DISC " FAL-DISC-CODIGO
                                      "  DATA " FAL-DATA
                                      "  OPERADOR " FAL-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO LINHA-DOSSIER
                               PERFORM ESCREVER-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALTAS-FILE
           END-IF
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  TOTAL DE FALTAS: " WS-CONTA
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

      * inscricoes de recurso e, para cada uma, os pagamentos do
      * livro PAGAMENTOS.DAT (chave alternativa da inscricao).
           EXTRAIR-INSCRICOES.
           MOVE "INSCRICOES DE RECURSO E PAGAMENTOS" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT INSCRICOES-FILE
           IF WS-INSCRI-STATUS = "00"
               OPEN INPUT PAGAMENTOS-FILE
               MOVE WS-NUMERO TO INS-NOTAS-NUMBER
               MOVE LOW-VALUES TO INS-DISC-CODIGO
               MOVE "N" TO WS-SAI
               START INSCRICOES-FILE KEY IS NOT LESS THAN INS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ INSCRICOES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF INS-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               ADD 1 TO WS-CONTA
                               MOVE SPACE TO LINHA-DOSSIER
                               STRING "  DISC " INS-DISC-CODIGO
                                      "  DATA " INS-DATA
                                      "  TAXA " INS-TAXA
                                   DELIMITED BY SIZE
                                   INTO LINHA-DOSSIER
                               PERFORM ESCREVER-LINHA
                               IF WS-PAGAM-STATUS = "00"
                                   PERFORM EXTRAIR-PAGAMENTOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PAGAM-STATUS = "00"
                   CLOSE PAGAMENTOS-FILE
               END-IF
               CLOSE INSCRICOES-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM INSCRICOES." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-PAGAMENTOS.
           MOVE INS-CHAVE TO PAG-INSCRICAO
           MOVE "N" TO WS-ARQ-SAI
           START PAGAMENTOS-FILE KEY IS EQUAL TO PAG-INSCRICAO
               INVALID KEY
                   MOVE "S" TO WS-ARQ-SAI
           END-START
           PERFORM UNTIL WS-ARQ-SAI = "S"
               READ PAGAMENTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARQ-SAI
                   NOT AT END
                       IF PAG-INSCRICAO NOT = INS-CHAVE
                           MOVE "S" TO WS-ARQ-SAI
                       ELSE
                           MOVE PAG-VALOR TO WS-F-VALOR
                           MOVE SPACE TO LINHA-DOSSIER
                           STRING "    RECIBO " PAG-RECIBO
                                  "  VALOR " WS-F-VALOR
                                  "  MEIO " PAG-METODO
                                  "  DATA " PAG-DATA
                                  "  OPERADOR " PAG-OPERADOR
                               DELIMITED BY SIZE INTO LINHA-DOSSIER
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM
           .

           EXTRAIR-ACAO-SOCIAL.
           MOVE "ACAO SOCIAL ESCOLAR (ACAO_SOCIAL.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE "N" TO WS-CONFIRMA
           OPEN INPUT ASE-FILE
           IF WS-ASE-STATUS = "00"
               MOVE WS-NUMERO TO ASE-NOTAS-NUMBER
               READ ASE-FILE KEY IS ASE-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONFIRMA
                       MOVE SPACE TO LINHA-DOSSIER
                       STRING "  ESCALAO " ASE-ESCALAO
                              "  ANO LETIVO " ASE-ANO-LETIVO
                              "  REGISTADO " ASE-DATA
                              " POR " ASE-OPERADOR
                           DELIMITED BY SIZE INTO LINHA-DOSSIER
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE ASE-FILE
           END-IF
           IF WS-CONFIRMA = "N"
               MOVE "  SEM REGISTO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-SUBMISSAO.
           MOVE "SUBMISSAO AO MINISTERIO (SUBMISSOES.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE "N" TO WS-CONFIRMA
           OPEN INPUT SUBMISSOES-FILE
           IF WS-SUBMIS-STATUS = "00"
               MOVE WS-NUMERO TO SUB-NOTAS-NUMBER
               READ SUBMISSOES-FILE KEY IS SUB-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CONFIRMA
                       MOVE SPACE TO LINHA-DOSSIER
                       IF SUB-ACEITE
                           STRING "  ACEITE EM " SUB-DATA
                               DELIMITED BY SIZE INTO LINHA-DOSSIER
                       ELSE
                           STRING "  REJEITADO EM " SUB-DATA
                                  "  MOTIVO " SUB-MOTIVO
                               DELIMITED BY SIZE INTO LINHA-DOSSIER
                       END-IF
                       PERFORM ESCREVER-LINHA
               END-READ
               CLOSE SUBMISSOES-FILE
           END-IF
           IF WS-CONFIRMA = "N"
               MOVE "  SEM RETORNO DO MINISTERIO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-EXAMES.
           MOVE "EXAMES NACIONAIS E CFD (EXAMES_CFD.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT CFD-FILE
           IF WS-CFD-STATUS = "00"
               MOVE WS-NUMERO TO CFD-NOTAS-NUMBER
               MOVE LOW-VALUES TO CFD-ANO-LETIVO CFD-DISC-CODIGO
               MOVE "N" TO WS-SAI
               START CFD-FILE KEY IS NOT LESS THAN CFD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ CFD-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF CFD-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               ADD 1 TO WS-CONTA
                               MOVE CFD-CIF TO WS-F-NOTA
                               MOVE CFD-FINAL TO WS-F-NOTA2
                               MOVE SPACE TO LINHA-DOSSIER
                               STRING "  " CFD-ANO-LETIVO
                                      "  DISC " CFD-DISC-CODIGO
                                      "  EXAME " CFD-EXAME
                                      "  CIF " WS-F-NOTA
                                      "  CFD " WS-F-NOTA2
                                      "  ESTADO " CFD-ESTADO
                                   DELIMITED BY SIZE
                                   INTO LINHA-DOSSIER
                               PERFORM ESCREVER-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFD-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM EXAMES." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           EXTRAIR-MOVIMENTOS.
           MOVE "MUDANCAS DE TURMA (MOVIMENTOS_TURMA.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "00"
               MOVE WS-NUMERO TO MOV-NOTAS-NUMBER
               MOVE LOW-VALUES TO MOV-DATA-EFETIVA
               MOVE "N" TO WS-SAI
               START MOVTURMA-FILE KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ MOVTURMA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF MOV-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               ADD 1 TO WS-CONTA
                               MOVE SPACE TO LINHA-DOSSIER
                               STRING "  " MOV-DATA-EFETIVA
                                      "  " MOV-TURMA-ANTIGA
                                      " -> " MOV-TURMA-NOVA
                                      "  OPERADOR " MOV-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO LINHA-DOSSIER
                               PERFORM ESCREVER-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVTURMA-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM MUDANCAS DE TURMA." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

      * os pedidos estao pela ordem do numero do pedido: le-se o
      * ficheiro todo.
           EXTRAIR-PEDIDOS.
           MOVE "PEDIDOS DE ALTERACAO DE NOTAS" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT PEDIDOS-FILE
           IF WS-PEDIDOS-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF PED-NOTAS-NUMBER = WS-NUMERO
                               PERFORM ESCREVER-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM PEDIDOS." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           ESCREVER-PEDIDO.
           ADD 1 TO WS-CONTA
           MOVE PED-NOTA-ANTES TO WS-F-NOTA
           MOVE PED-NOTA-NOVA TO WS-F-NOTA2
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  PEDIDO " PED-NUMERO "  " PED-TIMESTAMP(1:8)
                  "  DISC " PED-DISC-CODIGO
                  "  " WS-F-NOTA " -> " WS-F-NOTA2
                  "  ESTADO " PED-ESTADO
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "    MOTIVO: " PED-MOTIVO
                  " POR " PED-REQUERENTE
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

      * deliberacoes do conselho de turma (NOTASCON), pela chave
      * alternativa do numero do aluno.
           EXTRAIR-DELIBERACOES.
           MOVE "DELIBERACOES DO CONSELHO DE TURMA (DELIBERACOES.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT DELIB-FILE
           IF WS-DELIB-STATUS = "00"
               MOVE WS-NUMERO TO DEL-NOTAS-NUMBER
               MOVE "N" TO WS-SAI
               START DELIB-FILE KEY IS = DEL-NOTAS-NUMBER
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ DELIB-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF DEL-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               PERFORM ESCREVER-DELIBERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIB-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM DELIBERACOES." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           ESCREVER-DELIBERACAO.
           ADD 1 TO WS-CONTA
           MOVE DEL-NOTA-ANTES TO WS-F-NOTA
           MOVE DEL-NOTA-DEPOIS TO WS-F-NOTA2
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  " DEL-ANO-LETIVO "  TURMA " DEL-TURMA
                  "  PERIODO " DEL-PERIODO "  TIPO " DEL-TIPO
                  "  DISC " DEL-DISC-CODIGO
                  "  " WS-F-NOTA " -> " WS-F-NOTA2
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "    " DEL-JUSTIFICACAO(1)
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           IF DEL-JUSTIFICACAO(2) NOT = SPACE
               MOVE SPACE TO LINHA-DOSSIER
               STRING "    " DEL-JUSTIFICACAO(2)
                   DELIMITED BY SIZE INTO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

      * certificados de merito (NOTASQDM): emissoes e 2as vias.
           EXTRAIR-CERTIFICADOS-MERITO.
           MOVE "CERTIFICADOS DE MERITO (QUADRO_MERITO_REG.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT MERITO-REG-FILE
           IF WS-ARQ-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ MERITO-REG-FILE
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF RQM-NOTAS-NUMBER = WS-NUMERO
                               ADD 1 TO WS-CONTA
                               MOVE RQM-NUMERO TO WS-F-NUMERO
                               MOVE SPACE TO LINHA-DOSSIER
                               STRING "  " RQM-ANO-LETIVO
                                      "  CERTIFICADO N. " WS-F-NUMERO
                                      "  TIPO " RQM-TIPO
                                      "  EM " RQM-TIMESTAMP(1:8)
                                      "  POR " RQM-OPERADOR
                                   DELIMITED BY SIZE INTO LINHA-DOSSIER
                               PERFORM ESCREVER-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERITO-REG-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM CERTIFICADOS DE MERITO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

      * declaracoes e certificados da secretaria (NOTASDCL), com a
      * finalidade declarada.
           EXTRAIR-DOCUMENTOS.
           MOVE "DOCUMENTOS EMITIDOS (DOCUMENTOS_REG.DAT)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT DOCUMENTOS-REG-FILE
           IF WS-ARQ-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ DOCUMENTOS-REG-FILE
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF RDC-NOTAS-NUMBER = WS-NUMERO
                               PERFORM ESCREVER-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTOS-REG-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM DOCUMENTOS EMITIDOS." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           ESCREVER-DOCUMENTO.
           ADD 1 TO WS-CONTA
           MOVE RDC-NUMERO TO WS-F-NUMERO
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  " RDC-ANO-LETIVO "  TIPO " RDC-TIPO
                  "  N. " WS-F-NUMERO
                  "  EM " RDC-TIMESTAMP(1:8)
                  "  POR " RDC-OPERADOR
                  "  SUPERVISOR " RDC-SUPERVISOR
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "    FINALIDADE: " RDC-FINALIDADE
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

           EXTRAIR-PERCURSO.
           MOVE "PERCURSO ESCOLAR (PERCURSO.DAT)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT PERCURSO-FILE
           IF WS-PERCURSO-STATUS = "00"
               MOVE WS-NUMERO TO PER-NOTAS-NUMBER
               MOVE LOW-VALUES TO PER-ANO-LETIVO
               MOVE "N" TO WS-SAI
               START PERCURSO-FILE KEY IS NOT LESS THAN PER-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SAI
               END-START
               PERFORM UNTIL WS-SAI = "S"
                   READ PERCURSO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF PER-NOTAS-NUMBER NOT = WS-NUMERO
                               MOVE "S" TO WS-SAI
                           ELSE
                               PERFORM ESCREVER-PERCURSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERCURSO-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM ANOS FECHADOS." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

           ESCREVER-PERCURSO.
           ADD 1 TO WS-CONTA
           MOVE PER-MEDIAALUNO TO WS-F-MEDIA
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  " PER-ANO-LETIVO "  " PER-NOMEALUNO
                  "  TURMA " PER-TURMA "  MEDIA " WS-F-MEDIA
                  "  FALTAS " PER-TOTAL-FALTAS
                  "  DECISAO " PER-DECISAO
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           IF PER-NUM-DISCIPLINAS IS NUMERIC AND
                   PER-NUM-DISCIPLINAS <= 12
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > PER-NUM-DISCIPLINAS
                   MOVE PER-DISC-NOTA(WS-D) TO WS-F-NOTA
                   MOVE PER-DISC-RECURSO(WS-D) TO WS-F-NOTA2
                   MOVE SPACE TO LINHA-DOSSIER
                   STRING "    DISC " PER-DISC-CODIGO(WS-D)
                          " PERIODO " PER-DISC-PERIODO(WS-D)
                          " NOTA " WS-F-NOTA
                          " RECURSO " WS-F-NOTA2
                       DELIMITED BY SIZE INTO LINHA-DOSSIER
                   PERFORM ESCREVER-LINHA
               END-PERFORM
           END-IF
           .

           EXTRAIR-ANO-ARQUIVADO.
           MOVE "ANO FECHADO (NOTAS_ARQ.SEQ)" TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           OPEN INPUT ARQNOTAS-FILE
           IF WS-ARQ-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ ARQNOTAS-FILE
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           MOVE REG-ARQNOTAS TO WS-ALUNO-ARQUIVO
                           IF ARQ-NOTAS-NUMBER = WS-NUMERO
                               ADD 1 TO WS-CONTA
                               PERFORM ESCREVER-REGISTO-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQNOTAS-FILE
           END-IF
           IF WS-CONTA = ZERO
               MOVE "  SEM REGISTO ARQUIVADO." TO LINHA-DOSSIER
               PERFORM ESCREVER-LINHA
           END-IF
           .

      * auditoria por ordem cronologica: o arquivo do ano anterior
      * (NOTASTRA), os arquivos dos periodos (NOTASARQ) e o log
      * vivo. ficheiro inexistente e saltado.
           EXTRAIR-AUDITORIA.
           MOVE "AUDITORIA (TODOS OS MOVIMENTOS DO ALUNO)"
               TO LINHA-DOSSIER
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-CONTA
           PERFORM VARYING WS-ARQ-P FROM 0 BY 1 UNTIL WS-ARQ-P > 3
               PERFORM ABRIR-ARQUIVO
               IF WS-ARQ-STATUS = "00"
                   MOVE "N" TO WS-ARQ-SAI
                   PERFORM UNTIL WS-ARQ-SAI = "S"
                       PERFORM LER-ARQUIVO
                       IF WS-ARQ-FIM = "S"
                           MOVE "S" TO WS-ARQ-SAI
                       ELSE
                           IF AUD-NOTAS-NUMBER = WS-NUMERO
                               PERFORM ESCREVER-AUDITORIA
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM FECHAR-ARQUIVO
               END-IF
           END-PERFORM
           MOVE "AUDITORIA.LOG" TO WS-ORIGEM
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ AUDIT-FILE
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF AUD-NOTAS-NUMBER = WS-NUMERO
                               PERFORM ESCREVER-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  TOTAL DE MOVIMENTOS: " WS-CONTA
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

           ABRIR-ARQUIVO.
           EVALUATE WS-ARQ-P
               WHEN 0
                   MOVE "AUDIT_ARQ" TO WS-ORIGEM
                   OPEN INPUT ARQAUD-FILE
               WHEN 1
                   MOVE "ARQ_P1" TO WS-ORIGEM
                   OPEN INPUT ARQP1-FILE
               WHEN 2
                   MOVE "ARQ_P2" TO WS-ORIGEM
                   OPEN INPUT ARQP2-FILE
               WHEN 3
                   MOVE "ARQ_P3" TO WS-ORIGEM
                   OPEN INPUT ARQP3-FILE
           END-EVALUATE
           .

           LER-ARQUIVO.
           MOVE "N" TO WS-ARQ-FIM
           EVALUATE WS-ARQ-P
               WHEN 0
                   READ ARQAUD-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-FIM
                       NOT AT END
                           MOVE REG-ARQAUD TO REG-AUDITORIA
                   END-READ
               WHEN 1
                   READ ARQP1-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-FIM
                       NOT AT END
                           MOVE REG-ARQP1 TO REG-AUDITORIA
                   END-READ
               WHEN 2
                   READ ARQP2-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-FIM
                       NOT AT END
                           MOVE REG-ARQP2 TO REG-AUDITORIA
                   END-READ
               WHEN 3
                   READ ARQP3-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-FIM
                       NOT AT END
                           MOVE REG-ARQP3 TO REG-AUDITORIA
                   END-READ
           END-EVALUATE
           .

           FECHAR-ARQUIVO.
           EVALUATE WS-ARQ-P
               WHEN 0
                   CLOSE ARQAUD-FILE
               WHEN 1
                   CLOSE ARQP1-FILE
               WHEN 2
                   CLOSE ARQP2-FILE
               WHEN 3
                   CLOSE ARQP3-FILE
           END-EVALUATE
           .

           ESCREVER-AUDITORIA.
           ADD 1 TO WS-CONTA
           MOVE AUD-A-MEDIA TO WS-F-NOTA
           MOVE AUD-D-MEDIA TO WS-F-NOTA2
           MOVE SPACE TO LINHA-DOSSIER
           STRING "  " WS-ORIGEM " " AUD-TIMESTAMP(1:14)
                  " OP " AUD-OPERACAO
                  " MEDIA " WS-F-NOTA " -> " WS-F-NOTA2
                  " OPERADOR " AUD-OPERADOR
               DELIMITED BY SIZE INTO LINHA-DOSSIER
           PERFORM ESCREVER-LINHA
           .

      * cada extracao fica no registo permanente, com quem a fez e
      * para quem.
           REGISTAR-EXTRACAO.
           OPEN EXTEND EXTRACOES-FILE
           IF WS-EXT-STATUS = "35"
               OPEN OUTPUT EXTRACOES-FILE
               CLOSE EXTRACOES-FILE
               OPEN EXTEND EXTRACOES-FILE
           END-IF
           MOVE SPACE TO REG-EXTRACAO
           MOVE FUNCTION CURRENT-DATE TO EXT-TIMESTAMP
           MOVE WS-OPERADOR TO EXT-OPERADOR
           MOVE WS-NUMERO TO EXT-NOTAS-NUMBER
           MOVE WS-TOTAL-LINHAS TO EXT-LINHAS
           MOVE WS-REQUERENTE TO EXT-REQUERENTE
           WRITE REG-EXTRACAO
           CLOSE EXTRACOES-FILE
           .
