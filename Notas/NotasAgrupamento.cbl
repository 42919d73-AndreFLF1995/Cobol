       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASAGR.
      *--------------------------------------------------
      * consolidacao do agrupamento: le os extractos AGRUPAMENTO.DAT
      * (escritos pelo NOTASMIN de cada escola, no modelo do
      * MINISTERIO.DAT com registos "G" de disciplina) das escolas
      * listadas no parametro AGRUPAMENTO.PRM - uma linha por
      * escola com o codigo(6), um espaco e o nome do ficheiro(40);
      * sem nome vale AGR_<codigo>.DAT. cada ficheiro e validado
      * primeiro (cabecalho com o codigo esperado, mesmo ano letivo,
      * contagens e somas do fecho) e a escola cujo ficheiro nao
      * bate e rejeitada inteira. com as restantes escreve o
      * AGRUPAMENTO.LST: taxas de aprovacao e medias por escola, por
      * ano de escolaridade e por disciplina e ano, sempre com o
      * total do agrupamento e a comparacao escola a escola, e a
      * lista dos alunos com o mesmo identificador nacional em mais
      * de uma escola (possiveis duplas matriculas).
      * o ano e o numero com que comeca o codigo da turma e a nota
      * minima de aprovacao vem das escalas do ESCALAS.PRM, como no
      * resto do sistema. nota zero e "ainda sem nota" e fica de
      * fora das medias e das taxas. em cada disciplina conta a
      * nota do ultimo periodo avaliado (a melhor entre nota e
      * recurso).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slescalas.cbl".

           SELECT PARAM-FILE ASSIGN TO "AGRUPAMENTO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO WS-NOME-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT LISTA-FILE ASSIGN TO "AGRUPAMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdescalas.cbl".

           FD  PARAM-FILE
               LABEL RECORD IS STANDARD.
           01  REG-PARAM.
               05 PRM-ESCOLA      PIC X(6).
               05 FILLER          PIC X(1).
               05 PRM-FICHEIRO    PIC X(40).

           FD  EXTRACTO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-EXTRACTO.
               05 EXT-TIPO        PIC X(1).
               05 FILLER          PIC X(77).
           01  EXT-CABECALHO.
               05 FILLER          PIC X(1).
               05 EXT-H-ESCOLA    PIC X(6).
               05 EXT-H-ANO       PIC X(8).
               05 EXT-H-DATA      PIC X(8).
               05 FILLER          PIC X(55).
           01  EXT-DETALHE.
               05 FILLER          PIC X(1).
               05 EXT-D-NUMERO    PIC 9(5).
               05 EXT-D-NOME      PIC X(20).
               05 EXT-D-NOTA1     PIC 9(4).
               05 EXT-D-NOTA2     PIC 9(4).
               05 EXT-D-NOTA3     PIC 9(4).
               05 EXT-D-MEDIA     PIC 9(4).
               05 EXT-D-TURMA     PIC X(4).
               05 EXT-D-NASCIMENTO PIC X(8).
               05 EXT-D-ID-NAC    PIC X(10).
               05 FILLER          PIC X(13).
           01  EXT-DISCIPLINA.
               05 FILLER          PIC X(1).
               05 EXT-G-NUMERO    PIC 9(5).
               05 EXT-G-DISC      PIC X(6).
               05 EXT-G-PERIODO   PIC 9(1).
               05 EXT-G-NOTA      PIC 9(4).
               05 EXT-G-RECURSO   PIC 9(4).
               05 FILLER          PIC X(57).
           01  EXT-FECHO.
               05 FILLER          PIC X(1).
               05 EXT-T-CONTAGEM  PIC 9(6).
               05 EXT-T-SOMA      PIC 9(8).
               05 EXT-T-CONT-DISC PIC 9(6).
               05 EXT-T-SOMA-DISC PIC 9(8).
               05 FILLER          PIC X(49).

           FD  LISTA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-LISTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-EXT-STATUS PIC XX.
           77 WS-ESCALAS-STATUS PIC XX.
           77 SAI PIC X.
           77 WS-NOME-EXTRACTO PIC X(40).
           77 WS-HOJE PIC X(8).
           77 WS-ANO-GRUPO PIC X(8).
           77 WS-TOTAL-ESCOLAS PIC 9(2) VALUE 0.
           77 WS-TOTAL-ACEITES PIC 9(2) VALUE 0.
           77 WS-E PIC 9(2).
           77 WS-E2 PIC 9(2).
           77 WS-N PIC 9(2).
           77 WS-D PIC 9(3).
           77 WS-D2 PIC 9(3).
           77 WS-A PIC 9(4).
           77 WS-B PIC 9(4).
           77 WS-IDX PIC 9(2).
           77 WS-TROCOU PIC X.
      * validacao de um extracto
           77 WS-V-ESTADO PIC X.
           77 WS-V-MOTIVO PIC X(30).
           77 WS-V-QTD-D PIC 9(6).
           77 WS-V-QTD-G PIC 9(6).
           77 WS-V-SOMA-D PIC 9(9).
           77 WS-V-SOMA-G PIC 9(9).
           77 WS-V-NUMERO PIC 9(5).
           77 WS-V-ANO PIC X(8).
      * aluno em curso na segunda leitura
           77 WS-CUR-PENDENTE PIC X.
           77 WS-CUR-NIVEL PIC 9(2).
           77 WS-CUR-MINIMA PIC 99V99.
           77 WS-TOTAL-BUF PIC 9(2).
           77 WS-NOTA PIC 99V99.
           77 WS-RECURSO PIC 99V99.
           77 WS-TOTAL-AL PIC 9(4) VALUE 0.
           77 WS-TOTAL-DUP PIC 9(3) VALUE 0.
           77 WS-AL-EXCEDIDOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-DY PIC 9(3) VALUE 0.
           77 WS-DY-EXCEDIDOS PIC 9(5) VALUE 0.
      * escalas
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99.
           77 WS-NOTA-MAXIMA PIC 99V99.
           77 WS-NOTA-MINIMA PIC 99V99.
           77 WS-ESC-NOME PIC X(12).
      * linha de estatistica
           77 WS-P-TITULO PIC X(60).
           77 WS-P-ROTULO PIC X(22).
           77 WS-P-ALUNOS PIC 9(6).
           77 WS-P-AVAL PIC 9(6).
           77 WS-P-APROV PIC 9(6).
           77 WS-P-SOMA PIC 9(7)V99.
           77 WS-P-MEDIA PIC 99V99.
           77 WS-P-MEDIA-GRUPO PIC 99V99.
           77 WS-P-TAXA PIC 999V9.
           77 WS-P-MARCA PIC X(2).
           77 WS-F-ALUNOS PIC ZZZZZ9.
           77 WS-F-AVAL PIC ZZZZZ9.
           77 WS-F-APROV PIC ZZZZZ9.
           77 WS-F-TAXA PIC ZZ9.9.
           77 WS-F-MEDIA PIC Z9.99.
           77 WS-F-NIVEL PIC Z9.
           77 WS-F-QTD PIC ZZZZZ9.
           77 WS-F-NUMERO PIC ZZZZ9.

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA-LINHA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-ESCOLAS-TABELA.
               05 WS-ESCOLA OCCURS 10 TIMES.
                   10 TAB-AGE-CODIGO   PIC X(6).
                   10 TAB-AGE-FICHEIRO PIC X(40).
                   10 TAB-AGE-ACEITE   PIC X(1).
                   10 TAB-AGE-MOTIVO   PIC X(30).
                   10 TAB-AGE-QTD-D    PIC 9(6).
                   10 TAB-AGE-QTD-G    PIC 9(6).
                   10 TAB-AGE-ALUNOS   PIC 9(6).
                   10 TAB-AGE-AVAL     PIC 9(6).
                   10 TAB-AGE-APROV    PIC 9(6).
                   10 TAB-AGE-SOMA     PIC 9(7)V99.

      * ano de escolaridade 0-12 (0 = turma sem numero), na
      * posicao nivel + 1, com os contadores de cada escola.
           01 WS-NIVEIS-TABELA.
               05 WS-NIVEL OCCURS 13 TIMES.
                   10 WS-NIV-ESCOLA OCCURS 10 TIMES.
                       15 NIV-ALUNOS   PIC 9(6).
                       15 NIV-AVAL     PIC 9(6).
                       15 NIV-APROV    PIC 9(6).
                       15 NIV-SOMA     PIC 9(7)V99.

           01 WS-DISCIPLINAS-TABELA.
               05 WS-DY OCCURS 200 TIMES.
                   10 DY-DISC          PIC X(6).
                   10 DY-NIVEL         PIC 9(2).
                   10 WS-DY-ESCOLA OCCURS 10 TIMES.
                       15 DY-AVAL      PIC 9(6).
                       15 DY-APROV     PIC 9(6).
                       15 DY-SOMA      PIC 9(7)V99.
           01 WS-DY-TROCA PIC X(218).

      * disciplinas do aluno em curso: fica a nota do ultimo
      * periodo avaliado de cada uma.
           01 WS-BUF-TABELA.
               05 WS-BUF OCCURS 12 TIMES.
                   10 BUF-DISC         PIC X(6).
                   10 BUF-PERIODO      PIC 9(1).
                   10 BUF-NOTA         PIC 99V99.

           01 WS-ALUNOS-TABELA.
               05 WS-AL OCCURS 9999 TIMES.
                   10 AL-ID-NAC        PIC X(10).
                   10 AL-ESCOLA        PIC 9(2).
                   10 AL-NUMERO        PIC 9(5).
                   10 AL-NOME          PIC X(20).
                   10 AL-TURMA         PIC X(4).

           01 WS-DUPLOS-TABELA.
               05 WS-DUP OCCURS 500 TIMES.
                   10 DUP-A            PIC 9(4).
                   10 DUP-B            PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE SPACE TO WS-ANO-GRUPO
           INITIALIZE WS-NIVEIS-TABELA
           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-ESCALAS
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               IF TAB-AGE-ACEITE(WS-E) = "S"
                   PERFORM VALIDAR-ESCOLA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               IF TAB-AGE-ACEITE(WS-E) = "S"
                   ADD 1 TO WS-TOTAL-ACEITES
                   PERFORM PROCESSAR-ESCOLA
               END-IF
           END-PERFORM
           PERFORM ORDENAR-DISCIPLINAS
           OPEN OUTPUT LISTA-FILE
           PERFORM LISTAR-FICHEIROS
           IF WS-TOTAL-ACEITES > ZERO
               PERFORM LISTAR-ESCOLAS
               PERFORM LISTAR-NIVEIS
               PERFORM LISTAR-DISCIPLINAS
               PERFORM LISTAR-DUPLOS
           END-IF
           CLOSE LISTA-FILE
           DISPLAY "ESCOLAS NO PARAMETRO: " WS-TOTAL-ESCOLAS
           DISPLAY "ESCOLAS CONSOLIDADAS: " WS-TOTAL-ACEITES
           DISPLAY "POSSIVEIS DUPLAS MATRICULAS: " WS-TOTAL-DUP
           DISPLAY "VEJA AGRUPAMENTO.LST."
           STOP RUN.

      * sem o parametro nao ha escolas a consolidar; uma escola
      * repetida fica rejeitada para nao contar duas vezes.
           CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "AGRUPAMENTO.PRM NAO ENCONTRADO. CRIE O "
                   "FICHEIRO COM O CODIGO DE CADA ESCOLA."
               STOP RUN
           END-IF
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ PARAM-FILE
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF PRM-ESCOLA NOT = SPACE AND
                               WS-TOTAL-ESCOLAS < 10
                           PERFORM ACRESCENTAR-ESCOLA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           IF WS-TOTAL-ESCOLAS = ZERO
               DISPLAY "AGRUPAMENTO.PRM SEM ESCOLAS."
               STOP RUN
           END-IF
           .

           ACRESCENTAR-ESCOLA.
           ADD 1 TO WS-TOTAL-ESCOLAS
           MOVE WS-TOTAL-ESCOLAS TO WS-E
           INITIALIZE WS-ESCOLA(WS-E)
           MOVE PRM-ESCOLA TO TAB-AGE-CODIGO(WS-E)
           IF PRM-FICHEIRO = SPACE
               STRING "AGR_" PRM-ESCOLA DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO TAB-AGE-FICHEIRO(WS-E)
           ELSE
               MOVE PRM-FICHEIRO TO TAB-AGE-FICHEIRO(WS-E)
           END-IF
           MOVE "S" TO TAB-AGE-ACEITE(WS-E)
           PERFORM VARYING WS-E2 FROM 1 BY 1 UNTIL WS-E2 >= WS-E
               IF TAB-AGE-CODIGO(WS-E2) = PRM-ESCOLA
                   MOVE "N" TO TAB-AGE-ACEITE(WS-E)
                   MOVE "ESCOLA REPETIDA NO PARAMETRO"
                       TO TAB-AGE-MOTIVO(WS-E)
               END-IF
           END-PERFORM
           .

      * primeira leitura: so confere o ficheiro. o ano letivo do
      * agrupamento e o do primeiro ficheiro aceite.
           VALIDAR-ESCOLA.
           MOVE TAB-AGE-FICHEIRO(WS-E) TO WS-NOME-EXTRACTO
           OPEN INPUT EXTRACTO-FILE
           IF WS-EXT-STATUS NOT = "00"
               MOVE "N" TO TAB-AGE-ACEITE(WS-E)
               MOVE "FICHEIRO EM FALTA" TO TAB-AGE-MOTIVO(WS-E)
           ELSE
               MOVE "I" TO WS-V-ESTADO
               MOVE SPACE TO WS-V-MOTIVO
               MOVE ZERO TO WS-V-QTD-D
               MOVE ZERO TO WS-V-QTD-G
               MOVE ZERO TO WS-V-SOMA-D
               MOVE ZERO TO WS-V-SOMA-G
               MOVE ZERO TO WS-V-NUMERO
               MOVE SPACE TO WS-V-ANO
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ EXTRACTO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           PERFORM VALIDAR-REGISTO
                           IF WS-V-MOTIVO NOT = SPACE
                               MOVE "S" TO SAI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACTO-FILE
               IF WS-V-MOTIVO = SPACE
                   EVALUATE WS-V-ESTADO
                       WHEN "I"
                           MOVE "FICHEIRO VAZIO" TO WS-V-MOTIVO
                       WHEN "C"
                           MOVE "FECHO EM FALTA" TO WS-V-MOTIVO
                   END-EVALUATE
               END-IF
               IF WS-V-MOTIVO = SPACE
                   IF WS-ANO-GRUPO = SPACE
                       MOVE WS-V-ANO TO WS-ANO-GRUPO
                   ELSE
                       IF WS-V-ANO NOT = WS-ANO-GRUPO
                           MOVE "ANO LETIVO DIFERENTE"
                               TO WS-V-MOTIVO
                       END-IF
                   END-IF
               END-IF
               MOVE WS-V-QTD-D TO TAB-AGE-QTD-D(WS-E)
               MOVE WS-V-QTD-G TO TAB-AGE-QTD-G(WS-E)
               IF WS-V-MOTIVO NOT = SPACE
                   MOVE "N" TO TAB-AGE-ACEITE(WS-E)
                   MOVE WS-V-MOTIVO TO TAB-AGE-MOTIVO(WS-E)
               END-IF
           END-IF
           .

           VALIDAR-REGISTO.
           EVALUATE TRUE
               WHEN WS-V-ESTADO = "T"
                   MOVE "REGISTOS DEPOIS DO FECHO" TO WS-V-MOTIVO
               WHEN WS-V-ESTADO = "I"
                   IF EXT-TIPO NOT = "H"
                       MOVE "CABECALHO EM FALTA" TO WS-V-MOTIVO
                   ELSE
                       IF EXT-H-ESCOLA NOT = TAB-AGE-CODIGO(WS-E)
                           MOVE "CODIGO DE ESCOLA DIFERENTE"
                               TO WS-V-MOTIVO
                       ELSE
                           MOVE EXT-H-ANO TO WS-V-ANO
                           MOVE "C" TO WS-V-ESTADO
                       END-IF
                   END-IF
               WHEN EXT-TIPO = "D"
                   IF EXT-D-NUMERO IS NOT NUMERIC OR
                           EXT-D-MEDIA IS NOT NUMERIC
                       MOVE "REGISTO D INVALIDO" TO WS-V-MOTIVO
                   ELSE
                       ADD 1 TO WS-V-QTD-D
                       ADD EXT-D-MEDIA TO WS-V-SOMA-D
                       MOVE EXT-D-NUMERO TO WS-V-NUMERO
                   END-IF
               WHEN EXT-TIPO = "G"
                   IF EXT-G-NUMERO IS NOT NUMERIC OR
                           EXT-G-PERIODO IS NOT NUMERIC OR
                           EXT-G-NOTA IS NOT NUMERIC OR
                           EXT-G-RECURSO IS NOT NUMERIC
                       MOVE "REGISTO G INVALIDO" TO WS-V-MOTIVO
                   ELSE
                       IF EXT-G-NUMERO NOT = WS-V-NUMERO
                           MOVE "DISCIPLINA SEM ALUNO" TO WS-V-MOTIVO
                       ELSE
                           ADD 1 TO WS-V-QTD-G
                           ADD EXT-G-NOTA TO WS-V-SOMA-G
                       END-IF
                   END-IF
               WHEN EXT-TIPO = "T"
                   MOVE "T" TO WS-V-ESTADO
                   EVALUATE TRUE
                       WHEN EXT-T-CONTAGEM IS NOT NUMERIC OR
                               EXT-T-SOMA IS NOT NUMERIC OR
                               EXT-T-CONT-DISC IS NOT NUMERIC OR
                               EXT-T-SOMA-DISC IS NOT NUMERIC
                           MOVE "FECHO INVALIDO" TO WS-V-MOTIVO
                       WHEN EXT-T-CONTAGEM NOT = WS-V-QTD-D
                           MOVE "CONTAGEM DE ALUNOS NAO BATE"
                               TO WS-V-MOTIVO
                       WHEN EXT-T-SOMA NOT = WS-V-SOMA-D
                           MOVE "SOMA DAS MEDIAS NAO BATE"
                               TO WS-V-MOTIVO
                       WHEN EXT-T-CONT-DISC NOT = WS-V-QTD-G
                           MOVE "CONTAGEM DE DISCIPLINAS NAO BATE"
                               TO WS-V-MOTIVO
                       WHEN EXT-T-SOMA-DISC NOT = WS-V-SOMA-G
                           MOVE "SOMA DAS DISCIPLINAS NAO BATE"
                               TO WS-V-MOTIVO
                   END-EVALUATE
               WHEN OTHER
                   MOVE "TIPO DE REGISTO DESCONHECIDO" TO WS-V-MOTIVO
           END-EVALUATE
           .

      * segunda leitura, so das escolas aceites: acumula alunos,
      * anos e disciplinas e guarda os identificadores nacionais.
           PROCESSAR-ESCOLA.
           MOVE TAB-AGE-FICHEIRO(WS-E) TO WS-NOME-EXTRACTO
           OPEN INPUT EXTRACTO-FILE
           MOVE "N" TO WS-CUR-PENDENTE
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ EXTRACTO-FILE
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       EVALUATE EXT-TIPO
                           WHEN "D"
                               PERFORM FECHAR-ALUNO
                               PERFORM ABRIR-ALUNO
                           WHEN "G"
                               PERFORM GUARDAR-DISCIPLINA
                           WHEN "T"
                               PERFORM FECHAR-ALUNO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EXTRACTO-FILE
           .

           ABRIR-ALUNO.
           MOVE "S" TO WS-CUR-PENDENTE
           MOVE ZERO TO WS-TOTAL-BUF
           MOVE EXT-D-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           IF WS-ESC-NIVEL > 12
               MOVE ZERO TO WS-CUR-NIVEL
           ELSE
               MOVE WS-ESC-NIVEL TO WS-CUR-NIVEL
           END-IF
           MOVE WS-NOTA-MINIMA TO WS-CUR-MINIMA
           COMPUTE WS-N = WS-CUR-NIVEL + 1
           COMPUTE WS-NOTA = EXT-D-MEDIA / 100
           ADD 1 TO TAB-AGE-ALUNOS(WS-E)
           ADD 1 TO NIV-ALUNOS(WS-N, WS-E)
           IF WS-NOTA > ZERO
               ADD 1 TO TAB-AGE-AVAL(WS-E)
               ADD 1 TO NIV-AVAL(WS-N, WS-E)
               ADD WS-NOTA TO TAB-AGE-SOMA(WS-E)
               ADD WS-NOTA TO NIV-SOMA(WS-N, WS-E)
               IF WS-NOTA NOT < WS-CUR-MINIMA
                   ADD 1 TO TAB-AGE-APROV(WS-E)
                   ADD 1 TO NIV-APROV(WS-N, WS-E)
               END-IF
           END-IF
           PERFORM REGISTAR-ALUNO
           .

      * o mesmo identificador nacional noutra escola ja lida e uma
      * possivel dupla matricula; guardam-se os pares para a lista.
           REGISTAR-ALUNO.
           IF EXT-D-ID-NAC NOT = SPACE
               IF WS-TOTAL-AL < 9999
                   ADD 1 TO WS-TOTAL-AL
                   MOVE EXT-D-ID-NAC TO AL-ID-NAC(WS-TOTAL-AL)
                   MOVE WS-E TO AL-ESCOLA(WS-TOTAL-AL)
                   MOVE EXT-D-NUMERO TO AL-NUMERO(WS-TOTAL-AL)
                   MOVE EXT-D-NOME TO AL-NOME(WS-TOTAL-AL)
                   MOVE EXT-D-TURMA TO AL-TURMA(WS-TOTAL-AL)
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A >= WS-TOTAL-AL
                       IF AL-ID-NAC(WS-A) = EXT-D-ID-NAC AND
                               AL-ESCOLA(WS-A) NOT = WS-E AND
                               WS-TOTAL-DUP < 500
                           ADD 1 TO WS-TOTAL-DUP
                           MOVE WS-A TO DUP-A(WS-TOTAL-DUP)
                           MOVE WS-TOTAL-AL TO DUP-B(WS-TOTAL-DUP)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-AL-EXCEDIDOS
               END-IF
           END-IF
           .

           GUARDAR-DISCIPLINA.
           COMPUTE WS-NOTA = EXT-G-NOTA / 100
           COMPUTE WS-RECURSO = EXT-G-RECURSO / 100
           IF WS-RECURSO > WS-NOTA
               MOVE WS-RECURSO TO WS-NOTA
           END-IF
           MOVE ZERO TO WS-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TOTAL-BUF
               IF BUF-DISC(WS-B) = EXT-G-DISC
                   MOVE WS-B TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-IDX = ZERO AND WS-TOTAL-BUF < 12
               ADD 1 TO WS-TOTAL-BUF
               MOVE WS-TOTAL-BUF TO WS-IDX
               MOVE EXT-G-DISC TO BUF-DISC(WS-IDX)
               MOVE ZERO TO BUF-PERIODO(WS-IDX)
               MOVE ZERO TO BUF-NOTA(WS-IDX)
           END-IF
           IF WS-IDX > ZERO AND WS-NOTA > ZERO AND
                   EXT-G-PERIODO NOT < BUF-PERIODO(WS-IDX)
               MOVE EXT-G-PERIODO TO BUF-PERIODO(WS-IDX)
               MOVE WS-NOTA TO BUF-NOTA(WS-IDX)
           END-IF
           .

           FECHAR-ALUNO.
           IF WS-CUR-PENDENTE = "S"
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-TOTAL-BUF
                   IF BUF-NOTA(WS-B) > ZERO
                       PERFORM ACUMULAR-DISCIPLINA
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-CUR-PENDENTE
           MOVE ZERO TO WS-TOTAL-BUF
           .

           ACUMULAR-DISCIPLINA.
           MOVE ZERO TO WS-D2
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-TOTAL-DY
               IF DY-DISC(WS-D) = BUF-DISC(WS-B) AND
                       DY-NIVEL(WS-D) = WS-CUR-NIVEL
                   MOVE WS-D TO WS-D2
               END-IF
           END-PERFORM
           IF WS-D2 = ZERO
               IF WS-TOTAL-DY < 200
                   ADD 1 TO WS-TOTAL-DY
                   MOVE WS-TOTAL-DY TO WS-D2
                   INITIALIZE WS-DY(WS-D2)
                   MOVE BUF-DISC(WS-B) TO DY-DISC(WS-D2)
                   MOVE WS-CUR-NIVEL TO DY-NIVEL(WS-D2)
               ELSE
                   ADD 1 TO WS-DY-EXCEDIDOS
               END-IF
           END-IF
           IF WS-D2 > ZERO
               ADD 1 TO DY-AVAL(WS-D2, WS-E)
               ADD BUF-NOTA(WS-B) TO DY-SOMA(WS-D2, WS-E)
               IF BUF-NOTA(WS-B) NOT < WS-CUR-MINIMA
                   ADD 1 TO DY-APROV(WS-D2, WS-E)
               END-IF
           END-IF
           .

      * por codigo de disciplina e, dentro dele, por ano.
           ORDENAR-DISCIPLINAS.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D >= WS-TOTAL-DY
                   COMPUTE WS-D2 = WS-D + 1
                   IF DY-DISC(WS-D) > DY-DISC(WS-D2) OR
                           (DY-DISC(WS-D) = DY-DISC(WS-D2) AND
                            DY-NIVEL(WS-D) > DY-NIVEL(WS-D2))
                       MOVE WS-DY(WS-D) TO WS-DY-TROCA
                       MOVE WS-DY(WS-D2) TO WS-DY(WS-D)
                       MOVE WS-DY-TROCA TO WS-DY(WS-D2)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           LISTAR-FICHEIROS.
           MOVE SPACE TO LINHA-LISTA
           STRING "CONSOLIDACAO DO AGRUPAMENTO - ANO LETIVO "
                  WS-ANO-GRUPO(1:4) "/" WS-ANO-GRUPO(5:4)
                  " - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "FICHEIROS RECEBIDOS" TO LINHA-LISTA
           WRITE LINHA-LISTA
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               MOVE SPACE TO LINHA-LISTA
               IF TAB-AGE-ACEITE(WS-E) = "S"
                   MOVE TAB-AGE-QTD-D(WS-E) TO WS-F-ALUNOS
                   MOVE TAB-AGE-QTD-G(WS-E) TO WS-F-QTD
                   STRING "  " TAB-AGE-CODIGO(WS-E) " ACEITE     "
                          " ALUNOS " WS-F-ALUNOS
                          " DISCIPLINAS " WS-F-QTD
                       DELIMITED BY SIZE INTO LINHA-LISTA
               ELSE
                   STRING "  " TAB-AGE-CODIGO(WS-E) " REJEITADA  "
                          TAB-AGE-MOTIVO(WS-E) " "
                          TAB-AGE-FICHEIRO(WS-E)
                       DELIMITED BY SIZE INTO LINHA-LISTA
               END-IF
               WRITE LINHA-LISTA
           END-PERFORM
           IF WS-TOTAL-ACEITES = ZERO
               MOVE SPACE TO LINHA-LISTA
               WRITE LINHA-LISTA
               MOVE "NENHUMA ESCOLA ACEITE. NADA A CONSOLIDAR."
                   TO LINHA-LISTA
               WRITE LINHA-LISTA
           END-IF
           .

           ESCREVER-TITULO.
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE WS-P-TITULO TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "                       ALUNOS AVALIADOS APROVADOS"
               TO LINHA-LISTA
           MOVE "   TAXA  MEDIA" TO LINHA-LISTA(50:14)
           WRITE LINHA-LISTA
           .

      * a linha do agrupamento vem primeiro e da a media com que
      * cada escola e comparada; "*" marca a escola abaixo dela.
           ESCREVER-ESTATISTICA.
           IF WS-P-AVAL > ZERO
               COMPUTE WS-P-TAXA ROUNDED =
                   WS-P-APROV * 100 / WS-P-AVAL
               COMPUTE WS-P-MEDIA ROUNDED = WS-P-SOMA / WS-P-AVAL
           ELSE
               MOVE ZERO TO WS-P-TAXA
               MOVE ZERO TO WS-P-MEDIA
           END-IF
           MOVE SPACE TO WS-P-MARCA
           IF WS-P-ROTULO(1:2) = SPACE AND WS-P-AVAL > ZERO AND
                   WS-P-MEDIA < WS-P-MEDIA-GRUPO
               MOVE " *" TO WS-P-MARCA
           END-IF
           MOVE WS-P-ALUNOS TO WS-F-ALUNOS
           MOVE WS-P-AVAL TO WS-F-AVAL
           MOVE WS-P-APROV TO WS-F-APROV
           MOVE WS-P-TAXA TO WS-F-TAXA
           MOVE WS-P-MEDIA TO WS-F-MEDIA
           MOVE SPACE TO LINHA-LISTA
           STRING WS-P-ROTULO " " WS-F-ALUNOS "    " WS-F-AVAL
                  "    " WS-F-APROV "  " WS-F-TAXA "% " WS-F-MEDIA
                  WS-P-MARCA
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           IF WS-P-ROTULO(1:2) NOT = SPACE
               MOVE WS-P-MEDIA TO WS-P-MEDIA-GRUPO
           END-IF
           .

           LISTAR-ESCOLAS.
           MOVE "RESULTADOS POR ESCOLA (MEDIA FINAL DO ALUNO)"
               TO WS-P-TITULO
           PERFORM ESCREVER-TITULO
           MOVE ZERO TO WS-P-ALUNOS WS-P-AVAL WS-P-APROV WS-P-SOMA
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               IF TAB-AGE-ACEITE(WS-E) = "S"
                   ADD TAB-AGE-ALUNOS(WS-E) TO WS-P-ALUNOS
                   ADD TAB-AGE-AVAL(WS-E) TO WS-P-AVAL
                   ADD TAB-AGE-APROV(WS-E) TO WS-P-APROV
                   ADD TAB-AGE-SOMA(WS-E) TO WS-P-SOMA
               END-IF
           END-PERFORM
           MOVE "AGRUPAMENTO" TO WS-P-ROTULO
           PERFORM ESCREVER-ESTATISTICA
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               IF TAB-AGE-ACEITE(WS-E) = "S"
                   MOVE SPACE TO WS-P-ROTULO
                   STRING "  ESCOLA " TAB-AGE-CODIGO(WS-E)
                       DELIMITED BY SIZE INTO WS-P-ROTULO
                   MOVE TAB-AGE-ALUNOS(WS-E) TO WS-P-ALUNOS
                   MOVE TAB-AGE-AVAL(WS-E) TO WS-P-AVAL
                   MOVE TAB-AGE-APROV(WS-E) TO WS-P-APROV
                   MOVE TAB-AGE-SOMA(WS-E) TO WS-P-SOMA
                   PERFORM ESCREVER-ESTATISTICA
               END-IF
           END-PERFORM
           .

           LISTAR-NIVEIS.
           MOVE "RESULTADOS POR ANO DE ESCOLARIDADE" TO WS-P-TITULO
           PERFORM ESCREVER-TITULO
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 13
               MOVE ZERO TO WS-P-ALUNOS WS-P-AVAL WS-P-APROV
                   WS-P-SOMA
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-TOTAL-ESCOLAS
                   ADD NIV-ALUNOS(WS-N, WS-E) TO WS-P-ALUNOS
                   ADD NIV-AVAL(WS-N, WS-E) TO WS-P-AVAL
                   ADD NIV-APROV(WS-N, WS-E) TO WS-P-APROV
                   ADD NIV-SOMA(WS-N, WS-E) TO WS-P-SOMA
               END-PERFORM
               IF WS-P-ALUNOS > ZERO
                   PERFORM LISTAR-UM-NIVEL
               END-IF
           END-PERFORM
           .

           LISTAR-UM-NIVEL.
           MOVE SPACE TO WS-P-ROTULO
           IF WS-N = 1
               MOVE "ANO ?? (TURMA S/ ANO)" TO WS-P-ROTULO
           ELSE
               COMPUTE WS-F-NIVEL = WS-N - 1
               STRING "ANO " WS-F-NIVEL " AGRUPAMENTO"
                   DELIMITED BY SIZE INTO WS-P-ROTULO
           END-IF
           PERFORM ESCREVER-ESTATISTICA
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-ESCOLAS
               IF TAB-AGE-ACEITE(WS-E) = "S" AND
                       NIV-ALUNOS(WS-N, WS-E) > ZERO
                   MOVE SPACE TO WS-P-ROTULO
                   STRING "  ESCOLA " TAB-AGE-CODIGO(WS-E)
                       DELIMITED BY SIZE INTO WS-P-ROTULO
                   MOVE NIV-ALUNOS(WS-N, WS-E) TO WS-P-ALUNOS
                   MOVE NIV-AVAL(WS-N, WS-E) TO WS-P-AVAL
                   MOVE NIV-APROV(WS-N, WS-E) TO WS-P-APROV
                   MOVE NIV-SOMA(WS-N, WS-E) TO WS-P-SOMA
                   PERFORM ESCREVER-ESTATISTICA
               END-IF
           END-PERFORM
           .

      * nas disciplinas a coluna ALUNOS e a dos avaliados: so entra
      * quem ja tem nota na disciplina.
           LISTAR-DISCIPLINAS.
           MOVE "RESULTADOS POR DISCIPLINA E ANO" TO WS-P-TITULO
           PERFORM ESCREVER-TITULO
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-TOTAL-DY
               MOVE ZERO TO WS-P-AVAL WS-P-APROV WS-P-SOMA
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-TOTAL-ESCOLAS
                   ADD DY-AVAL(WS-D, WS-E) TO WS-P-AVAL
                   ADD DY-APROV(WS-D, WS-E) TO WS-P-APROV
                   ADD DY-SOMA(WS-D, WS-E) TO WS-P-SOMA
               END-PERFORM
               MOVE WS-P-AVAL TO WS-P-ALUNOS
               MOVE DY-NIVEL(WS-D) TO WS-F-NIVEL
               MOVE SPACE TO WS-P-ROTULO
               STRING DY-DISC(WS-D) " ANO " WS-F-NIVEL
                      " AGRUP."
                   DELIMITED BY SIZE INTO WS-P-ROTULO
               PERFORM ESCREVER-ESTATISTICA
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-TOTAL-ESCOLAS
                   IF DY-AVAL(WS-D, WS-E) > ZERO
                       MOVE SPACE TO WS-P-ROTULO
                       STRING "  ESCOLA " TAB-AGE-CODIGO(WS-E)
                           DELIMITED BY SIZE INTO WS-P-ROTULO
                       MOVE DY-AVAL(WS-D, WS-E) TO WS-P-ALUNOS
                       MOVE DY-AVAL(WS-D, WS-E) TO WS-P-AVAL
                       MOVE DY-APROV(WS-D, WS-E) TO WS-P-APROV
                       MOVE DY-SOMA(WS-D, WS-E) TO WS-P-SOMA
                       PERFORM ESCREVER-ESTATISTICA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DY-EXCEDIDOS > ZERO
               MOVE SPACE TO LINHA-LISTA
               MOVE WS-DY-EXCEDIDOS TO WS-F-QTD
               STRING "TABELA DE DISCIPLINAS CHEIA: " WS-F-QTD
                      " NOTAS FICARAM DE FORA."
                   DELIMITED BY SIZE INTO LINHA-LISTA
               WRITE LINHA-LISTA
           END-IF
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "* ESCOLA COM MEDIA ABAIXO DA DO AGRUPAMENTO."
               TO LINHA-LISTA
           WRITE LINHA-LISTA
           .

           LISTAR-DUPLOS.
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "POSSIVEIS DUPLAS MATRICULAS (MESMO ID NACIONAL)"
               TO LINHA-LISTA
           WRITE LINHA-LISTA
           IF WS-TOTAL-DUP = ZERO
               MOVE "  NENHUMA." TO LINHA-LISTA
               WRITE LINHA-LISTA
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TOTAL-DUP
               MOVE DUP-A(WS-B) TO WS-A
               MOVE SPACE TO LINHA-LISTA
               STRING "ID " AL-ID-NAC(WS-A)
                   DELIMITED BY SIZE INTO LINHA-LISTA
               WRITE LINHA-LISTA
               PERFORM ESCREVER-ALUNO-DUPLO
               MOVE DUP-B(WS-B) TO WS-A
               PERFORM ESCREVER-ALUNO-DUPLO
           END-PERFORM
           IF WS-AL-EXCEDIDOS > ZERO
               MOVE SPACE TO LINHA-LISTA
               MOVE WS-AL-EXCEDIDOS TO WS-F-QTD
               STRING "TABELA DE ALUNOS CHEIA: " WS-F-QTD
                      " ALUNOS NAO FORAM COMPARADOS."
                   DELIMITED BY SIZE INTO LINHA-LISTA
               WRITE LINHA-LISTA
           END-IF
           .

           ESCREVER-ALUNO-DUPLO.
           MOVE AL-ESCOLA(WS-A) TO WS-E
           MOVE AL-NUMERO(WS-A) TO WS-F-NUMERO
           MOVE SPACE TO LINHA-LISTA
           STRING "    ESCOLA " TAB-AGE-CODIGO(WS-E)
                  " ALUNO " WS-F-NUMERO " " AL-NOME(WS-A)
                  " TURMA " AL-TURMA(WS-A)
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
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
