       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASQDM.
      *--------------------------------------------------
      * quadro de merito anual: corre em junho, antes do NOTASTRA,
      * sobre o NOTAS.DAT vivo. os criterios vem do parametro
      * QUADRO_MERITO.PRM, uma linha por gama de anos de
      * escolaridade, como o ESCALAS.PRM:
      *   ano-de(2) ano-ate(2) media minima(4, 99V99) limite de
      *   faltas(3)   ex.: "05 09 0450 005" / "10 12 1700 005"
      * entra no quadro o aluno ativo com MEDIAALUNO no minimo da
      * linha do seu nivel, sem nenhuma disciplina abaixo do minimo
      * de aprovacao da escala da turma (conta o ultimo periodo
      * classificado de cada disciplina, a melhor entre a nota e o
      * recurso; zero e nota por lancar) e com menos faltas do que
      * o limite (todas as faltas do FALTAS.DAT sao injustificadas:
      * as justificadas nao se registam). nivel sem linha no
      * parametro nao tem quadro.
      * o QUADRO_MERITO.LST ordena os alunos por media, por turma e
      * por ano de escolaridade (empates partilham o lugar), para
      * afixar. cada aluno recebe um certificado numerado em
      * CERTIFICADOS_MERITO.LST; o numero e o seguinte ao ultimo do
      * registo QUADRO_MERITO_REG.DAT, onde fica a emissao ("E") com
      * o operador. o aluno que ja tem certificado no ano nao
      * recebe outro. a opcao 2 reimprime um certificado pelo
      * numero, como 2a via, e deixa no registo uma linha "R".
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slfaltas.cbl".
           COPY "slcalendar.cbl".
           COPY "slescalas.cbl".
           COPY "sloperador.cbl".

           SELECT PARAM-FILE ASSIGN TO "QUADRO_MERITO.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT REGISTO-FILE ASSIGN TO "QUADRO_MERITO_REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ESCOLA-FILE ASSIGN TO "ESCOLA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCOLA-STATUS.

           SELECT QUADRO-FILE ASSIGN TO "QUADRO_MERITO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFICADOS_MERITO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdescalas.cbl".
           COPY "fdoperador.cbl".

           FD  PARAM-FILE
               LABEL RECORD IS STANDARD.
           01  REG-PARAM.
               05 QMP-ANO-DE          PIC 9(2).
               05 FILLER              PIC X(1).
               05 QMP-ANO-ATE         PIC 9(2).
               05 FILLER              PIC X(1).
               05 QMP-MEDIA-MINIMA    PIC 99V99.
               05 FILLER              PIC X(1).
               05 QMP-LIMITE-FALTAS   PIC 9(3).

           FD  REGISTO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-CERTIFICADO.
               05 QMR-TIPO            PIC X(1).
                   88 QMR-EMISSAO     VALUE "E".
                   88 QMR-REIMPRESSAO VALUE "R".
               05 FILLER              PIC X(1).
               05 QMR-NUMERO          PIC 9(5).
               05 FILLER              PIC X(1).
               05 QMR-ANO-LETIVO      PIC X(9).
               05 FILLER              PIC X(1).
               05 QMR-NOTAS-NUMBER    PIC 9(5).
               05 FILLER              PIC X(1).
               05 QMR-NOMEALUNO       PIC A(20).
               05 FILLER              PIC X(1).
               05 QMR-TURMA           PIC X(4).
               05 FILLER              PIC X(1).
               05 QMR-NIVEL           PIC 9(2).
               05 FILLER              PIC X(1).
               05 QMR-MEDIA           PIC 99V99.
               05 FILLER              PIC X(1).
               05 QMR-POS-TURMA       PIC 9(3).
               05 FILLER              PIC X(1).
               05 QMR-POS-ANO         PIC 9(3).
               05 FILLER              PIC X(1).
               05 QMR-OPERADOR        PIC X(4).
               05 FILLER              PIC X(1).
               05 QMR-TIMESTAMP       PIC X(26).

           FD  ESCOLA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ESCOLA PIC X(6).

           FD  QUADRO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-QUADRO PIC X(80).

           FD  CERTIFICADO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-CERTIFICADO PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-FALTAS-STATUS PIC XX.
           77 WS-FALTAS-ABERTO PIC X.
           77 WS-FAL-SAI PIC X.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-CAL-SAI PIC X.
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-ESCOLA-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-TENTATIVAS PIC 9(1).
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
           77 WS-CRT-IDX PIC 9(2).
           77 WS-TOTAL-CRITERIOS PIC 9(2) VALUE 0.
           77 WS-CRT-ACHADO PIC X.
           77 WS-CRT-MEDIA PIC 99V99.
           77 WS-CRT-FALTAS PIC 9(3).
           77 WS-ELEGIVEL PIC X.
           77 WS-D PIC 9(2).
           77 WS-D2 PIC 9(2).
           77 WS-ULTIMA PIC X.
           77 WS-MELHOR-NOTA PIC 99V99.
           77 WS-MELHOR-NOTA2 PIC 99V99.
           77 WS-TOTAL-FALTAS PIC 9(4).
           77 WS-I PIC 9(4).
           77 WS-I2 PIC 9(4).
           77 WS-TOTAL-MERITO PIC 9(4) VALUE 0.
           77 WS-TOTAL-AVALIADOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-SEM-CRITERIO PIC 9(5) VALUE 0.
           77 WS-TOTAL-EMITIDOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-JA-EMITIDOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-FORA PIC 9(5) VALUE 0.
           77 WS-TROCOU PIC X.
           77 WS-GRUPO-TAM PIC 9(1).
           77 WS-GRUPO-ANTERIOR PIC X(4).
           77 WS-MEDIA-ANTERIOR PIC 99V99.
           77 WS-CONTA-GRUPO PIC 9(3).
           77 WS-POS PIC 9(3).
           77 WS-INVERSO PIC 9(4).
           77 WS-ULTIMO-CERT PIC 9(5) VALUE 0.
           77 WS-TOTAL-EMITIDOS-ANO PIC 9(4) VALUE 0.
           77 WS-E PIC 9(4).
           77 WS-CERT-PROCURA PIC 9(5).
           77 WS-CERT-ACHADO PIC X.
           77 WS-VIA PIC X(1).
           77 WS-F-POS PIC ZZ9.
           77 WS-F-POS2 PIC ZZ9.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-F-MEDIA PIC Z9.99.
           77 WS-F-NIVEL PIC Z9.
           77 WS-F-NIVEL2 PIC Z9.
           77 WS-F-FALTAS PIC ZZ9.
           77 WS-F-CONTA PIC ZZZZ9.

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-CRITERIOS-TABELA.
               05 WS-CRITERIO OCCURS 20 TIMES.
                   10 TAB-CRT-ANO-DE   PIC 9(2).
                   10 TAB-CRT-ANO-ATE  PIC 9(2).
                   10 TAB-CRT-MEDIA    PIC 99V99.
                   10 TAB-CRT-FALTAS   PIC 9(3).

      * alunos no quadro. QM-ORDEM e a chave da ordenacao corrente:
      * grupo (nivel ou turma) + complemento da media + nome, para
      * a media mais alta vir primeiro dentro do grupo.
           01 WS-MERITO-TABELA.
               05 WS-QM OCCURS 2000 TIMES.
                   10 QM-ORDEM         PIC X(28).
                   10 QM-NUMERO        PIC 9(5).
                   10 QM-NOME          PIC A(20).
                   10 QM-TURMA         PIC X(4).
                   10 QM-NIVEL         PIC 9(2).
                   10 QM-MEDIA         PIC 99V99.
                   10 QM-FALTAS        PIC 9(4).
                   10 QM-POS-TURMA     PIC 9(3).
                   10 QM-POS-ANO       PIC 9(3).
                   10 QM-CERTIFICADO   PIC 9(5).
                   10 QM-JA-EMITIDO    PIC X.
           01 WS-QM-TROCA              PIC X(79).
           01 WS-REG-GUARDADO          PIC X(97).

      * certificados ja emitidos no ano letivo (registo "E").
           01 WS-EMITIDOS-TABELA.
               05 WS-EMITIDO OCCURS 2000 TIMES.
                   10 EMI-NOTAS-NUMBER PIC 9(5).
                   10 EMI-NUMERO       PIC 9(5).

           01 WS-LINHA-QUADRO.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-Q-POS     PIC ZZ9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-Q-NUMERO  PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-Q-NOME    PIC X(20).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-Q-TURMA   PIC X(4).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-Q-MEDIA   PIC Z9.99.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-Q-FALTAS  PIC ZZ9.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-Q-CERT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           IF WS-PERFIL = "C"
               DISPLAY "PERFIL DE CONSULTA: OPERACAO NEGADA."
               STOP RUN
           END-IF
           PERFORM OBTER-ANO-LETIVO
           PERFORM OBTER-ESCOLA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           DISPLAY "QUADRO DE MERITO " WS-ANO-LETIVO
           DISPLAY "1-QUADRO E CERTIFICADOS DO ANO"
           DISPLAY "2-REIMPRIMIR UM CERTIFICADO (2a VIA)"
           ACCEPT OPCAO
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM EMITIR-QUADRO
               WHEN "2"
                   PERFORM REIMPRIMIR-CERTIFICADO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           STOP RUN.

           EMITIR-QUADRO.
           PERFORM CARREGAR-CRITERIOS
           IF WS-TOTAL-CRITERIOS = ZERO
               DISPLAY "QUADRO_MERITO.PRM EM FALTA OU VAZIO. UMA "
                   "LINHA POR GAMA DE ANOS:"
               DISPLAY "ANO-DE ANO-ATE MEDIA(9999) FALTAS(999), EX.: "
                   "10 12 1700 005"
           ELSE
               PERFORM CARREGAR-ESCALAS
               PERFORM CARREGAR-REGISTO
               OPEN INPUT NOTAS-FILE
               IF WS-NOTAS-STATUS NOT = "00"
                   DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               ELSE
                   PERFORM SELECIONAR-ALUNOS
                   CLOSE NOTAS-FILE
                   PERFORM CLASSIFICAR-POR-ANO
                   PERFORM CLASSIFICAR-POR-TURMA
                   PERFORM ATRIBUIR-CERTIFICADOS
                   OPEN OUTPUT QUADRO-FILE
                   PERFORM ESCREVER-CABECALHO
                   PERFORM ESCREVER-QUADRO-TURMAS
                   PERFORM CLASSIFICAR-POR-ANO
                   PERFORM ESCREVER-QUADRO-ANOS
                   PERFORM ESCREVER-TOTAIS
                   CLOSE QUADRO-FILE
                   PERFORM EMITIR-CERTIFICADOS
                   DISPLAY "ALUNOS AVALIADOS:      " WS-TOTAL-AVALIADOS
                   DISPLAY "NO QUADRO DE MERITO:   " WS-TOTAL-MERITO
                   DISPLAY "CERTIFICADOS EMITIDOS: " WS-TOTAL-EMITIDOS
                   DISPLAY "JA EMITIDOS ANTES:     "
                       WS-TOTAL-JA-EMITIDOS
                   IF WS-TOTAL-FORA > ZERO
                       DISPLAY "FORA DA TABELA (CHEIA): " WS-TOTAL-FORA
                   END-IF
                   DISPLAY "QUADRO_MERITO.LST E CERTIFICADOS_MERITO.LST"
                       " ESCRITOS."
               END-IF
           END-IF
           .

           CARREGAR-CRITERIOS.
           MOVE ZERO TO WS-TOTAL-CRITERIOS
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ PARAM-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF WS-TOTAL-CRITERIOS < 20 AND
                                   QMP-ANO-DE IS NUMERIC AND
                                   QMP-ANO-ATE IS NUMERIC AND
                                   QMP-MEDIA-MINIMA IS NUMERIC AND
                                   QMP-LIMITE-FALTAS IS NUMERIC
                               ADD 1 TO WS-TOTAL-CRITERIOS
                               MOVE QMP-ANO-DE TO
                                   TAB-CRT-ANO-DE(WS-TOTAL-CRITERIOS)
                               MOVE QMP-ANO-ATE TO
                                   TAB-CRT-ANO-ATE(WS-TOTAL-CRITERIOS)
                               MOVE QMP-MEDIA-MINIMA TO
                                   TAB-CRT-MEDIA(WS-TOTAL-CRITERIOS)
                               MOVE QMP-LIMITE-FALTAS TO
                                   TAB-CRT-FALTAS(WS-TOTAL-CRITERIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
           .

      * ultimo numero de certificado usado (em qualquer ano) e os
      * alunos que ja tem certificado neste ano letivo.
           CARREGAR-REGISTO.
           MOVE ZERO TO WS-ULTIMO-CERT
           MOVE ZERO TO WS-TOTAL-EMITIDOS-ANO
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ REGISTO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF QMR-NUMERO IS NUMERIC AND
                                   QMR-NUMERO > WS-ULTIMO-CERT
                               MOVE QMR-NUMERO TO WS-ULTIMO-CERT
                           END-IF
                           IF QMR-EMISSAO AND
                                   QMR-ANO-LETIVO = WS-ANO-LETIVO AND
                                   WS-TOTAL-EMITIDOS-ANO < 2000
                               ADD 1 TO WS-TOTAL-EMITIDOS-ANO
                               MOVE QMR-NOTAS-NUMBER TO EMI-NOTAS-NUMBER
                                   (WS-TOTAL-EMITIDOS-ANO)
                               MOVE QMR-NUMERO TO
                                   EMI-NUMERO(WS-TOTAL-EMITIDOS-ANO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           .

           SELECIONAR-ALUNOS.
           MOVE "S" TO WS-FALTAS-ABERTO
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = "00"
               MOVE "N" TO WS-FALTAS-ABERTO
           END-IF
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF ALUNO-ATIVO
                           ADD 1 TO WS-TOTAL-AVALIADOS
                           PERFORM AVALIAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FALTAS-ABERTO = "S"
               CLOSE FALTAS-FILE
           END-IF
           .

           AVALIAR-ALUNO.
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           PERFORM OBTER-CRITERIO-NIVEL
           MOVE "S" TO WS-ELEGIVEL
           IF WS-CRT-ACHADO = "N"
               MOVE "N" TO WS-ELEGIVEL
               ADD 1 TO WS-TOTAL-SEM-CRITERIO
           END-IF
           IF WS-ELEGIVEL = "S" AND MEDIAALUNO < WS-CRT-MEDIA
               MOVE "N" TO WS-ELEGIVEL
           END-IF
           IF WS-ELEGIVEL = "S"
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
                   PERFORM VERIFICAR-DISCIPLINA
               END-PERFORM
           END-IF
           IF WS-ELEGIVEL = "S"
               PERFORM CONTAR-FALTAS-ALUNO
               IF WS-TOTAL-FALTAS NOT < WS-CRT-FALTAS
                   MOVE "N" TO WS-ELEGIVEL
               END-IF
           END-IF
           IF WS-ELEGIVEL = "S"
               IF WS-TOTAL-MERITO < 2000
                   ADD 1 TO WS-TOTAL-MERITO
                   MOVE SPACE TO WS-QM(WS-TOTAL-MERITO)
                   MOVE NOTAS-NUMBER TO QM-NUMERO(WS-TOTAL-MERITO)
                   MOVE NOMEALUNO TO QM-NOME(WS-TOTAL-MERITO)
                   MOVE NOTAS-TURMA TO QM-TURMA(WS-TOTAL-MERITO)
                   MOVE WS-ESC-NIVEL TO QM-NIVEL(WS-TOTAL-MERITO)
                   MOVE MEDIAALUNO TO QM-MEDIA(WS-TOTAL-MERITO)
                   MOVE WS-TOTAL-FALTAS TO QM-FALTAS(WS-TOTAL-MERITO)
                   MOVE ZERO TO QM-POS-TURMA(WS-TOTAL-MERITO)
                   MOVE ZERO TO QM-POS-ANO(WS-TOTAL-MERITO)
                   MOVE ZERO TO QM-CERTIFICADO(WS-TOTAL-MERITO)
                   MOVE "N" TO QM-JA-EMITIDO(WS-TOTAL-MERITO)
               ELSE
                   ADD 1 TO WS-TOTAL-FORA
               END-IF
           END-IF
           .

      * conta a linha WS-D so se for o ultimo periodo classificado
      * da disciplina: uma negativa do 1o periodo recuperada no 3o
      * nao tira o aluno do quadro.
           VERIFICAR-DISCIPLINA.
           MOVE DISC-NOTA(WS-D) TO WS-MELHOR-NOTA
           IF DISC-TEM-RECURSO(WS-D) AND
                   DISC-RECURSO(WS-D) > WS-MELHOR-NOTA
               MOVE DISC-RECURSO(WS-D) TO WS-MELHOR-NOTA
           END-IF
           IF WS-MELHOR-NOTA > ZERO
               MOVE "S" TO WS-ULTIMA
               PERFORM VARYING WS-D2 FROM 1 BY 1
                       UNTIL WS-D2 > NOTAS-NUM-DISCIPLINAS
                   MOVE DISC-NOTA(WS-D2) TO WS-MELHOR-NOTA2
                   IF DISC-TEM-RECURSO(WS-D2) AND
                           DISC-RECURSO(WS-D2) > WS-MELHOR-NOTA2
                       MOVE DISC-RECURSO(WS-D2) TO WS-MELHOR-NOTA2
                   END-IF
                   IF DISC-CODIGO(WS-D2) = DISC-CODIGO(WS-D) AND
                           DISC-PERIODO(WS-D2) > DISC-PERIODO(WS-D)
                           AND WS-MELHOR-NOTA2 > ZERO
                       MOVE "N" TO WS-ULTIMA
                   END-IF
               END-PERFORM
               IF WS-ULTIMA = "S" AND WS-MELHOR-NOTA < WS-NOTA-MINIMA
                   MOVE "N" TO WS-ELEGIVEL
               END-IF
           END-IF
           .

           OBTER-CRITERIO-NIVEL.
           MOVE "N" TO WS-CRT-ACHADO
           MOVE ZERO TO WS-CRT-MEDIA WS-CRT-FALTAS
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-TOTAL-CRITERIOS
               IF WS-ESC-NIVEL NOT < TAB-CRT-ANO-DE(WS-CRT-IDX) AND
                       WS-ESC-NIVEL NOT > TAB-CRT-ANO-ATE(WS-CRT-IDX)
                   MOVE "S" TO WS-CRT-ACHADO
                   MOVE TAB-CRT-MEDIA(WS-CRT-IDX) TO WS-CRT-MEDIA
                   MOVE TAB-CRT-FALTAS(WS-CRT-IDX) TO WS-CRT-FALTAS
               END-IF
           END-PERFORM
           .

      * total de faltas do ano, todas as disciplinas: as chaves do
      * FALTAS.DAT comecam pelo numero do aluno, por isso basta um
      * START no numero e ler ate ele mudar.
           CONTAR-FALTAS-ALUNO.
           MOVE ZERO TO WS-TOTAL-FALTAS
           IF WS-FALTAS-ABERTO = "S"
               MOVE NOTAS-NUMBER TO FAL-NOTAS-NUMBER
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
                           IF FAL-NOTAS-NUMBER = NOTAS-NUMBER
                               ADD 1 TO WS-TOTAL-FALTAS
                           ELSE
                               MOVE "S" TO WS-FAL-SAI
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      * ordem por nivel, media decrescente e nome; calcula o lugar
      * de cada aluno no seu ano de escolaridade.
           CLASSIFICAR-POR-ANO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               COMPUTE WS-INVERSO = 9999 - QM-MEDIA(WS-I) * 100
               MOVE SPACE TO QM-ORDEM(WS-I)
               STRING QM-NIVEL(WS-I) WS-INVERSO QM-NOME(WS-I)
                   DELIMITED BY SIZE INTO QM-ORDEM(WS-I)
           END-PERFORM
           PERFORM ORDENAR-MERITO
           MOVE 2 TO WS-GRUPO-TAM
           PERFORM CALCULAR-LUGARES
           .

           CLASSIFICAR-POR-TURMA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               COMPUTE WS-INVERSO = 9999 - QM-MEDIA(WS-I) * 100
               MOVE SPACE TO QM-ORDEM(WS-I)
               STRING QM-TURMA(WS-I) WS-INVERSO QM-NOME(WS-I)
                   DELIMITED BY SIZE INTO QM-ORDEM(WS-I)
           END-PERFORM
           PERFORM ORDENAR-MERITO
           MOVE 4 TO WS-GRUPO-TAM
           PERFORM CALCULAR-LUGARES
           .

           ORDENAR-MERITO.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-TOTAL-MERITO
                   COMPUTE WS-I2 = WS-I + 1
                   IF QM-ORDEM(WS-I) > QM-ORDEM(WS-I2)
                       MOVE WS-QM(WS-I) TO WS-QM-TROCA
                       MOVE WS-QM(WS-I2) TO WS-QM(WS-I)
                       MOVE WS-QM-TROCA TO WS-QM(WS-I2)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * o grupo sao os primeiros WS-GRUPO-TAM caracteres da ordem
      * (2 = nivel, 4 = turma); media igual a anterior no mesmo
      * grupo partilha o lugar.
           CALCULAR-LUGARES.
           MOVE HIGH-VALUES TO WS-GRUPO-ANTERIOR
           MOVE ZERO TO WS-MEDIA-ANTERIOR WS-CONTA-GRUPO WS-POS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               IF QM-ORDEM(WS-I)(1:WS-GRUPO-TAM) NOT =
                       WS-GRUPO-ANTERIOR(1:WS-GRUPO-TAM)
                   MOVE QM-ORDEM(WS-I)(1:WS-GRUPO-TAM) TO
                       WS-GRUPO-ANTERIOR
                   MOVE ZERO TO WS-CONTA-GRUPO
                   MOVE ZERO TO WS-MEDIA-ANTERIOR
               END-IF
               ADD 1 TO WS-CONTA-GRUPO
               IF WS-CONTA-GRUPO = 1 OR
                       QM-MEDIA(WS-I) NOT = WS-MEDIA-ANTERIOR
                   MOVE WS-CONTA-GRUPO TO WS-POS
               END-IF
               MOVE QM-MEDIA(WS-I) TO WS-MEDIA-ANTERIOR
               IF WS-GRUPO-TAM = 2
                   MOVE WS-POS TO QM-POS-ANO(WS-I)
               ELSE
                   MOVE WS-POS TO QM-POS-TURMA(WS-I)
               END-IF
           END-PERFORM
           .

      * numero de certificado: o do registo, se o aluno ja o tem
      * neste ano, ou o seguinte ao ultimo usado.
           ATRIBUIR-CERTIFICADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-TOTAL-EMITIDOS-ANO
                   IF EMI-NOTAS-NUMBER(WS-E) = QM-NUMERO(WS-I)
                       MOVE EMI-NUMERO(WS-E) TO QM-CERTIFICADO(WS-I)
                       MOVE "S" TO QM-JA-EMITIDO(WS-I)
                   END-IF
               END-PERFORM
               IF QM-JA-EMITIDO(WS-I) = "S"
                   ADD 1 TO WS-TOTAL-JA-EMITIDOS
               ELSE
                   ADD 1 TO WS-ULTIMO-CERT
                   MOVE WS-ULTIMO-CERT TO QM-CERTIFICADO(WS-I)
               END-IF
           END-PERFORM
           .

           ESCREVER-CABECALHO.
           MOVE SPACE TO LINHA-QUADRO
           STRING "QUADRO DE MERITO - ANO LETIVO " WS-ANO-LETIVO
                  "   ESCOLA " WS-ESCOLA "   " WS-HOJE(7:2) "/"
                  WS-HOJE(5:2) "/" WS-HOJE(1:4)
               DELIMITED BY SIZE INTO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE SPACE TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE "CRITERIOS (QUADRO_MERITO.PRM):" TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-TOTAL-CRITERIOS
               MOVE TAB-CRT-ANO-DE(WS-CRT-IDX) TO WS-F-NIVEL
               MOVE TAB-CRT-ANO-ATE(WS-CRT-IDX) TO WS-F-NIVEL2
               MOVE TAB-CRT-MEDIA(WS-CRT-IDX) TO WS-F-MEDIA
               MOVE TAB-CRT-FALTAS(WS-CRT-IDX) TO WS-F-FALTAS
               MOVE SPACE TO LINHA-QUADRO
               STRING "  ANOS " WS-F-NIVEL " A " WS-F-NIVEL2
                      ": MEDIA MINIMA " WS-F-MEDIA
                      ", MENOS DE " WS-F-FALTAS
                      " FALTAS, SEM NEGATIVAS"
                   DELIMITED BY SIZE INTO LINHA-QUADRO
               WRITE LINHA-QUADRO
           END-PERFORM
           .

           ESCREVER-QUADRO-TURMAS.
           MOVE SPACE TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE "QUADRO DE MERITO POR TURMA" TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE SPACE TO WS-GRUPO-ANTERIOR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               IF QM-TURMA(WS-I) NOT = WS-GRUPO-ANTERIOR
                   MOVE QM-TURMA(WS-I) TO WS-GRUPO-ANTERIOR
                   MOVE SPACE TO LINHA-QUADRO
                   WRITE LINHA-QUADRO
                   MOVE SPACE TO LINHA-QUADRO
                   STRING "TURMA " QM-TURMA(WS-I)
                       DELIMITED BY SIZE INTO LINHA-QUADRO
                   WRITE LINHA-QUADRO
                   PERFORM ESCREVER-TITULO-COLUNAS
               END-IF
               MOVE QM-POS-TURMA(WS-I) TO WS-Q-POS
               PERFORM ESCREVER-LINHA-ALUNO
           END-PERFORM
           IF WS-TOTAL-MERITO = ZERO
               MOVE "  NENHUM ALUNO CUMPRE OS CRITERIOS." TO
                   LINHA-QUADRO
               WRITE LINHA-QUADRO
           END-IF
           .

           ESCREVER-QUADRO-ANOS.
           MOVE SPACE TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE "QUADRO DE MERITO POR ANO DE ESCOLARIDADE" TO
               LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE HIGH-VALUES TO WS-GRUPO-ANTERIOR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               IF QM-ORDEM(WS-I)(1:2) NOT = WS-GRUPO-ANTERIOR(1:2)
                   MOVE QM-ORDEM(WS-I)(1:2) TO WS-GRUPO-ANTERIOR
                   MOVE QM-NIVEL(WS-I) TO WS-F-NIVEL
                   MOVE SPACE TO LINHA-QUADRO
                   WRITE LINHA-QUADRO
                   MOVE SPACE TO LINHA-QUADRO
                   STRING WS-F-NIVEL "o ANO DE ESCOLARIDADE"
                       DELIMITED BY SIZE INTO LINHA-QUADRO
                   WRITE LINHA-QUADRO
                   PERFORM ESCREVER-TITULO-COLUNAS
               END-IF
               MOVE QM-POS-ANO(WS-I) TO WS-Q-POS
               PERFORM ESCREVER-LINHA-ALUNO
           END-PERFORM
           .

           ESCREVER-TITULO-COLUNAS.
           MOVE SPACE TO LINHA-QUADRO
           MOVE "LUGAR" TO LINHA-QUADRO(1:5)
           MOVE "ALUNO" TO LINHA-QUADRO(9:5)
           MOVE "NOME" TO LINHA-QUADRO(16:4)
           MOVE "TURMA" TO LINHA-QUADRO(38:5)
           MOVE "MEDIA" TO LINHA-QUADRO(44:5)
           MOVE "FALTAS" TO LINHA-QUADRO(50:6)
           MOVE "CERTIF" TO LINHA-QUADRO(58:6)
           WRITE LINHA-QUADRO
           .

           ESCREVER-LINHA-ALUNO.
           MOVE QM-NUMERO(WS-I) TO WS-Q-NUMERO
           MOVE QM-NOME(WS-I) TO WS-Q-NOME
           MOVE QM-TURMA(WS-I) TO WS-Q-TURMA
           MOVE QM-MEDIA(WS-I) TO WS-Q-MEDIA
           MOVE QM-FALTAS(WS-I) TO WS-Q-FALTAS
           MOVE QM-CERTIFICADO(WS-I) TO WS-Q-CERT
           WRITE LINHA-QUADRO FROM WS-LINHA-QUADRO
           .

           ESCREVER-TOTAIS.
           MOVE SPACE TO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE WS-TOTAL-AVALIADOS TO WS-F-CONTA
           MOVE SPACE TO LINHA-QUADRO
           STRING "ALUNOS ATIVOS AVALIADOS:     " WS-F-CONTA
               DELIMITED BY SIZE INTO LINHA-QUADRO
           WRITE LINHA-QUADRO
           MOVE WS-TOTAL-MERITO TO WS-F-CONTA
           MOVE SPACE TO LINHA-QUADRO
           STRING "NO QUADRO DE MERITO:         " WS-F-CONTA
               DELIMITED BY SIZE INTO LINHA-QUADRO
           WRITE LINHA-QUADRO
           IF WS-TOTAL-SEM-CRITERIO > ZERO
               MOVE WS-TOTAL-SEM-CRITERIO TO WS-F-CONTA
               MOVE SPACE TO LINHA-QUADRO
               STRING "ALUNOS DE ANOS SEM CRITERIO: " WS-F-CONTA
                   DELIMITED BY SIZE INTO LINHA-QUADRO
               WRITE LINHA-QUADRO
           END-IF
           .

      * os certificados seguem a ordem do quadro por turma (a
      * tabela volta a ser ordenada por turma para a emissao).
           EMITIR-CERTIFICADOS.
           PERFORM CLASSIFICAR-POR-TURMA
           OPEN OUTPUT CERTIFICADO-FILE
           OPEN EXTEND REGISTO-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTO-FILE
               CLOSE REGISTO-FILE
               OPEN EXTEND REGISTO-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-MERITO
               IF QM-JA-EMITIDO(WS-I) NOT = "S"
                   MOVE SPACE TO REG-CERTIFICADO
                   MOVE "E" TO QMR-TIPO
                   MOVE QM-CERTIFICADO(WS-I) TO QMR-NUMERO
                   MOVE WS-ANO-LETIVO TO QMR-ANO-LETIVO
                   MOVE QM-NUMERO(WS-I) TO QMR-NOTAS-NUMBER
                   MOVE QM-NOME(WS-I) TO QMR-NOMEALUNO
                   MOVE QM-TURMA(WS-I) TO QMR-TURMA
                   MOVE QM-NIVEL(WS-I) TO QMR-NIVEL
                   MOVE QM-MEDIA(WS-I) TO QMR-MEDIA
                   MOVE QM-POS-TURMA(WS-I) TO QMR-POS-TURMA
                   MOVE QM-POS-ANO(WS-I) TO QMR-POS-ANO
                   MOVE WS-OPERADOR TO QMR-OPERADOR
                   MOVE FUNCTION CURRENT-DATE TO QMR-TIMESTAMP
                   MOVE "1" TO WS-VIA
                   PERFORM ESCREVER-CERTIFICADO
                   WRITE REG-CERTIFICADO
                   ADD 1 TO WS-TOTAL-EMITIDOS
               END-IF
           END-PERFORM
           CLOSE REGISTO-FILE
           CLOSE CERTIFICADO-FILE
           .

      * o certificado e escrito a partir do REG-CERTIFICADO, o mesmo
      * na emissao e na reimpressao.
           ESCREVER-CERTIFICADO.
           MOVE ALL "-" TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE "                         MINISTERIO DA EDUCACAO"
               TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "ESCOLA: " WS-ESCOLA
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE QMR-NUMERO TO WS-F-NUMERO
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "                 CERTIFICADO DE MERITO N. "
                  WS-F-NUMERO
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           IF WS-VIA = "2"
               MOVE SPACE TO LINHA-CERTIFICADO
               STRING "                 2a VIA - REIMPRESSO EM "
                      WS-HOJE(7:2) "/" WS-HOJE(5:2) "/" WS-HOJE(1:4)
                   DELIMITED BY SIZE INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF
           MOVE SPACE TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE QMR-NOTAS-NUMBER TO WS-F-NUMERO
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "CERTIFICA-SE QUE O ALUNO N. " WS-F-NUMERO ", "
                      DELIMITED BY SIZE
                  QMR-NOMEALUNO DELIMITED BY "  "
                  ", DA TURMA " QMR-TURMA ","
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "FOI INTEGRADO NO QUADRO DE MERITO DO ANO LETIVO "
                  QMR-ANO-LETIVO ","
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE QMR-MEDIA TO WS-F-MEDIA
           MOVE QMR-POS-TURMA TO WS-F-POS
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "COM A MEDIA DE " WS-F-MEDIA ", TENDO OBTIDO O "
                  WS-F-POS "o LUGAR NA TURMA"
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE QMR-POS-ANO TO WS-F-POS2
           MOVE QMR-NIVEL TO WS-F-NIVEL
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "E O " WS-F-POS2 "o LUGAR NO " WS-F-NIVEL
                  "o ANO DE ESCOLARIDADE."
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "DATA: " QMR-TIMESTAMP(7:2) "/" QMR-TIMESTAMP(5:2)
                  "/" QMR-TIMESTAMP(1:4)
                  "          O DIRETOR: ______________________________"
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           MOVE SPACE TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO
           .

      * 2a via: os dados vem da linha "E" do registo, nunca do
      * NOTAS.DAT, para o certificado sair igual ao original.
           REIMPRIMIR-CERTIFICADO.
           DISPLAY "NUMERO DO CERTIFICADO: "
           ACCEPT WS-CERT-PROCURA
           MOVE "N" TO WS-CERT-ACHADO
           OPEN INPUT REGISTO-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ REGISTO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF QMR-EMISSAO AND
                                   QMR-NUMERO = WS-CERT-PROCURA
                               MOVE "S" TO WS-CERT-ACHADO
                               MOVE REG-CERTIFICADO TO WS-REG-GUARDADO
                               MOVE "S" TO SAI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTO-FILE
           END-IF
           IF WS-CERT-ACHADO = "N"
               DISPLAY "CERTIFICADO NAO ENCONTRADO NO REGISTO."
           ELSE
               MOVE WS-REG-GUARDADO TO REG-CERTIFICADO
               MOVE QMR-NOTAS-NUMBER TO WS-F-NUMERO
               DISPLAY "CERTIFICADO DE " QMR-NOMEALUNO " (" WS-F-NUMERO
                   ") " QMR-ANO-LETIVO ". REIMPRIMIR? (S/N)"
               ACCEPT OPCAO
               IF OPCAO = "S" OR OPCAO = "s"
                   OPEN OUTPUT CERTIFICADO-FILE
                   OPEN EXTEND REGISTO-FILE
                   MOVE WS-REG-GUARDADO TO REG-CERTIFICADO
                   MOVE "2" TO WS-VIA
                   PERFORM ESCREVER-CERTIFICADO
                   CLOSE CERTIFICADO-FILE
                   MOVE "R" TO QMR-TIPO
                   MOVE WS-OPERADOR TO QMR-OPERADOR
                   MOVE FUNCTION CURRENT-DATE TO QMR-TIMESTAMP
                   WRITE REG-CERTIFICADO
                   CLOSE REGISTO-FILE
                   DISPLAY "2a VIA EM CERTIFICADOS_MERITO.LST."
               ELSE
                   DISPLAY "REIMPRESSAO CANCELADA."
               END-IF
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
      * calendario o operador tem de o indicar.
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
