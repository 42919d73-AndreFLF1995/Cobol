      * e escrito de todo - os registos maus vao para a listagem de
      * erros. o NOTASCSV continua como esta para a secretaria; este
      * interface tem regras proprias.
      * na mesma passagem escreve o AGRUPAMENTO.DAT para a
      * consolidacao do agrupamento (NOTASAGR): o mesmo cabecalho e
      * os mesmos registos "D", cada um seguido de um registo "G"
      * por disciplina do aluno, e um fecho que controla tambem os
      * "G". o MINISTERIO.DAT fica exatamente no modelo do
      * ministerio.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MINISTERIO-FILE ASSIGN TO "MINISTERIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGRUPAMENTO-FILE ASSIGN TO "AGRUPAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROS-FILE ASSIGN TO "NOTAS_MIN_ERR.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

               LABEL RECORD IS STANDARD.
           01  LINHA-MINISTERIO PIC X(78).

           FD  AGRUPAMENTO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-AGRUPAMENTO PIC X(78).

           FD  ERROS-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ERRO PIC X(80).
           77 WS-TOTAL-INVALIDOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-DETALHES PIC 9(6) VALUE 0.
           77 WS-SOMA-MEDIAS PIC 9(6)V99 VALUE 0.
           77 WS-TOTAL-DISC PIC 9(6) VALUE 0.
           77 WS-SOMA-DISC PIC 9(6)V99 VALUE 0.
           77 WS-IDX PIC 9(2).

           01 WS-REG-CABECALHO.
               05 FILLER          PIC X VALUE "H".
               05 WS-T-SOMA       PIC 9(8).
               05 FILLER          PIC X(63) VALUE SPACE.

      * registo de disciplina e fecho proprios do AGRUPAMENTO.DAT.
           01 WS-REG-DISCIPLINA.
               05 FILLER          PIC X VALUE "G".
               05 WS-G-NUMERO     PIC 9(5).
               05 WS-G-DISC       PIC X(6).
               05 WS-G-PERIODO    PIC 9(1).
               05 WS-G-NOTA       PIC 9(4).
               05 WS-G-RECURSO    PIC 9(4).
               05 FILLER          PIC X(57) VALUE SPACE.

           01 WS-REG-FECHO-AGR.
               05 FILLER          PIC X VALUE "T".
               05 WS-TA-CONTAGEM  PIC 9(6).
               05 WS-TA-SOMA      PIC 9(8).
               05 WS-TA-CONT-DISC PIC 9(6).
               05 WS-TA-SOMA-DISC PIC 9(8).
               05 FILLER          PIC X(49) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT NOTAS-FILE
           PERFORM ABRIR-DEMOGRAFIA
           OPEN OUTPUT MINISTERIO-FILE
           OPEN OUTPUT AGRUPAMENTO-FILE
           MOVE WS-ESCOLA TO WS-H-ESCOLA
           MOVE WS-ANO-LETIVO TO WS-H-ANO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-H-DATA
           WRITE LINHA-MINISTERIO FROM WS-REG-CABECALHO
           WRITE LINHA-AGRUPAMENTO FROM WS-REG-CABECALHO
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ NOTAS-FILE NEXT RECORD
           MOVE WS-TOTAL-DETALHES TO WS-T-CONTAGEM
           COMPUTE WS-T-SOMA = WS-SOMA-MEDIAS * 100
           WRITE LINHA-MINISTERIO FROM WS-REG-FECHO
           MOVE WS-TOTAL-DETALHES TO WS-TA-CONTAGEM
           MOVE WS-T-SOMA TO WS-TA-SOMA
           MOVE WS-TOTAL-DISC TO WS-TA-CONT-DISC
           COMPUTE WS-TA-SOMA-DISC = WS-SOMA-DISC * 100
           WRITE LINHA-AGRUPAMENTO FROM WS-REG-FECHO-AGR
           CLOSE AGRUPAMENTO-FILE
           CLOSE MINISTERIO-FILE
           CLOSE NOTAS-FILE
           PERFORM FECHAR-DEMOGRAFIA
           MOVE DEM-NASCIMENTO TO WS-M-NASCIMENTO
           MOVE DEM-ID-NACIONAL TO WS-M-ID-NAC
           WRITE LINHA-MINISTERIO FROM WS-REG-DETALHE
           WRITE LINHA-AGRUPAMENTO FROM WS-REG-DETALHE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NOTAS-NUM-DISCIPLINAS
                       OR WS-IDX > 12
               IF DISC-CODIGO(WS-IDX) NOT = SPACE
                   ADD 1 TO WS-TOTAL-DISC
                   ADD DISC-NOTA(WS-IDX) TO WS-SOMA-DISC
                   MOVE NOTAS-NUMBER TO WS-G-NUMERO
                   MOVE DISC-CODIGO(WS-IDX) TO WS-G-DISC
                   MOVE DISC-PERIODO(WS-IDX) TO WS-G-PERIODO
                   COMPUTE WS-G-NOTA = DISC-NOTA(WS-IDX) * 100
                   IF DISC-TEM-RECURSO(WS-IDX)
                       COMPUTE WS-G-RECURSO =
                           DISC-RECURSO(WS-IDX) * 100
                   ELSE
                       MOVE ZERO TO WS-G-RECURSO
                   END-IF
                   WRITE LINHA-AGRUPAMENTO FROM WS-REG-DISCIPLINA
               END-IF
           END-PERFORM
           .
