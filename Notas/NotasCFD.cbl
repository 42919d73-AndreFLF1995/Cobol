       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCFD.
      *--------------------------------------------------
      * classificacao final de disciplina (CFD) com exame nacional.
      * para cada exame do ano letivo carregado pelo NOTASEXM em
      * EXAMES_CFD.DAT calcula:
      *   CIF = media das notas dos periodos da disciplina (a
      *         melhor entre nota e recurso, sem as notas a zero),
      *         arredondada as unidades;
      *   CE  = classificacao do exame (0-200) / 10;
      *   CFD = (70 x CIF + 30 x CE) / 100, arredondada as
      *         unidades (ponderacao do ministerio, 70% interna e
      *         30% exame).
      * os alunos sem nota interna na disciplina ficam por
      * calcular e sao listados no ecra. o resultado fica no
      * registo do exame (estado "C") e e usado pelo NOTASTRA.
      * no fim imprime a pauta de classificacao final em
      * CFD_PAUTA.LST, por turma (ENTER = todas), alunos por ordem
      * alfabetica.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slcfd.cbl".
           COPY "slcalendar.cbl".

           SELECT PAUTA-FILE ASSIGN TO "CFD_PAUTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdcfd.cbl".
           COPY "fdcalendar.cbl".

           FD  PAUTA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-PAUTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-CFD-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 SAI PIC X.
           77 WS-CFD-SAI PIC X.
           77 WS-CAL-SAI PIC X.
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-TURMA PIC X(4).
           77 WS-D PIC 9(2).
           77 WS-ALUNO PIC 9(5).
           77 WS-MELHOR-NOTA PIC 99V99.
           77 WS-SOMA-NOTAS PIC 9(3)V99.
           77 WS-NUM-NOTAS PIC 9(2).
           77 WS-INTEIRO PIC 9(2).
           77 WS-CIF PIC 99V99.
           77 WS-CE PIC 99V99.
           77 WS-CFD PIC 99V99.
           77 WS-PESO-CIF PIC 9(3) VALUE 70.
           77 WS-PESO-EXAME PIC 9(3) VALUE 30.
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-TOTAL-EXAMES PIC 9(5) VALUE 0.
           77 WS-TOTAL-CALCULADAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-SEM-CIF PIC 9(5) VALUE 0.
           77 WS-TOTAL-LINHAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-APROVADOS PIC 9(5) VALUE 0.

           01 WS-CABECALHO-PAUTA.
               05 FILLER PIC X(8)  VALUE "NUMERO".
               05 FILLER PIC X(22) VALUE "NOME".
               05 FILLER PIC X(6)  VALUE "TURMA".
               05 FILLER PIC X(8)  VALUE "DISC".
               05 FILLER PIC X(6)  VALUE "CIF".
               05 FILLER PIC X(7)  VALUE "EXAME".
               05 FILLER PIC X(5)  VALUE "CFD".
               05 FILLER PIC X(9)  VALUE "RESULTADO".

           01 WS-LINHA-ALUNO.
               05 WS-P-NUMERO  PIC ZZZZ9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-P-NOME    PIC X(20).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-P-TURMA   PIC X(4).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-P-DISC    PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-P-CIF     PIC Z9.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-P-EXAME   PIC ZZ9.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-P-CFD     PIC Z9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-P-RESULT  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF
           OPEN I-O CFD-FILE
           IF WS-CFD-STATUS NOT = "00"
               DISPLAY "EXAMES_CFD.DAT NAO ENCONTRADO. "
                   "CARREGUE OS EXAMES NO NOTASEXM."
               CLOSE NOTAS-FILE
               STOP RUN
           END-IF
           PERFORM OBTER-ANO-LETIVO
           PERFORM CALCULAR-CFD
           DISPLAY "ANO LETIVO:          " WS-ANO-LETIVO
           DISPLAY "EXAMES DO ANO:       " WS-TOTAL-EXAMES
           DISPLAY "CFD CALCULADAS:      " WS-TOTAL-CALCULADAS
           DISPLAY "SEM NOTA INTERNA:    " WS-TOTAL-SEM-CIF
           DISPLAY "TURMA DA PAUTA (ENTER = TODAS): "
           ACCEPT WS-TURMA
           PERFORM IMPRIMIR-PAUTA
           CLOSE CFD-FILE
           CLOSE NOTAS-FILE
           DISPLAY "CFD_PAUTA.LST ESCRITO. LINHAS: " WS-TOTAL-LINHAS
           STOP RUN.

      * percorre o EXAMES_CFD.DAT pela chave e recalcula todos os
      * registos do ano letivo corrente, mesmo os ja calculados:
      * uma nota interna alterada depois (recurso, NOTASAPR) entra
      * na CFD na corrida seguinte.
           CALCULAR-CFD.
           MOVE LOW-VALUES TO CFD-CHAVE
           MOVE "N" TO WS-CFD-SAI
           START CFD-FILE KEY IS NOT LESS THAN CFD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-CFD-SAI
           END-START
           PERFORM UNTIL WS-CFD-SAI = "S"
               READ CFD-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CFD-SAI
                   NOT AT END
                       IF CFD-ANO-LETIVO = WS-ANO-LETIVO
                           ADD 1 TO WS-TOTAL-EXAMES
                           PERFORM CALCULAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           .

           CALCULAR-ALUNO.
           MOVE CFD-NOTAS-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   MOVE ZERO TO NOTAS-NUM-DISCIPLINAS
           END-READ
           MOVE ZERO TO WS-SOMA-NOTAS WS-NUM-NOTAS
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               IF DISC-CODIGO(WS-D) = CFD-DISC-CODIGO
                   MOVE DISC-NOTA(WS-D) TO WS-MELHOR-NOTA
                   IF DISC-TEM-RECURSO(WS-D) AND
                           DISC-RECURSO(WS-D) > WS-MELHOR-NOTA
                       MOVE DISC-RECURSO(WS-D) TO WS-MELHOR-NOTA
                   END-IF
                   IF WS-MELHOR-NOTA > ZERO
                       ADD WS-MELHOR-NOTA TO WS-SOMA-NOTAS
                       ADD 1 TO WS-NUM-NOTAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NUM-NOTAS = ZERO
               ADD 1 TO WS-TOTAL-SEM-CIF
               DISPLAY "SEM NOTA INTERNA: " CFD-NOTAS-NUMBER " "
                   CFD-DISC-CODIGO
           ELSE
               COMPUTE WS-INTEIRO ROUNDED =
                   WS-SOMA-NOTAS / WS-NUM-NOTAS
               MOVE WS-INTEIRO TO WS-CIF
               COMPUTE WS-CE = CFD-EXAME / 10
               COMPUTE WS-INTEIRO ROUNDED = (WS-PESO-CIF * WS-CIF +
                   WS-PESO-EXAME * WS-CE) / 100
               MOVE WS-INTEIRO TO WS-CFD
               MOVE WS-CIF TO CFD-CIF
               MOVE WS-CFD TO CFD-FINAL
               SET CFD-CALCULADA TO TRUE
               MOVE FUNCTION CURRENT-DATE TO CFD-TIMESTAMP
               REWRITE REG-CFD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CFD: " CFD-NOTAS-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CALCULADAS
               END-REWRITE
           END-IF
           .

           IMPRIMIR-PAUTA.
           OPEN OUTPUT PAUTA-FILE
           MOVE "ESCOLA - PAUTA DE CLASSIFICACAO FINAL" TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACE TO LINHA-PAUTA
           IF WS-TURMA = SPACE
               STRING "ANO LETIVO: " WS-ANO-LETIVO
                      "  TURMA: TODAS"
                   DELIMITED BY SIZE INTO LINHA-PAUTA
           ELSE
               STRING "ANO LETIVO: " WS-ANO-LETIVO
                      "  TURMA: " WS-TURMA
                   DELIMITED BY SIZE INTO LINHA-PAUTA
           END-IF
           WRITE LINHA-PAUTA
           MOVE SPACE TO LINHA-PAUTA
           STRING "CFD = (70 X CIF + 30 X EXAME/10) / 100"
                  "  DATA: " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACE TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           WRITE LINHA-PAUTA FROM WS-CABECALHO-PAUTA
           MOVE "N" TO SAI
           MOVE LOW-VALUES TO NOMEALUNO
           START NOTAS-FILE KEY IS NOT LESS THAN NOMEALUNO
               INVALID KEY
                   MOVE "S" TO SAI
           END-START
           PERFORM UNTIL SAI = "S"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF WS-TURMA = SPACE OR NOTAS-TURMA = WS-TURMA
                           PERFORM IMPRIMIR-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACE TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACE TO LINHA-PAUTA
           STRING "CLASSIFICACOES: " WS-TOTAL-LINHAS
                  "  APROVADAS: " WS-TOTAL-APROVADOS
               DELIMITED BY SIZE INTO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE SPACE TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE "O DIRETOR DE TURMA: ______________________"
               TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           MOVE "A DIRECAO:          ______________________"
               TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           CLOSE PAUTA-FILE
           .

      * os exames do aluno no ano estao seguidos na chave do
      * EXAMES_CFD.DAT (numero + ano letivo + disciplina).
           IMPRIMIR-ALUNO.
           MOVE NOTAS-NUMBER TO WS-ALUNO
           MOVE WS-ALUNO TO CFD-NOTAS-NUMBER
           MOVE WS-ANO-LETIVO TO CFD-ANO-LETIVO
           MOVE LOW-VALUES TO CFD-DISC-CODIGO
           MOVE "N" TO WS-CFD-SAI
           START CFD-FILE KEY IS NOT LESS THAN CFD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-CFD-SAI
           END-START
           PERFORM UNTIL WS-CFD-SAI = "S"
               READ CFD-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CFD-SAI
                   NOT AT END
                       IF CFD-NOTAS-NUMBER NOT = WS-ALUNO OR
                               CFD-ANO-LETIVO NOT = WS-ANO-LETIVO
                           MOVE "S" TO WS-CFD-SAI
                       ELSE
                           PERFORM ESCREVER-LINHA-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           .

           ESCREVER-LINHA-ALUNO.
           ADD 1 TO WS-TOTAL-LINHAS
           MOVE NOTAS-NUMBER TO WS-P-NUMERO
           MOVE NOMEALUNO TO WS-P-NOME
           MOVE NOTAS-TURMA TO WS-P-TURMA
           MOVE CFD-DISC-CODIGO TO WS-P-DISC
           MOVE CFD-EXAME TO WS-P-EXAME
           IF CFD-CALCULADA
               MOVE CFD-CIF TO WS-P-CIF
               MOVE CFD-FINAL TO WS-P-CFD
               IF CFD-FINAL NOT < WS-NOTA-MINIMA
                   MOVE "APROVADO" TO WS-P-RESULT
                   ADD 1 TO WS-TOTAL-APROVADOS
               ELSE
                   MOVE "REPROVADO" TO WS-P-RESULT
               END-IF
           ELSE
               MOVE ZERO TO WS-P-CIF WS-P-CFD
               MOVE "POR CALC." TO WS-P-RESULT
           END-IF
           WRITE LINHA-PAUTA FROM WS-LINHA-ALUNO
           .

      * o ano letivo e o do calendario escolar (NOTASCAL); sem
      * calendario pede-se ao operador.
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
               DISPLAY "CALENDARIO SEM ANO LETIVO. ANO DOS EXAMES "
                   "(AAAA/AAAA): "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM
           .
