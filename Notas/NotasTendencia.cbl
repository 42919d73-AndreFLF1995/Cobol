      * a linha anterior. e o grafico que a direcao pede em todos
      * os conselhos pedagogicos - "a turma 10A esta a melhorar
      * desde o 1o periodo?" responde-se aqui.
      * as linhas com periodo (notas de disciplina, ja atribuidas
      * pelo NOTASTAT a turma em que cada aluno estava nesse
      * periodo) saem a seguir, uma serie por periodo.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 HIS-REPROV   PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-RECURSO  PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-PERIODO  PIC X(1).

           FD  TENDENCIA-FILE
               LABEL RECORD IS STANDARD.
           77 WS-TAXA-ANT PIC 999V99.
           77 WS-DELTA-MEDIA PIC S99V99.
           77 WS-DELTA-TAXA PIC S999V99.
           77 WS-PER-VER PIC X(1).
           77 WS-P PIC 9(1).

           01 WS-TURMAS-TABELA.
               05 WS-TURMA-VISTA PIC X(4) OCCURS 50 TIMES.
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF HIS-TURMA = WS-TURMA-VISTA(WS-T) AND
                               HIS-PERIODO = SPACE
                           PERFORM IMPRIMIR-LINHA-TURMA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE WS-P TO WS-PER-VER
               PERFORM IMPRIMIR-TURMA-PERIODO
           END-PERFORM
           .

      * a serie das notas de disciplina do periodo WS-PER-VER na
      * turma; o cabecalho so sai se houver linhas. ALUNOS e aqui o
      * numero de notas.
           IMPRIMIR-TURMA-PERIODO.
           MOVE "S" TO WS-PRIMEIRA
           MOVE ZERO TO WS-MEDIA-ANT WS-TAXA-ANT
           OPEN INPUT HISTORICO-FILE
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF HIS-TURMA = WS-TURMA-VISTA(WS-T) AND
                               HIS-PERIODO = WS-PER-VER
                           IF WS-PRIMEIRA = "S"
                               MOVE SPACE TO LINHA-TENDENCIA
                               STRING "  NOTAS DE DISCIPLINA DO "
                                   WS-PER-VER "o PERIODO (NOTAS)"
                                   DELIMITED BY SIZE
                                   INTO LINHA-TENDENCIA
                               WRITE LINHA-TENDENCIA
                           END-IF
                           PERFORM IMPRIMIR-LINHA-TURMA
                       END-IF
               END-READ
