      * numeros; 0 a 99999 imprime a escola toda), imprime uma pagina
      * por aluno com o nome, as tres notas, a media e todas as
      * linhas da tabela de disciplinas com o respetivo periodo,
      * terminando com APROVADO/REPROVADO contra o minimo da escala
      * da turma do aluno (ESCALAS.PRM; 10.00 no secundario).
      * alunos inativos nao sao impressos, para nunca se entregar a
      * ficha de um aluno que saiu.
      *--------------------------------------------------
           COPY "sldemograf.cbl".
           COPY "slfaltas.cbl".
           COPY "slcalendar.cbl".
           COPY "slescalas.cbl".

           SELECT FICHA-FILE ASSIGN TO "FICHA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "fddemograf.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdescalas.cbl".

           FD  FICHA-FILE
               LABEL RECORD IS STANDARD.
           77 WS-NOTAS-STATUS PIC XX.
           77 SAI PIC X VALUE "N".
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA PIC 99V99 VALUE 20.00.
           77 WS-ESC-NOME PIC X(12).
           77 WS-NUMERO-DE PIC 9(5).
           77 WS-NUMERO-ATE PIC 9(5).
           77 WS-D PIC 9(2).
               05 FILLER        PIC X(9) VALUE "  FALTAS ".
               05 WS-FD-FALTAS  PIC ZZ9.

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM OBTER-ANO-LETIVO
           PERFORM CARREGAR-ESCALAS
           DISPLAY "NUMERO INICIAL (0 PARA TODOS): "
           ACCEPT WS-NUMERO-DE
           DISPLAY "NUMERO FINAL (99999 PARA TODOS): "
           END-IF
           MOVE SPACE TO LINHA-FICHA
           WRITE LINHA-FICHA
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           MOVE WS-NOTA-MINIMA TO WS-F-NOTA
           MOVE SPACE TO LINHA-FICHA
           STRING "TURMA: " NOTAS-TURMA "  ESCALA: " WS-ESC-NOME
                  "  MINIMO DE APROVACAO: " WS-F-NOTA
               DELIMITED BY SIZE INTO LINHA-FICHA
           WRITE LINHA-FICHA
           IF MEDIAALUNO NOT < WS-NOTA-MINIMA
               MOVE "RESULTADO: APROVADO" TO LINHA-FICHA
           ELSE
           MOVE ALL "-" TO LINHA-FICHA
           WRITE LINHA-FICHA
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
