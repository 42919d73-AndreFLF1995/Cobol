       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASEXM.
      *--------------------------------------------------
      * carga dos resultados dos exames nacionais: le o ficheiro
      * EXAMES.CSV tirado da listagem do ministerio
      * (NUMERO,DISC-CODIGO,CLASSIFICACAO), com a classificacao na
      * escala do exame (0-200, inteira), e grava-a em
      * EXAMES_CFD.DAT por aluno, ano letivo (CALENDARIO.DAT) e
      * disciplina. um exame ja carregado e substituido e a CFD
      * volta a ficar por calcular. a CFD e calculada depois pelo
      * NOTASCFD. as linhas rejeitadas vao para EXAMES_REJ.CSV com
      * um codigo de motivo, no estilo do NOTAS_LAN_REJ.CSV.
      * motivos: 01 numero invalido, 06 aluno inexistente ou
      *          inativo, 08 disciplina fora do catalogo,
      *          11 classificacao invalida (0-200), 12 disciplina
      *          sem notas no aluno, 13 turma fora da escala 0-20
      *          (so o secundario tem exame nacional).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slcfd.cbl".
           COPY "sldiscipl.cbl".
           COPY "slescalas.cbl".
           COPY "slcalendar.cbl".

           SELECT IMPORT-FILE ASSIGN TO "EXAMES.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.

           SELECT REJEITADOS-FILE ASSIGN TO "EXAMES_REJ.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdcfd.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdescalas.cbl".
           COPY "fdcalendar.cbl".

           FD  IMPORT-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-IMPORT PIC X(80).

           FD  REJEITADOS-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-REJEITADO PIC X(90).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-CFD-STATUS PIC XX.
           77 WS-DISCIPL-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-IMP-STATUS PIC XX.
           77 SAI PIC X VALUE "N".
           77 WS-CAL-SAI PIC X.
           77 WS-VALIDO PIC X.
           77 WS-MOTIVO PIC XX.
           77 WS-C-NUMERO PIC X(10).
           77 WS-C-DISC PIC X(10).
           77 WS-C-EXAME PIC X(10).
           77 WS-CHARS-MAUS PIC 9(2).
           77 WS-EXAME-EDIT PIC 9(5)V99.
           77 WS-NUMERO PIC 9(5).
           77 WS-DISC PIC X(6).
           77 WS-EXAME PIC 9(3).
           77 WS-D PIC 9(2).
           77 WS-TEM-DISC PIC X.
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-TOTAL-LIDAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-GRAVADAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-SUBSTITUIDAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-REJEITADAS PIC 9(5) VALUE 0.
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
           OPEN INPUT IMPORT-FILE
           IF WS-IMP-STATUS NOT = "00"
               DISPLAY "FICHEIRO EXAMES.CSV NAO ENCONTRADO."
               STOP RUN
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               CLOSE IMPORT-FILE
               STOP RUN
           END-IF
           PERFORM OBTER-ANO-LETIVO
           PERFORM CARREGAR-ESCALAS
           OPEN I-O CFD-FILE
           IF WS-CFD-STATUS = "35"
               OPEN OUTPUT CFD-FILE
               CLOSE CFD-FILE
               OPEN I-O CFD-FILE
           END-IF
           OPEN OUTPUT REJEITADOS-FILE
           PERFORM UNTIL SAI = "S"
               READ IMPORT-FILE
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM TRATAR-LINHA
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE
           CLOSE NOTAS-FILE
           CLOSE CFD-FILE
           CLOSE REJEITADOS-FILE
           DISPLAY "ANO LETIVO:           " WS-ANO-LETIVO
           DISPLAY "LINHAS LIDAS:         " WS-TOTAL-LIDAS
           DISPLAY "EXAMES GRAVADOS:      " WS-TOTAL-GRAVADAS
           DISPLAY "EXAMES SUBSTITUIDOS:  " WS-TOTAL-SUBSTITUIDAS
           DISPLAY "LINHAS REJEITADAS:    " WS-TOTAL-REJEITADAS
           IF WS-TOTAL-GRAVADAS > ZERO OR WS-TOTAL-SUBSTITUIDAS > ZERO
               DISPLAY "CORRA O NOTASCFD PARA CALCULAR AS CFD."
           END-IF
           STOP RUN.

           TRATAR-LINHA.
           MOVE SPACE TO WS-C-NUMERO WS-C-DISC WS-C-EXAME
           UNSTRING LINHA-IMPORT DELIMITED BY ","
               INTO WS-C-NUMERO WS-C-DISC WS-C-EXAME
           END-UNSTRING
           PERFORM VALIDAR-LINHA
           IF WS-VALIDO = "S"
               PERFORM VALIDAR-ALUNO
           END-IF
           IF WS-VALIDO = "S"
               PERFORM GRAVAR-EXAME
           ELSE
               PERFORM REJEITAR-LINHA
           END-IF
           .

           VALIDAR-LINHA.
           MOVE "S" TO WS-VALIDO
           MOVE SPACE TO WS-MOTIVO
           MOVE ZERO TO WS-CHARS-MAUS
           INSPECT WS-C-NUMERO TALLYING WS-CHARS-MAUS
               FOR ALL "A" "B" "C" "D" "E" "F" "G" "H" "I" "J"
           INSPECT WS-C-NUMERO TALLYING WS-CHARS-MAUS
               FOR ALL "K" "L" "M" "N" "O" "P" "Q" "R" "S" "T"
           INSPECT WS-C-NUMERO TALLYING WS-CHARS-MAUS
               FOR ALL "U" "V" "W" "X" "Y" "Z" "." "," "-"
           IF WS-C-NUMERO = SPACE OR WS-CHARS-MAUS > 0
               MOVE "N" TO WS-VALIDO
               MOVE "01" TO WS-MOTIVO
           END-IF
           IF WS-VALIDO = "S"
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-C-NUMERO)
               MOVE WS-C-DISC(1:6) TO WS-DISC
               PERFORM VALIDAR-EXAME
           END-IF
           IF WS-VALIDO = "S"
               PERFORM VALIDAR-CATALOGO
           END-IF
           .

      * a classificacao do exame e inteira, de 0 a 200.
           VALIDAR-EXAME.
           MOVE ZERO TO WS-CHARS-MAUS
           INSPECT WS-C-EXAME TALLYING WS-CHARS-MAUS
               FOR ALL "A" "B" "C" "D" "E" "F" "G" "H" "I" "J"
           INSPECT WS-C-EXAME TALLYING WS-CHARS-MAUS
               FOR ALL "K" "L" "M" "N" "O" "P" "Q" "R" "S" "T"
           INSPECT WS-C-EXAME TALLYING WS-CHARS-MAUS
               FOR ALL "U" "V" "W" "X" "Y" "Z" "." "," "-"
           IF WS-C-EXAME = SPACE OR WS-CHARS-MAUS > 0
               MOVE "N" TO WS-VALIDO
               MOVE "11" TO WS-MOTIVO
           ELSE
               COMPUTE WS-EXAME-EDIT = FUNCTION NUMVAL(WS-C-EXAME)
               IF WS-EXAME-EDIT > 200
                   MOVE "N" TO WS-VALIDO
                   MOVE "11" TO WS-MOTIVO
               ELSE
                   MOVE WS-EXAME-EDIT TO WS-EXAME
               END-IF
           END-IF
           .

      * sem catalogo de disciplinas aceita-se o codigo, como no
      * NOTASLAN.
           VALIDAR-CATALOGO.
           OPEN INPUT DISCIPLINAS-FILE
           IF WS-DISCIPL-STATUS = "00"
               MOVE WS-DISC TO DIS-CODIGO
               READ DISCIPLINAS-FILE KEY IS DIS-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       MOVE "08" TO WS-MOTIVO
               END-READ
               CLOSE DISCIPLINAS-FILE
           END-IF
           .

      * o aluno tem de existir, estar ativo, ter a disciplina na
      * tabela NOTAS-DISCIPLINAS e estar numa turma da escala 0-20.
           VALIDAR-ALUNO.
           MOVE WS-NUMERO TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   MOVE "06" TO WS-MOTIVO
               NOT INVALID KEY
                   IF ALUNO-INATIVO
                       MOVE "N" TO WS-VALIDO
                       MOVE "06" TO WS-MOTIVO
                   END-IF
           END-READ
           IF WS-VALIDO = "S"
               MOVE "N" TO WS-TEM-DISC
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
                   IF DISC-CODIGO(WS-D) = WS-DISC
                       MOVE "S" TO WS-TEM-DISC
                   END-IF
               END-PERFORM
               IF WS-TEM-DISC = "N"
                   MOVE "N" TO WS-VALIDO
                   MOVE "12" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               MOVE NOTAS-TURMA TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               IF WS-NOTA-BASE NOT = ZERO OR
                       WS-NOTA-MAXIMA NOT = 20.00
                   MOVE "N" TO WS-VALIDO
                   MOVE "13" TO WS-MOTIVO
               END-IF
           END-IF
           .

           GRAVAR-EXAME.
           MOVE SPACE TO REG-CFD
           MOVE WS-NUMERO TO CFD-NOTAS-NUMBER
           MOVE WS-ANO-LETIVO TO CFD-ANO-LETIVO
           MOVE WS-DISC TO CFD-DISC-CODIGO
           MOVE WS-EXAME TO CFD-EXAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO CFD-EXAME-DATA
           MOVE ZERO TO CFD-CIF CFD-FINAL
           SET CFD-SO-EXAME TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CFD-TIMESTAMP
           WRITE REG-CFD
               INVALID KEY
                   REWRITE REG-CFD
                   ADD 1 TO WS-TOTAL-SUBSTITUIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADAS
           END-WRITE
           .

           REJEITAR-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADAS
           MOVE SPACE TO LINHA-REJEITADO
           STRING WS-MOTIVO              DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  LINHA-IMPORT           DELIMITED BY SIZE
               INTO LINHA-REJEITADO
           WRITE LINHA-REJEITADO
           .

      * o ano letivo e o do calendario escolar (NOTASCAL); sem
      * calendario o operador tem de o indicar, porque e parte da
      * chave do EXAMES_CFD.DAT.
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
