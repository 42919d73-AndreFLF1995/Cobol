       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASESC.
      *--------------------------------------------------
      * manutencao das escalas de classificacao por nivel de ano:
      * cada linha do ESCALAS.PRM cobre um intervalo de anos (o
      * numero com que comeca o codigo da turma - "5A" e o 5o ano,
      * "10B" o 10o) e diz a nota mais baixa e mais alta da escala e
      * a nota minima de aprovacao. o basico usa os niveis 1-5 com
      * aprovacao a 3, o secundario os valores 0-20 com aprovacao a
      * 10. o NOTAS valida as notas por aqui e os relatorios, as
      * cartas e a transicao de ano decidem aprovacao pela escala da
      * turma do aluno. anos sem linha (ou sem ficheiro) ficam na
      * escala 0-20 com minimo de 10.00, como sempre foi.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slescalas.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fdescalas.cbl".

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-POS PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ANO-DE PIC 9(2).
           77 WS-ANO-ATE PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99.
           77 WS-NOTA-MAXIMA PIC 99V99.
           77 WS-NOTA-MINIMA PIC 99V99.
           77 WS-ESC-NOME PIC X(12).
           77 WS-F-BASE PIC Z9.99.
           77 WS-F-MAXIMA PIC Z9.99.
           77 WS-F-MINIMA PIC Z9.99.

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

           INICIO.
           MOVE "N" TO SAI
               DISPLAY "  ***   ESCALAS DE CLASSIFICACAO   ***".
               DISPLAY "     ***   1-DEFINIR NIVEL   ***".
               DISPLAY "     ***   2-CONSULTAR   ***".
               DISPLAY "     ***   3-REMOVER NIVEL   ***".
               DISPLAY "      ***   0-SAIR   ***".

           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM DEFINIR
               WHEN "2"
                   PERFORM CONSULTAR
               WHEN "3"
                   PERFORM REMOVER
               WHEN "0"
                   STOP RUN
           END-EVALUATE
           PERFORM INICIO
           .

      * uma linha com o mesmo "ano de" substitui a existente; os
      * intervalos nao podem sobrepor-se a outra linha, senao a
      * escala de uma turma dependeria da ordem do ficheiro.
           DEFINIR.
           PERFORM CARREGAR-ESCALAS
           DISPLAY "DO ANO (EX. 01): "
               ACCEPT WS-ANO-DE
           DISPLAY "ATE AO ANO (EX. 09): "
               ACCEPT WS-ANO-ATE
           DISPLAY "NOTA MAIS BAIXA DA ESCALA (EX. 01.00): "
               ACCEPT WS-NOTA-BASE
           DISPLAY "NOTA MAIS ALTA DA ESCALA (EX. 05.00): "
               ACCEPT WS-NOTA-MAXIMA
           DISPLAY "NOTA MINIMA DE APROVACAO (EX. 03.00): "
               ACCEPT WS-NOTA-MINIMA
           DISPLAY "DESIGNACAO (EX. BASICO 1-5): "
               ACCEPT WS-ESC-NOME
           IF WS-ANO-DE = ZERO OR WS-ANO-ATE < WS-ANO-DE
               DISPLAY "INTERVALO DE ANOS INVALIDO."
           ELSE
               IF WS-NOTA-MAXIMA = ZERO OR
                       WS-NOTA-MAXIMA > 20 OR
                       WS-NOTA-BASE NOT < WS-NOTA-MAXIMA
                   DISPLAY "ESCALA INVALIDA (MAXIMO 20.00)."
               ELSE
                   IF WS-NOTA-MINIMA < WS-NOTA-BASE OR
                           WS-NOTA-MINIMA > WS-NOTA-MAXIMA
                       DISPLAY "MINIMO DE APROVACAO FORA DA ESCALA."
                   ELSE
                       PERFORM GUARDAR-NIVEL
                   END-IF
               END-IF
           END-IF
           .

           GUARDAR-NIVEL.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-TOTAL-ESCALAS
               IF TAB-ESC-ANO-DE(WS-ESC-IDX) = WS-ANO-DE
                   MOVE WS-ESC-IDX TO WS-POS
               ELSE
                   IF WS-ANO-DE NOT > TAB-ESC-ANO-ATE(WS-ESC-IDX)
                           AND WS-ANO-ATE NOT <
                               TAB-ESC-ANO-DE(WS-ESC-IDX)
                       MOVE 99 TO WS-POS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POS = 99
               DISPLAY "O INTERVALO SOBREPOE-SE A OUTRO NIVEL. "
                   "REMOVA-O PRIMEIRO."
           ELSE
               IF WS-POS = ZERO
                   IF WS-TOTAL-ESCALAS < 20
                       ADD 1 TO WS-TOTAL-ESCALAS
                       MOVE WS-TOTAL-ESCALAS TO WS-POS
                   ELSE
                       DISPLAY "TABELA DE ESCALAS CHEIA (20)."
                   END-IF
               END-IF
               IF WS-POS NOT = ZERO
                   MOVE WS-ANO-DE TO TAB-ESC-ANO-DE(WS-POS)
                   MOVE WS-ANO-ATE TO TAB-ESC-ANO-ATE(WS-POS)
                   MOVE WS-NOTA-BASE TO TAB-ESC-BASE(WS-POS)
                   MOVE WS-NOTA-MAXIMA TO TAB-ESC-MAXIMA(WS-POS)
                   MOVE WS-NOTA-MINIMA TO TAB-ESC-MINIMA(WS-POS)
                   MOVE WS-ESC-NOME TO TAB-ESC-NOME(WS-POS)
                   PERFORM GRAVAR-ESCALAS
                   DISPLAY "ESCALA GRAVADA."
               END-IF
           END-IF
           .

           CONSULTAR.
           PERFORM CARREGAR-ESCALAS
           IF WS-TOTAL-ESCALAS = ZERO
               DISPLAY "SEM ESCALAS DEFINIDAS. TODAS AS TURMAS NA "
                   "ESCALA 0-20 COM MINIMO DE 10.00."
           ELSE
               PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                       UNTIL WS-ESC-IDX > WS-TOTAL-ESCALAS
                   MOVE TAB-ESC-BASE(WS-ESC-IDX) TO WS-F-BASE
                   MOVE TAB-ESC-MAXIMA(WS-ESC-IDX) TO WS-F-MAXIMA
                   MOVE TAB-ESC-MINIMA(WS-ESC-IDX) TO WS-F-MINIMA
                   DISPLAY "ANOS " TAB-ESC-ANO-DE(WS-ESC-IDX)
                       "-" TAB-ESC-ANO-ATE(WS-ESC-IDX)
                       "  ESCALA " WS-F-BASE " A " WS-F-MAXIMA
                       "  MINIMO " WS-F-MINIMA
                       "  " TAB-ESC-NOME(WS-ESC-IDX)
               END-PERFORM
               DISPLAY "ANOS FORA DA TABELA: ESCALA 0-20, MINIMO "
                   "10.00."
           END-IF
           .

           REMOVER.
           PERFORM CARREGAR-ESCALAS
           DISPLAY "ANO INICIAL DO NIVEL A REMOVER: "
               ACCEPT WS-ANO-DE
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-TOTAL-ESCALAS
               IF TAB-ESC-ANO-DE(WS-ESC-IDX) = WS-ANO-DE
                   MOVE WS-ESC-IDX TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = ZERO
               DISPLAY "NIVEL NAO ENCONTRADO."
           ELSE
               PERFORM VARYING WS-ESC-IDX FROM WS-POS BY 1
                       UNTIL WS-ESC-IDX NOT < WS-TOTAL-ESCALAS
                   MOVE WS-ESCALA(WS-ESC-IDX + 1)
                       TO WS-ESCALA(WS-ESC-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-TOTAL-ESCALAS
               PERFORM GRAVAR-ESCALAS
               DISPLAY "NIVEL REMOVIDO."
           END-IF
           .

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

           GRAVAR-ESCALAS.
           OPEN OUTPUT ESCALAS-FILE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-TOTAL-ESCALAS
               MOVE SPACE TO REG-ESCALA
               MOVE TAB-ESC-ANO-DE(WS-ESC-IDX) TO ESC-ANO-DE
               MOVE TAB-ESC-ANO-ATE(WS-ESC-IDX) TO ESC-ANO-ATE
               MOVE TAB-ESC-BASE(WS-ESC-IDX) TO ESC-NOTA-BASE
               MOVE TAB-ESC-MAXIMA(WS-ESC-IDX) TO ESC-NOTA-MAXIMA
               MOVE TAB-ESC-MINIMA(WS-ESC-IDX) TO ESC-NOTA-MINIMA
               MOVE TAB-ESC-NOME(WS-ESC-IDX) TO ESC-NOME
               WRITE REG-ESCALA
           END-PERFORM
           CLOSE ESCALAS-FILE
           .
