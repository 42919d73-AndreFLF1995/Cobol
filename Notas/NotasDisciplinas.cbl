      * lote de estatisticas por disciplina e por periodo: percorre a
      * tabela NOTAS-DISCIPLINAS de cada aluno ativo e produz, por
      * DISC-CODIGO e DISC-PERIODO, o numero de inscritos, a media,
      * a taxa de aprovacao contra o minimo da escala da turma
      * (ESCALAS.PRM) e a melhor e a pior nota. e o quadro pedido
      * pelos coordenadores nas reunioes de fim de periodo. a mesma
      * disciplina dada no basico (1-5) e no secundario (0-20) sai
      * em duas linhas, uma por escala - medias de escalas
      * diferentes nao se somam.
      * segue-se o quadro por turma, com cada nota de DISC-PERIODO
      * na turma em que o aluno estava nesse periodo
      * (MOVIMENTOS_TURMA.DAT, do NOTASMOV).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slnotas.cbl".
           COPY "sldiscipl.cbl".
           COPY "slescalas.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT DISCSTAT-FILE ASSIGN TO "NOTAS_DISC.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdescalas.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  DISCSTAT-FILE
               LABEL RECORD IS STANDARD.
           77 WS-TOTAL-CATALOGO PIC 9(3) VALUE 0.
           77 WS-NOME-DISC PIC X(20).
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
           77 WS-IDX PIC 9(3).
           77 WS-POS PIC 9(3).
           77 WS-D PIC 9(2).
           77 WS-TOTAL-GRUPOS PIC 9(3) VALUE 0.
           77 WS-MEDIA-GRUPO PIC 99V99.
           77 WS-PCT-APROV PIC 999V99.
           77 WS-TOTAL-DT PIC 9(3) VALUE 0.
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-MOV-EXISTE PIC X VALUE "N".
           77 WS-MOV-SAI PIC X.
           77 WS-MOV-IDX PIC 9(2).
           77 WS-MOV-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOV-ALUNO PIC 9(5) VALUE 0.
           77 WS-MOV-ANO-INICIO PIC X(8).
           77 WS-MOV-PERIODO PIC 9(1).
           77 WS-TURMA-PERIODO PIC X(4).

           01 WS-DISC-TURMA-TABELA.
               05 WS-DISC-TURMA OCCURS 500 TIMES.
                   10 DT-CODIGO    PIC X(6).
                   10 DT-PERIODO   PIC 9(1).
                   10 DT-TURMA     PIC X(4).
                   10 DT-INSCRITOS PIC 9(5).
                   10 DT-SOMA      PIC 9(7)V99.
                   10 DT-APROV     PIC 9(5).

      * fim de cada periodo no calendario e mudancas de turma do
      * aluno corrente no ano letivo (MOVIMENTOS_TURMA.DAT).
           01 WS-MOV-FIM-TABELA.
               05 WS-MOV-FIM-PER PIC X(8) OCCURS 3 TIMES.

           01 WS-MOV-TABELA.
               05 WS-MOV OCCURS 20 TIMES.
                   10 TAB-MOV-DATA   PIC X(8).
                   10 TAB-MOV-ANTIGA PIC X(4).
                   10 TAB-MOV-NOVA   PIC X(4).

           01 WS-GRUPOS-TABELA.
               05 WS-GRUPO OCCURS 200 TIMES.
                   10 GRP-APROV     PIC 9(5).
                   10 GRP-MELHOR    PIC 99V99.
                   10 GRP-PIOR      PIC 99V99.
                   10 GRP-BASE      PIC 99V99.
                   10 GRP-MAXIMA    PIC 99V99.

           01 WS-CATALOGO-TABELA.
               05 WS-CATALOGO OCCURS 200 TIMES.
                   10 CAT-CODIGO PIC X(6).
                   10 CAT-NOME   PIC X(30).

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-CABECALHO-DISC.
               05 FILLER PIC X(8)  VALUE "DISC".
               05 FILLER PIC X(18) VALUE "NOME".
               05 FILLER PIC X(5)  VALUE "PER".
               05 FILLER PIC X(8)  VALUE "INSCR".
               05 FILLER PIC X(8)  VALUE "MEDIA".
               05 FILLER PIC X(9)  VALUE "%APROV".
               05 FILLER PIC X(8)  VALUE "MELHOR".
               05 FILLER PIC X(6)  VALUE "PIOR".
               05 FILLER PIC X(6)  VALUE "ESCALA".

           01 WS-CABECALHO-DT.
               05 FILLER PIC X(8)  VALUE "DISC".
               05 FILLER PIC X(5)  VALUE "PER".
               05 FILLER PIC X(8)  VALUE "TURMA".
               05 FILLER PIC X(8)  VALUE "INSCR".
               05 FILLER PIC X(8)  VALUE "MEDIA".
               05 FILLER PIC X(6)  VALUE "%APROV".

           01 WS-LINHA-DT.
               05 WS-T-CODIGO  PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-T-PERIODO PIC 9.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-T-TURMA   PIC X(4).
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-T-INSCR   PIC ZZZZ9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-T-MEDIA   PIC ZZ.99.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-T-PCT     PIC ZZ9.99.

           01 WS-LINHA-GRUPO.
               05 WS-G-CODIGO  PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-G-NOME    PIC X(16).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-G-PERIODO PIC 9.
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-G-MELHOR  PIC ZZ.99.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-G-PIOR    PIC ZZ.99.
               05 FILLER       PIC X(1) VALUE SPACE.
               05 WS-G-BASE    PIC Z9.
               05 FILLER       PIC X(1) VALUE "-".
               05 WS-G-MAXIMA  PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM CARREGAR-CATALOGO
           PERFORM CARREGAR-ESCALAS
           PERFORM ABRIR-MOVIMENTOS
           OPEN INPUT NOTAS-FILE
           OPEN OUTPUT DISCSTAT-FILE
           PERFORM UNTIL SAI = "S"
               END-READ
           END-PERFORM
           PERFORM ESCREVER-QUADRO
           PERFORM ESCREVER-QUADRO-TURMAS
           CLOSE NOTAS-FILE
           PERFORM FECHAR-MOVIMENTOS
           CLOSE DISCSTAT-FILE
           STOP RUN.

      * a escala de cada nota e a da turma do aluno no periodo
      * da nota.
           ACUMULAR-DISCIPLINAS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               MOVE DISC-PERIODO(WS-D) TO WS-MOV-PERIODO
               PERFORM OBTER-TURMA-PERIODO
               MOVE WS-TURMA-PERIODO TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               PERFORM ACUMULAR-DISC-TURMA
               PERFORM LOCALIZAR-GRUPO
               IF WS-POS > ZERO
                   ADD 1 TO GRP-INSCRITOS(WS-POS)
           END-PERFORM
           .

           ACUMULAR-DISC-TURMA.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-DT
               IF DT-CODIGO(WS-IDX) = DISC-CODIGO(WS-D) AND
                       DT-PERIODO(WS-IDX) = DISC-PERIODO(WS-D) AND
                       DT-TURMA(WS-IDX) = WS-TURMA-PERIODO
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = ZERO AND WS-TOTAL-DT < 500
               ADD 1 TO WS-TOTAL-DT
               MOVE WS-TOTAL-DT TO WS-POS
               MOVE DISC-CODIGO(WS-D) TO DT-CODIGO(WS-POS)
               MOVE DISC-PERIODO(WS-D) TO DT-PERIODO(WS-POS)
               MOVE WS-TURMA-PERIODO TO DT-TURMA(WS-POS)
               MOVE ZERO TO DT-INSCRITOS(WS-POS)
               MOVE ZERO TO DT-SOMA(WS-POS)
               MOVE ZERO TO DT-APROV(WS-POS)
           END-IF
           IF WS-POS > ZERO
               ADD 1 TO DT-INSCRITOS(WS-POS)
               ADD DISC-NOTA(WS-D) TO DT-SOMA(WS-POS)
               IF DISC-NOTA(WS-D) NOT < WS-NOTA-MINIMA
                   ADD 1 TO DT-APROV(WS-POS)
               END-IF
           END-IF
           .

           LOCALIZAR-GRUPO.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF GRP-CODIGO(WS-IDX) = DISC-CODIGO(WS-D) AND
                       GRP-PERIODO(WS-IDX) = DISC-PERIODO(WS-D) AND
                       GRP-MAXIMA(WS-IDX) = WS-NOTA-MAXIMA AND
                       GRP-BASE(WS-IDX) = WS-NOTA-BASE
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM
               MOVE ZERO TO GRP-SOMA(WS-POS)
               MOVE ZERO TO GRP-APROV(WS-POS)
               MOVE ZERO TO GRP-MELHOR(WS-POS)
               MOVE WS-NOTA-MAXIMA TO GRP-PIOR(WS-POS)
               MOVE WS-NOTA-BASE TO GRP-BASE(WS-POS)
               MOVE WS-NOTA-MAXIMA TO GRP-MAXIMA(WS-POS)
           END-IF
           .

               MOVE WS-PCT-APROV TO WS-G-PCT
               MOVE GRP-MELHOR(WS-IDX) TO WS-G-MELHOR
               MOVE GRP-PIOR(WS-IDX) TO WS-G-PIOR
               MOVE GRP-BASE(WS-IDX) TO WS-G-BASE
               MOVE GRP-MAXIMA(WS-IDX) TO WS-G-MAXIMA
               WRITE LINHA-DISCSTAT FROM WS-LINHA-GRUPO
           END-PERFORM
           IF WS-TOTAL-GRUPOS = ZERO
               WRITE LINHA-DISCSTAT
           END-IF
           .

           ESCREVER-QUADRO-TURMAS.
           MOVE SPACE TO LINHA-DISCSTAT
           WRITE LINHA-DISCSTAT
           MOVE "POR DISCIPLINA, PERIODO E TURMA DO PERIODO"
               TO LINHA-DISCSTAT
           WRITE LINHA-DISCSTAT
           MOVE SPACE TO LINHA-DISCSTAT
           WRITE LINHA-DISCSTAT
           WRITE LINHA-DISCSTAT FROM WS-CABECALHO-DT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-DT
               MOVE DT-CODIGO(WS-IDX) TO WS-T-CODIGO
               MOVE DT-PERIODO(WS-IDX) TO WS-T-PERIODO
               MOVE DT-TURMA(WS-IDX) TO WS-T-TURMA
               MOVE DT-INSCRITOS(WS-IDX) TO WS-T-INSCR
               MOVE ZERO TO WS-MEDIA-GRUPO WS-PCT-APROV
               IF DT-INSCRITOS(WS-IDX) > 0
                   COMPUTE WS-MEDIA-GRUPO =
                       DT-SOMA(WS-IDX) / DT-INSCRITOS(WS-IDX)
                   COMPUTE WS-PCT-APROV =
                       (DT-APROV(WS-IDX) * 100)
                           / DT-INSCRITOS(WS-IDX)
               END-IF
               MOVE WS-MEDIA-GRUPO TO WS-T-MEDIA
               MOVE WS-PCT-APROV TO WS-T-PCT
               WRITE LINHA-DISCSTAT FROM WS-LINHA-DT
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

      * mudancas de turma (NOTASMOV): abre o registo para a corrida
      * toda e guarda o fim de cada periodo do CALENDARIO.DAT. sem
      * registo ou sem calendario cada nota fica na turma atual.
           ABRIR-MOVIMENTOS.
           MOVE "N" TO WS-MOV-EXISTE
           MOVE SPACE TO WS-MOV-ANO-INICIO
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1 UNTIL WS-MOV-IDX > 3
               MOVE SPACE TO WS-MOV-FIM-PER(WS-MOV-IDX)
           END-PERFORM
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALEND-STATUS = "00"
               MOVE "N" TO WS-MOV-SAI
               PERFORM UNTIL WS-MOV-SAI = "S"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "S" TO WS-MOV-SAI
                       NOT AT END
                           IF CAL-PERIODO >= 1 AND CAL-PERIODO <= 3
                               MOVE CAL-FIM TO
                                   WS-MOV-FIM-PER(CAL-PERIODO)
                           END-IF
                           IF CAL-PERIODO = 1
                               MOVE CAL-INICIO TO WS-MOV-ANO-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "00"
               MOVE "S" TO WS-MOV-EXISTE
           END-IF
           .

           FECHAR-MOVIMENTOS.
           IF WS-MOV-EXISTE = "S"
               CLOSE MOVTURMA-FILE
           END-IF
           .

      * a nota do periodo WS-MOV-PERIODO pertence a turma em que o
      * aluno corrente estava no fim desse periodo: a turma nova da
      * ultima mudanca com data ate ao fim do periodo, ou a turma
      * antiga da primeira mudanca se todas forem posteriores.
      * devolve WS-TURMA-PERIODO.
           OBTER-TURMA-PERIODO.
           MOVE NOTAS-TURMA TO WS-TURMA-PERIODO
           IF WS-MOV-EXISTE = "S" AND
                   WS-MOV-PERIODO >= 1 AND WS-MOV-PERIODO <= 3
               IF NOTAS-NUMBER NOT = WS-MOV-ALUNO
                   PERFORM CARREGAR-MOVIMENTOS-ALUNO
               END-IF
               IF WS-MOV-TOTAL > ZERO AND
                       WS-MOV-FIM-PER(WS-MOV-PERIODO) NOT = SPACE
                   MOVE TAB-MOV-ANTIGA(1) TO WS-TURMA-PERIODO
                   PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                           UNTIL WS-MOV-IDX > WS-MOV-TOTAL
                       IF TAB-MOV-DATA(WS-MOV-IDX) NOT >
                               WS-MOV-FIM-PER(WS-MOV-PERIODO)
                           MOVE TAB-MOV-NOVA(WS-MOV-IDX) TO
                               WS-TURMA-PERIODO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      * so contam as mudancas deste ano letivo (desde o inicio do
      * 1o periodo): as de anos anteriores ja estao no percurso.
           CARREGAR-MOVIMENTOS-ALUNO.
           MOVE NOTAS-NUMBER TO WS-MOV-ALUNO
           MOVE ZERO TO WS-MOV-TOTAL
           MOVE NOTAS-NUMBER TO MOV-NOTAS-NUMBER
           MOVE WS-MOV-ANO-INICIO TO MOV-DATA-EFETIVA
           MOVE "N" TO WS-MOV-SAI
           START MOVTURMA-FILE KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-MOV-SAI
           END-START
           PERFORM UNTIL WS-MOV-SAI = "S"
               READ MOVTURMA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-MOV-SAI
                   NOT AT END
                       IF MOV-NOTAS-NUMBER NOT = WS-MOV-ALUNO
                           MOVE "S" TO WS-MOV-SAI
                       ELSE
                           IF WS-MOV-TOTAL < 20
                               ADD 1 TO WS-MOV-TOTAL
                               MOVE MOV-DATA-EFETIVA TO
                                   TAB-MOV-DATA(WS-MOV-TOTAL)
                               MOVE MOV-TURMA-ANTIGA TO
                                   TAB-MOV-ANTIGA(WS-MOV-TOTAL)
                               MOVE MOV-TURMA-NOVA TO
                                   TAB-MOV-NOVA(WS-MOV-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
