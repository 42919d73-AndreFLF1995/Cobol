       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCOE.
      *--------------------------------------------------
      * coerencia da classificacao por professor, turma, disciplina
      * e periodo, para o coordenador pedagogico: o NOTASDIS so da a
      * disciplina na escola toda. cada nota da tabela
      * NOTAS-DISCIPLINAS de um aluno ativo conta na turma em que o
      * aluno estava no periodo (MOVIMENTOS_TURMA.DAT) e no professor
      * que as ATRIBUICOES.DAT dao a essa turma e disciplina (sem
      * atribuicao sai como "????"). notas a zero estao por lancar e
      * nao contam.
      * por combinacao: alunos, media, desvio padrao, taxa de
      * aprovacao (minimo da escala da turma) e taxa de recurso, ao
      * lado da media da escola na mesma disciplina, periodo e escala.
      * o limite de alerta vem do COERENCIA.PRM, uma linha:
      *   desvio da media(3, em % da amplitude da escala) espaco
      *   desvio da aprovacao(3, em pontos percentuais)
      *   ex.: "010 020" (e o valor assumido sem o parametro)
      * a comparacao com o periodo anterior usa o HISTORICO_
      * PERIODOS.DAT (copia do NOTASFCH em cada fecho): conta a
      * ultima copia de cada periodo feita neste ano letivo, ou seja
      * o periodo como ficou fechado.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slatribui.cbl".
           COPY "slprofess.cbl".
           COPY "slescalas.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO_PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PARAM-FILE ASSIGN TO "COERENCIA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT COERENCIA-FILE ASSIGN TO "COERENCIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdatribui.cbl".
           COPY "fdprofess.cbl".
           COPY "fdescalas.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  HISTORICO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-HISTORICO.
               05 HIST-PERIODO    PIC 9(1).
               05 HIST-TIMESTAMP  PIC X(26).
               05 HIST-REG-ALUNO  PIC X(240).

           FD  PARAM-FILE
               LABEL RECORD IS STANDARD.
           01  REG-PARAM.
               05 CPR-LIMITE-MEDIA    PIC 9(3).
               05 FILLER              PIC X(1).
               05 CPR-LIMITE-APROV    PIC 9(3).

           FD  COERENCIA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-COERENCIA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-ATRIB-STATUS PIC XX.
           77 WS-PROF-STATUS PIC XX.
           77 WS-PROF-ABERTO PIC X.
           77 WS-HIST-STATUS PIC XX.
           77 WS-PARAM-STATUS PIC XX.
           77 SAI PIC X VALUE "N".
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA PIC 99V99 VALUE 20.00.
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-ESC-NOME PIC X(12).
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
           77 WS-LIMITE-MEDIA PIC 9(3) VALUE 10.
           77 WS-LIMITE-APROV PIC 9(3) VALUE 20.
           77 WS-ORIGEM PIC X(1).
           77 WS-D PIC 9(2).
           77 WS-A PIC 9(3).
           77 WS-IDX PIC 9(4).
           77 WS-IDX2 PIC 9(4).
           77 WS-POS PIC 9(4).
           77 WS-SC PIC 9(3).
           77 WS-TOTAL-ATRIB PIC 9(3) VALUE 0.
           77 WS-TOTAL-GRUPOS PIC 9(4) VALUE 0.
           77 WS-TOTAL-ESCOLA PIC 9(3) VALUE 0.
           77 WS-TOTAL-ASSINALADAS PIC 9(4) VALUE 0.
           77 WS-TOTAL-FORA PIC 9(5) VALUE 0.
           77 WS-TEM-PROFESSOR PIC X.
           77 WS-PROF-CORRENTE PIC X(4).
           77 WS-HIST-PER-ANTERIOR PIC 9(1).
           77 WS-HIST-NUM-ANTERIOR PIC 9(5).
           77 WS-TOTAL-COPIAS PIC 9(5) VALUE 0.
           77 WS-TROCOU PIC X.
           77 WS-PROF-ANTERIOR PIC X(4).
           77 WS-MEDIA PIC 99V99.
           77 WS-VARIANCIA PIC 9(4)V9(4).
           77 WS-DESVIO-PADRAO PIC 99V99.
           77 WS-PCT-APROV PIC 999V99.
           77 WS-PCT-RECURSO PIC 999V99.
           77 WS-MEDIA-ESCOLA PIC 99V99.
           77 WS-APROV-ESCOLA PIC 999V99.
           77 WS-DESVIO PIC S99V99.
           77 WS-DESVIO-APROV PIC S999V99.
           77 WS-DESVIO-ABS PIC 99V99.
           77 WS-APROV-ABS PIC 999V99.
           77 WS-LIMITE-PONTOS PIC 99V99.
           77 WS-TEM-ANTERIOR PIC X.
           77 WS-MEDIA-ANT PIC 99V99.
           77 WS-ESCOLA-ANT PIC 99V99.
           77 WS-DESVIO-ANT PIC S99V99.
           77 WS-DESVIO-ANT-ABS PIC 99V99.
           77 WS-ALERTA PIC X(8).
           77 WS-PROCURA-PROF PIC X(4).
           77 WS-PROCURA-TURMA PIC X(4).
           77 WS-PROCURA-DISC PIC X(6).
           77 WS-PROCURA-PERIODO PIC 9(1).
           77 WS-PROCURA-ORIGEM PIC X(1).
           77 WS-F-CONTA PIC ZZZ9.
           77 WS-F-LIMITE PIC ZZ9.
           77 WS-F-LIMITE2 PIC ZZ9.

      * fim de cada periodo no calendario e mudancas de turma do
      * aluno corrente no ano letivo (MOVIMENTOS_TURMA.DAT).
           01 WS-MOV-FIM-TABELA.
               05 WS-MOV-FIM-PER PIC X(8) OCCURS 3 TIMES.

           01 WS-MOV-TABELA.
               05 WS-MOV OCCURS 20 TIMES.
                   10 TAB-MOV-DATA   PIC X(8).
                   10 TAB-MOV-ANTIGA PIC X(4).
                   10 TAB-MOV-NOVA   PIC X(4).

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-ATRIB-TABELA.
               05 WS-ATRIB OCCURS 300 TIMES.
                   10 TAB-ATR-PROF      PIC X(4).
                   10 TAB-ATR-TURMA     PIC X(4).
                   10 TAB-ATR-DISC      PIC X(6).

      * combinacoes professor/turma/disciplina/periodo. GC-ORIGEM
      * "A" = NOTAS.DAT de hoje, "H" = periodo como ficou fechado
      * (HISTORICO_PERIODOS.DAT). GC-CHAVE e tambem a ordem da
      * listagem.
           01 WS-GRUPOS-TABELA.
               05 WS-GRUPO OCCURS 1000 TIMES.
                   10 GC-CHAVE.
                       15 GC-ORIGEM     PIC X(1).
                       15 GC-PROF       PIC X(4).
                       15 GC-TURMA      PIC X(4).
                       15 GC-DISC       PIC X(6).
                       15 GC-PERIODO    PIC 9(1).
                   10 GC-BASE           PIC 99V99.
                   10 GC-MAXIMA         PIC 99V99.
                   10 GC-INSCRITOS      PIC 9(5).
                   10 GC-SOMA           PIC 9(7)V99.
                   10 GC-SOMA-QUAD      PIC 9(9)V9(4).
                   10 GC-APROV          PIC 9(5).
                   10 GC-RECURSO        PIC 9(5).
                   10 GC-ALERTA         PIC X(8).
           01 WS-GRUPO-TROCA            PIC X(69).

      * a mesma disciplina na escola, por periodo e escala.
           01 WS-ESCOLA-TABELA.
               05 WS-ESCOLA OCCURS 400 TIMES.
                   10 SC-ORIGEM         PIC X(1).
                   10 SC-DISC           PIC X(6).
                   10 SC-PERIODO        PIC 9(1).
                   10 SC-BASE           PIC 99V99.
                   10 SC-MAXIMA         PIC 99V99.
                   10 SC-INSCRITOS      PIC 9(5).
                   10 SC-SOMA           PIC 9(7)V99.
                   10 SC-APROV          PIC 9(5).

           01 WS-CABECALHO-COE.
               05 FILLER PIC X(5)  VALUE "TURMA".
               05 FILLER PIC X(7)  VALUE "DISC".
               05 FILLER PIC X(4)  VALUE "PER".
               05 FILLER PIC X(4)  VALUE "N".
               05 FILLER PIC X(6)  VALUE "MEDIA".
               05 FILLER PIC X(6)  VALUE "D.PAD".
               05 FILLER PIC X(5)  VALUE "%APR".
               05 FILLER PIC X(5)  VALUE "%REC".
               05 FILLER PIC X(6)  VALUE "ESCOL".
               05 FILLER PIC X(7)  VALUE "DESVIO".
               05 FILLER PIC X(6)  VALUE "ANT.".
               05 FILLER PIC X(7)  VALUE "DSV.AN".
               05 FILLER PIC X(6)  VALUE "ALERTA".

           01 WS-LINHA-COE.
               05 WS-C-TURMA    PIC X(4).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-DISC     PIC X(6).
               05 FILLER        PIC X(2) VALUE SPACE.
               05 WS-C-PERIODO  PIC 9.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-INSCR    PIC ZZZ9.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-MEDIA    PIC Z9.99.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-DPAD     PIC Z9.99.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-APROV    PIC ZZ9.
               05 FILLER        PIC X(2) VALUE SPACE.
               05 WS-C-RECURSO  PIC ZZ9.
               05 FILLER        PIC X(2) VALUE SPACE.
               05 WS-C-ESCOLA   PIC Z9.99.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-DESVIO   PIC -Z9.99.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-ANT      PIC X(5).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-DSV-ANT  PIC X(6).
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-C-ALERTA   PIC X(8).

           01 WS-F-MEDIA-ANT    PIC Z9.99.
           01 WS-F-DESVIO-ANT   PIC -Z9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF
           PERFORM CARREGAR-PARAMETRO
           PERFORM CARREGAR-ATRIBUICOES
           PERFORM CARREGAR-ESCALAS
           PERFORM ABRIR-MOVIMENTOS
           PERFORM CARREGAR-HISTORICO
           MOVE "A" TO WS-ORIGEM
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF ALUNO-ATIVO
                           PERFORM ACUMULAR-DISCIPLINAS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FECHAR-MOVIMENTOS
           CLOSE NOTAS-FILE
           PERFORM ORDENAR-GRUPOS
           MOVE "S" TO WS-PROF-ABERTO
           OPEN INPUT PROFESSORES-FILE
           IF WS-PROF-STATUS NOT = "00"
               MOVE "N" TO WS-PROF-ABERTO
           END-IF
           OPEN OUTPUT COERENCIA-FILE
           PERFORM ESCREVER-QUADRO
           PERFORM ESCREVER-ASSINALADAS
           CLOSE COERENCIA-FILE
           IF WS-PROF-ABERTO = "S"
               CLOSE PROFESSORES-FILE
           END-IF
           DISPLAY "COMBINACOES ANALISADAS:   " WS-TOTAL-GRUPOS
           DISPLAY "COMBINACOES ASSINALADAS:  " WS-TOTAL-ASSINALADAS
           IF WS-TOTAL-FORA > ZERO
               DISPLAY "NOTAS FORA DA TABELA (CHEIA): " WS-TOTAL-FORA
           END-IF
           DISPLAY "COERENCIA.LST ESCRITO."
           STOP RUN.

           CARREGAR-PARAMETRO.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPR-LIMITE-MEDIA IS NUMERIC
                           MOVE CPR-LIMITE-MEDIA TO WS-LIMITE-MEDIA
                       END-IF
                       IF CPR-LIMITE-APROV IS NUMERIC
                           MOVE CPR-LIMITE-APROV TO WS-LIMITE-APROV
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           .

      * pares professor/turma/disciplina; a mesma turma e disciplina
      * com dois professores (coadjuvacao) conta nos dois.
           CARREGAR-ATRIBUICOES.
           MOVE ZERO TO WS-TOTAL-ATRIB
           OPEN INPUT ATRIBUICOES-FILE
           IF WS-ATRIB-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ ATRIBUICOES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF WS-TOTAL-ATRIB < 300
                               ADD 1 TO WS-TOTAL-ATRIB
                               MOVE ATR-PROF-CODIGO TO
                                   TAB-ATR-PROF(WS-TOTAL-ATRIB)
                               MOVE ATR-TURMA TO
                                   TAB-ATR-TURMA(WS-TOTAL-ATRIB)
                               MOVE ATR-DISC-CODIGO TO
                                   TAB-ATR-DISC(WS-TOTAL-ATRIB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES-FILE
           END-IF
           .

      * o NOTASFCH copia os alunos pela ordem do numero a cada fecho;
      * um numero que nao sobe, ou outro periodo, comeca nova copia,
      * e a nova copia de um periodo substitui a anterior. copias de
      * antes do inicio do ano letivo nao contam.
           CARREGAR-HISTORICO.
           MOVE "H" TO WS-ORIGEM
           MOVE ZERO TO WS-HIST-PER-ANTERIOR WS-HIST-NUM-ANTERIOR
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF HIST-PERIODO >= 1 AND HIST-PERIODO <= 3
                                   AND HIST-TIMESTAMP(1:8) NOT <
                                       WS-MOV-ANO-INICIO
                               PERFORM TRATAR-COPIA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           .

           TRATAR-COPIA-HISTORICO.
           MOVE HIST-REG-ALUNO TO REG-ALUNO
           IF HIST-PERIODO NOT = WS-HIST-PER-ANTERIOR OR
                   NOTAS-NUMBER NOT > WS-HIST-NUM-ANTERIOR
               PERFORM LIMPAR-HISTORICO-PERIODO
               ADD 1 TO WS-TOTAL-COPIAS
           END-IF
           MOVE HIST-PERIODO TO WS-HIST-PER-ANTERIOR
           MOVE NOTAS-NUMBER TO WS-HIST-NUM-ANTERIOR
           IF ALUNO-ATIVO
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
                   IF DISC-PERIODO(WS-D) = HIST-PERIODO
                       PERFORM ACUMULAR-NOTA
                   END-IF
               END-PERFORM
           END-IF
           .

           LIMPAR-HISTORICO-PERIODO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF GC-ORIGEM(WS-IDX) = "H" AND
                       GC-PERIODO(WS-IDX) = HIST-PERIODO
                   MOVE ZERO TO GC-INSCRITOS(WS-IDX) GC-SOMA(WS-IDX)
                   MOVE ZERO TO GC-SOMA-QUAD(WS-IDX)
                   MOVE ZERO TO GC-APROV(WS-IDX) GC-RECURSO(WS-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-TOTAL-ESCOLA
               IF SC-ORIGEM(WS-SC) = "H" AND
                       SC-PERIODO(WS-SC) = HIST-PERIODO
                   MOVE ZERO TO SC-INSCRITOS(WS-SC) SC-SOMA(WS-SC)
                   MOVE ZERO TO SC-APROV(WS-SC)
               END-IF
           END-PERFORM
           .

           ACUMULAR-DISCIPLINAS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               PERFORM ACUMULAR-NOTA
           END-PERFORM
           .

      * a linha WS-D do aluno corrente entra na escola e em cada
      * professor da turma do periodo para a disciplina.
           ACUMULAR-NOTA.
           IF DISC-NOTA(WS-D) > ZERO
               MOVE DISC-PERIODO(WS-D) TO WS-MOV-PERIODO
               PERFORM OBTER-TURMA-PERIODO
               MOVE WS-TURMA-PERIODO TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               PERFORM ACUMULAR-ESCOLA
               MOVE "N" TO WS-TEM-PROFESSOR
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-TOTAL-ATRIB
                   IF TAB-ATR-TURMA(WS-A) = WS-TURMA-PERIODO AND
                           TAB-ATR-DISC(WS-A) = DISC-CODIGO(WS-D)
                       MOVE "S" TO WS-TEM-PROFESSOR
                       MOVE TAB-ATR-PROF(WS-A) TO WS-PROF-CORRENTE
                       PERFORM ACUMULAR-GRUPO
                   END-IF
               END-PERFORM
               IF WS-TEM-PROFESSOR = "N"
                   MOVE "????" TO WS-PROF-CORRENTE
                   PERFORM ACUMULAR-GRUPO
               END-IF
           END-IF
           .

           ACUMULAR-GRUPO.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF GC-ORIGEM(WS-IDX) = WS-ORIGEM AND
                       GC-PROF(WS-IDX) = WS-PROF-CORRENTE AND
                       GC-TURMA(WS-IDX) = WS-TURMA-PERIODO AND
                       GC-DISC(WS-IDX) = DISC-CODIGO(WS-D) AND
                       GC-PERIODO(WS-IDX) = DISC-PERIODO(WS-D)
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = ZERO AND WS-TOTAL-GRUPOS < 1000
               ADD 1 TO WS-TOTAL-GRUPOS
               MOVE WS-TOTAL-GRUPOS TO WS-POS
               MOVE WS-ORIGEM TO GC-ORIGEM(WS-POS)
               MOVE WS-PROF-CORRENTE TO GC-PROF(WS-POS)
               MOVE WS-TURMA-PERIODO TO GC-TURMA(WS-POS)
               MOVE DISC-CODIGO(WS-D) TO GC-DISC(WS-POS)
               MOVE DISC-PERIODO(WS-D) TO GC-PERIODO(WS-POS)
               MOVE WS-NOTA-BASE TO GC-BASE(WS-POS)
               MOVE WS-NOTA-MAXIMA TO GC-MAXIMA(WS-POS)
               MOVE ZERO TO GC-INSCRITOS(WS-POS) GC-SOMA(WS-POS)
               MOVE ZERO TO GC-SOMA-QUAD(WS-POS)
               MOVE ZERO TO GC-APROV(WS-POS) GC-RECURSO(WS-POS)
               MOVE SPACE TO GC-ALERTA(WS-POS)
           END-IF
           IF WS-POS > ZERO
               ADD 1 TO GC-INSCRITOS(WS-POS)
               ADD DISC-NOTA(WS-D) TO GC-SOMA(WS-POS)
               COMPUTE GC-SOMA-QUAD(WS-POS) = GC-SOMA-QUAD(WS-POS)
                   + DISC-NOTA(WS-D) * DISC-NOTA(WS-D)
               IF DISC-NOTA(WS-D) NOT < WS-NOTA-MINIMA
                   ADD 1 TO GC-APROV(WS-POS)
               END-IF
               IF DISC-TEM-RECURSO(WS-D)
                   ADD 1 TO GC-RECURSO(WS-POS)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-FORA
           END-IF
           .

           ACUMULAR-ESCOLA.
           MOVE ZERO TO WS-POS
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-TOTAL-ESCOLA
               IF SC-ORIGEM(WS-SC) = WS-ORIGEM AND
                       SC-DISC(WS-SC) = DISC-CODIGO(WS-D) AND
                       SC-PERIODO(WS-SC) = DISC-PERIODO(WS-D) AND
                       SC-BASE(WS-SC) = WS-NOTA-BASE AND
                       SC-MAXIMA(WS-SC) = WS-NOTA-MAXIMA
                   MOVE WS-SC TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = ZERO AND WS-TOTAL-ESCOLA < 400
               ADD 1 TO WS-TOTAL-ESCOLA
               MOVE WS-TOTAL-ESCOLA TO WS-POS
               MOVE WS-ORIGEM TO SC-ORIGEM(WS-POS)
               MOVE DISC-CODIGO(WS-D) TO SC-DISC(WS-POS)
               MOVE DISC-PERIODO(WS-D) TO SC-PERIODO(WS-POS)
               MOVE WS-NOTA-BASE TO SC-BASE(WS-POS)
               MOVE WS-NOTA-MAXIMA TO SC-MAXIMA(WS-POS)
               MOVE ZERO TO SC-INSCRITOS(WS-POS) SC-SOMA(WS-POS)
               MOVE ZERO TO SC-APROV(WS-POS)
           END-IF
           IF WS-POS > ZERO
               ADD 1 TO SC-INSCRITOS(WS-POS)
               ADD DISC-NOTA(WS-D) TO SC-SOMA(WS-POS)
               IF DISC-NOTA(WS-D) NOT < WS-NOTA-MINIMA
                   ADD 1 TO SC-APROV(WS-POS)
               END-IF
           END-IF
           .

           ORDENAR-GRUPOS.
           MOVE "S" TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-TOTAL-GRUPOS
                   COMPUTE WS-IDX2 = WS-IDX + 1
                   IF GC-CHAVE(WS-IDX) > GC-CHAVE(WS-IDX2)
                       MOVE WS-GRUPO(WS-IDX) TO WS-GRUPO-TROCA
                       MOVE WS-GRUPO(WS-IDX2) TO WS-GRUPO(WS-IDX)
                       MOVE WS-GRUPO-TROCA TO WS-GRUPO(WS-IDX2)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           ESCREVER-QUADRO.
           MOVE "COERENCIA DA CLASSIFICACAO POR PROFESSOR, TURMA E "
               TO LINHA-COERENCIA
           MOVE "DISCIPLINA" TO LINHA-COERENCIA(51:10)
           WRITE LINHA-COERENCIA
           MOVE WS-LIMITE-MEDIA TO WS-F-LIMITE
           MOVE WS-LIMITE-APROV TO WS-F-LIMITE2
           MOVE SPACE TO LINHA-COERENCIA
           STRING "ALERTA: MEDIA A MAIS DE " WS-F-LIMITE
                  "% DA ESCALA DA MEDIA DA ESCOLA (M) OU APROVACAO"
               DELIMITED BY SIZE INTO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           MOVE SPACE TO LINHA-COERENCIA
           STRING "        A MAIS DE " WS-F-LIMITE2
                  " PONTOS DA TAXA DA ESCOLA (A)"
               DELIMITED BY SIZE INTO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           MOVE "        P = DESVIO DA MEDIA JA ACIMA DO LIMITE NO "
               TO LINHA-COERENCIA
           MOVE "PERIODO ANTERIOR FECHADO" TO LINHA-COERENCIA(51:24)
           WRITE LINHA-COERENCIA
           IF WS-TOTAL-COPIAS = ZERO
               MOVE "SEM PERIODOS FECHADOS NO HISTORICO_PERIODOS.DAT:"
                   TO LINHA-COERENCIA
               MOVE " SEM COMPARACAO." TO LINHA-COERENCIA(49:16)
               WRITE LINHA-COERENCIA
           END-IF
           MOVE SPACE TO WS-PROF-ANTERIOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF GC-ORIGEM(WS-IDX) = "A"
                   IF GC-PROF(WS-IDX) NOT = WS-PROF-ANTERIOR
                       MOVE GC-PROF(WS-IDX) TO WS-PROF-ANTERIOR
                       PERFORM ESCREVER-CABECALHO-PROFESSOR
                   END-IF
                   PERFORM CALCULAR-GRUPO
                   PERFORM ESCREVER-LINHA-GRUPO
               END-IF
           END-PERFORM
           IF WS-TOTAL-GRUPOS = ZERO
               MOVE SPACE TO LINHA-COERENCIA
               WRITE LINHA-COERENCIA
               MOVE "SEM NOTAS LANCADAS." TO LINHA-COERENCIA
               WRITE LINHA-COERENCIA
           END-IF
           .

           ESCREVER-CABECALHO-PROFESSOR.
           MOVE SPACE TO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           MOVE SPACE TO REG-PROFESSOR
           IF GC-PROF(WS-IDX) = "????"
               MOVE "SEM PROFESSOR ATRIBUIDO" TO PROF-NOME
           ELSE
               IF WS-PROF-ABERTO = "S"
                   MOVE GC-PROF(WS-IDX) TO PROF-CODIGO
                   READ PROFESSORES-FILE KEY IS PROF-CODIGO
                       INVALID KEY
                           MOVE "?" TO PROF-NOME
                   END-READ
               END-IF
           END-IF
           MOVE SPACE TO LINHA-COERENCIA
           STRING "PROFESSOR " GC-PROF(WS-IDX) " " PROF-NOME
               DELIMITED BY SIZE INTO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           WRITE LINHA-COERENCIA FROM WS-CABECALHO-COE
           .

      * media, desvio padrao e taxas do grupo WS-IDX, comparacao com
      * a escola e com o mesmo professor, turma e disciplina no
      * periodo anterior fechado. deixa o alerta em GC-ALERTA.
           CALCULAR-GRUPO.
           MOVE ZERO TO WS-MEDIA WS-DESVIO-PADRAO WS-PCT-APROV
           MOVE ZERO TO WS-PCT-RECURSO
           IF GC-INSCRITOS(WS-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   GC-SOMA(WS-IDX) / GC-INSCRITOS(WS-IDX)
               COMPUTE WS-VARIANCIA ROUNDED =
                   GC-SOMA-QUAD(WS-IDX) / GC-INSCRITOS(WS-IDX)
                   - (GC-SOMA(WS-IDX) / GC-INSCRITOS(WS-IDX)) ** 2
                   ON SIZE ERROR
                       MOVE ZERO TO WS-VARIANCIA
               END-COMPUTE
               COMPUTE WS-DESVIO-PADRAO ROUNDED = WS-VARIANCIA ** 0.5
               COMPUTE WS-PCT-APROV ROUNDED =
                   (GC-APROV(WS-IDX) * 100) / GC-INSCRITOS(WS-IDX)
               COMPUTE WS-PCT-RECURSO ROUNDED =
                   (GC-RECURSO(WS-IDX) * 100) / GC-INSCRITOS(WS-IDX)
           END-IF
           MOVE "A" TO WS-PROCURA-ORIGEM
           MOVE GC-PERIODO(WS-IDX) TO WS-PROCURA-PERIODO
           PERFORM LOCALIZAR-ESCOLA
           COMPUTE WS-DESVIO = WS-MEDIA - WS-MEDIA-ESCOLA
           COMPUTE WS-DESVIO-APROV = WS-PCT-APROV - WS-APROV-ESCOLA
           COMPUTE WS-LIMITE-PONTOS ROUNDED =
               (GC-MAXIMA(WS-IDX) - GC-BASE(WS-IDX))
               * WS-LIMITE-MEDIA / 100
           MOVE WS-DESVIO TO WS-DESVIO-ABS
           MOVE WS-DESVIO-APROV TO WS-APROV-ABS
           MOVE SPACE TO WS-ALERTA
           IF WS-DESVIO-ABS > WS-LIMITE-PONTOS
               MOVE "M" TO WS-ALERTA(1:1)
           END-IF
           IF WS-APROV-ABS > WS-LIMITE-APROV
               MOVE "A" TO WS-ALERTA(2:1)
           END-IF
           MOVE "N" TO WS-TEM-ANTERIOR
           IF GC-PERIODO(WS-IDX) > 1
               PERFORM COMPARAR-ANTERIOR
           END-IF
           IF WS-ALERTA NOT = SPACE
               ADD 1 TO WS-TOTAL-ASSINALADAS
           END-IF
           MOVE WS-ALERTA TO GC-ALERTA(WS-IDX)
           .

      * periodo anterior: o grupo "H" do mesmo professor, turma e
      * disciplina, e a escola "H" na mesma disciplina e escala.
           COMPARAR-ANTERIOR.
           MOVE GC-PROF(WS-IDX) TO WS-PROCURA-PROF
           MOVE GC-TURMA(WS-IDX) TO WS-PROCURA-TURMA
           MOVE GC-DISC(WS-IDX) TO WS-PROCURA-DISC
           COMPUTE WS-PROCURA-PERIODO = GC-PERIODO(WS-IDX) - 1
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-TOTAL-GRUPOS
               IF GC-ORIGEM(WS-IDX2) = "H" AND
                       GC-PROF(WS-IDX2) = WS-PROCURA-PROF AND
                       GC-TURMA(WS-IDX2) = WS-PROCURA-TURMA AND
                       GC-DISC(WS-IDX2) = WS-PROCURA-DISC AND
                       GC-PERIODO(WS-IDX2) = WS-PROCURA-PERIODO AND
                       GC-INSCRITOS(WS-IDX2) > ZERO
                   MOVE "S" TO WS-TEM-ANTERIOR
                   COMPUTE WS-MEDIA-ANT ROUNDED =
                       GC-SOMA(WS-IDX2) / GC-INSCRITOS(WS-IDX2)
               END-IF
           END-PERFORM
           IF WS-TEM-ANTERIOR = "S"
               MOVE "H" TO WS-PROCURA-ORIGEM
               PERFORM LOCALIZAR-ESCOLA
               MOVE WS-MEDIA-ESCOLA TO WS-ESCOLA-ANT
               COMPUTE WS-DESVIO-ANT = WS-MEDIA-ANT - WS-ESCOLA-ANT
               MOVE WS-DESVIO-ANT TO WS-DESVIO-ANT-ABS
               IF WS-ALERTA(1:1) = "M" AND
                       WS-DESVIO-ANT-ABS > WS-LIMITE-PONTOS
                   MOVE "P" TO WS-ALERTA(4:1)
               END-IF
               MOVE "A" TO WS-PROCURA-ORIGEM
               MOVE GC-PERIODO(WS-IDX) TO WS-PROCURA-PERIODO
               PERFORM LOCALIZAR-ESCOLA
           END-IF
           .

      * devolve em WS-MEDIA-ESCOLA e WS-APROV-ESCOLA a disciplina do
      * grupo WS-IDX na escola, na origem e periodo procurados.
           LOCALIZAR-ESCOLA.
           MOVE ZERO TO WS-MEDIA-ESCOLA WS-APROV-ESCOLA
           PERFORM VARYING WS-SC FROM 1 BY 1
                   UNTIL WS-SC > WS-TOTAL-ESCOLA
               IF SC-ORIGEM(WS-SC) = WS-PROCURA-ORIGEM AND
                       SC-DISC(WS-SC) = GC-DISC(WS-IDX) AND
                       SC-PERIODO(WS-SC) = WS-PROCURA-PERIODO AND
                       SC-BASE(WS-SC) = GC-BASE(WS-IDX) AND
                       SC-MAXIMA(WS-SC) = GC-MAXIMA(WS-IDX) AND
                       SC-INSCRITOS(WS-SC) > ZERO
                   COMPUTE WS-MEDIA-ESCOLA ROUNDED =
                       SC-SOMA(WS-SC) / SC-INSCRITOS(WS-SC)
                   COMPUTE WS-APROV-ESCOLA ROUNDED =
                       (SC-APROV(WS-SC) * 100) / SC-INSCRITOS(WS-SC)
               END-IF
           END-PERFORM
           .

           ESCREVER-LINHA-GRUPO.
           MOVE GC-TURMA(WS-IDX) TO WS-C-TURMA
           MOVE GC-DISC(WS-IDX) TO WS-C-DISC
           MOVE GC-PERIODO(WS-IDX) TO WS-C-PERIODO
           MOVE GC-INSCRITOS(WS-IDX) TO WS-C-INSCR
           MOVE WS-MEDIA TO WS-C-MEDIA
           MOVE WS-DESVIO-PADRAO TO WS-C-DPAD
           MOVE WS-PCT-APROV TO WS-C-APROV
           MOVE WS-PCT-RECURSO TO WS-C-RECURSO
           MOVE WS-MEDIA-ESCOLA TO WS-C-ESCOLA
           MOVE WS-DESVIO TO WS-C-DESVIO
           IF WS-TEM-ANTERIOR = "S"
               MOVE WS-MEDIA-ANT TO WS-F-MEDIA-ANT
               MOVE WS-F-MEDIA-ANT TO WS-C-ANT
               MOVE WS-DESVIO-ANT TO WS-F-DESVIO-ANT
               MOVE WS-F-DESVIO-ANT TO WS-C-DSV-ANT
           ELSE
               MOVE "  -" TO WS-C-ANT
               MOVE "   -" TO WS-C-DSV-ANT
           END-IF
           MOVE WS-ALERTA TO WS-C-ALERTA
           WRITE LINHA-COERENCIA FROM WS-LINHA-COE
           .

      * no fim, so as combinacoes assinaladas, para a reuniao.
           ESCREVER-ASSINALADAS.
           MOVE SPACE TO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           MOVE WS-TOTAL-ASSINALADAS TO WS-F-CONTA
           MOVE SPACE TO LINHA-COERENCIA
           STRING "COMBINACOES ASSINALADAS: " WS-F-CONTA
               DELIMITED BY SIZE INTO LINHA-COERENCIA
           WRITE LINHA-COERENCIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF GC-ORIGEM(WS-IDX) = "A" AND
                       GC-ALERTA(WS-IDX) NOT = SPACE
                   MOVE SPACE TO LINHA-COERENCIA
                   STRING "  PROFESSOR " GC-PROF(WS-IDX)
                          "  TURMA " GC-TURMA(WS-IDX)
                          "  DISC " GC-DISC(WS-IDX)
                          "  PERIODO " GC-PERIODO(WS-IDX)
                          "  ALERTA " GC-ALERTA(WS-IDX)
                       DELIMITED BY SIZE INTO LINHA-COERENCIA
                   WRITE LINHA-COERENCIA
               END-IF
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
