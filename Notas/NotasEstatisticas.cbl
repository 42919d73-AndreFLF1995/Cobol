      *--------------------------------------------------
      * lote noturno: percorre o NOTAS-FILE e produz um resumo de
      * aprovados/reprovados e a media da turma, para correr todas as
      * noites depois de fechado o lancamento de notas do dia. a
      * aprovacao de cada aluno e medida na escala da sua turma
      * (ESCALAS.PRM); o quadro por turma mostra a escala usada.
      * o quadro das notas de disciplina por turma e periodo
      * atribui cada nota de DISC-PERIODO a turma em que o aluno
      * estava nesse periodo (MOVIMENTOS_TURMA.DAT, do NOTASMOV);
      * segue tambem para o historico, com o periodo na linha.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slescalas.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT STATS-FILE ASSIGN TO "NOTAS_STATS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdescalas.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  STATS-FILE
               LABEL RECORD IS STANDARD.
      * uma linha por turma e por noite: e a serie que alimenta o
      * relatorio de tendencias do NOTASTND. a media vai em
      * centesimas (1234 = 12.34), como nos numericos do NOTASMIN.
      * com HIS-PERIODO preenchido a linha e das notas de
      * disciplina desse periodo: HIS-ALUNOS conta notas, nao
      * alunos, e HIS-RECURSO as notas com recurso.
           FD  HISTORICO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-HISTORICO.
               05 HIS-REPROV   PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-RECURSO  PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-PERIODO  PIC X(1).

       WORKING-STORAGE SECTION.
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
           77 WS-TOTAL-ALUNOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-APROVADOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-REPROVADOS PIC 9(5) VALUE 0.
           77 WS-CTG-STATUS PIC XX.
           77 WS-CNT-LIDOS PIC 9(5) VALUE 0.
           77 WS-HIST-STATUS PIC XX.
           77 WS-TOTAL-TPE PIC 9(3) VALUE 0.
           77 WS-TPE-IDX PIC 9(3).
           77 WS-TPE-POS PIC 9(3).
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

           01 WS-LINHA-EDIT.
               05 WS-LE-ROTULO PIC X(30).
                   10 TUR-REPROVADOS PIC 9(5).
                   10 TUR-RECURSO   PIC 9(5).
                   10 TUR-SOMA      PIC 9(7)V99.
                   10 TUR-ESCALA    PIC X(12).

           01 WS-TURMA-PERIODO-TABELA.
               05 WS-TURMA-PER-ACUM OCCURS 150 TIMES.
                   10 TPE-TURMA     PIC X(4).
                   10 TPE-PERIODO   PIC 9(1).
                   10 TPE-NOTAS     PIC 9(5).
                   10 TPE-SOMA      PIC 9(7)V99.
                   10 TPE-APROV     PIC 9(5).
                   10 TPE-RECURSO   PIC 9(5).

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

           01 WS-LINHA-TURMA.
               05 WS-LT-CODIGO PIC X(4).
               05 WS-LT-APROV  PIC ZZZZ9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-LT-MEDIA  PIC ZZ9.99.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-LT-ESCALA PIC X(12).

           01 WS-LINHA-TURMA-PER.
               05 WS-LP-CODIGO  PIC X(4).
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LP-PERIODO PIC 9.
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LP-NOTAS   PIC ZZZZ9.
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LP-APROV   PIC ZZZZ9.
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LP-MEDIA   PIC ZZ9.99.
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LP-RECURSO PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM CARREGAR-ESCALAS
           PERFORM ABRIR-MOVIMENTOS
           OPEN INPUT NOTAS-FILE
           OPEN OUTPUT STATS-FILE
           PERFORM UNTIL SAI = "S"
           PERFORM GRAVAR-HISTORICO
           CLOSE NOTAS-FILE
           CLOSE STATS-FILE
           PERFORM FECHAR-MOVIMENTOS
           PERFORM REGISTAR-CONTAGENS
           GOBACK.

                   ADD 1 TO WS-TOTAL-REPROVADOS
           END-EVALUATE
           PERFORM ACUMULAR-TURMA
           PERFORM ACUMULAR-NOTAS-PERIODO
           .

      * a situacao final considera, por disciplina, a melhor entre a
      * reprovado mesmo que a media das disciplinas passe.
           DETERMINAR-SITUACAO.
           MOVE "F" TO WS-SITUACAO
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           IF MEDIAALUNO NOT < WS-NOTA-MINIMA
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE ZERO TO TUR-REPROVADOS(WS-POS)
               MOVE ZERO TO TUR-RECURSO(WS-POS)
               MOVE ZERO TO TUR-SOMA(WS-POS)
               MOVE WS-ESC-NOME TO TUR-ESCALA(WS-POS)
           END-IF
           IF WS-POS > ZERO
               ADD 1 TO TUR-ALUNOS(WS-POS)
           END-IF
           .

      * cada nota de disciplina conta na turma do aluno no seu
      * periodo, com a escala dessa turma.
           ACUMULAR-NOTAS-PERIODO.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               MOVE DISC-PERIODO(WS-D) TO WS-MOV-PERIODO
               PERFORM OBTER-TURMA-PERIODO
               MOVE WS-TURMA-PERIODO TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               MOVE ZERO TO WS-TPE-POS
               PERFORM VARYING WS-TPE-IDX FROM 1 BY 1
                       UNTIL WS-TPE-IDX > WS-TOTAL-TPE
                   IF TPE-TURMA(WS-TPE-IDX) = WS-TURMA-PERIODO AND
                           TPE-PERIODO(WS-TPE-IDX) = DISC-PERIODO(WS-D)
                       MOVE WS-TPE-IDX TO WS-TPE-POS
                   END-IF
               END-PERFORM
               IF WS-TPE-POS = ZERO AND WS-TOTAL-TPE < 150
                   ADD 1 TO WS-TOTAL-TPE
                   MOVE WS-TOTAL-TPE TO WS-TPE-POS
                   MOVE WS-TURMA-PERIODO TO TPE-TURMA(WS-TPE-POS)
                   MOVE DISC-PERIODO(WS-D) TO TPE-PERIODO(WS-TPE-POS)
                   MOVE ZERO TO TPE-NOTAS(WS-TPE-POS)
                   MOVE ZERO TO TPE-SOMA(WS-TPE-POS)
                   MOVE ZERO TO TPE-APROV(WS-TPE-POS)
                   MOVE ZERO TO TPE-RECURSO(WS-TPE-POS)
               END-IF
               IF WS-TPE-POS > ZERO
                   ADD 1 TO TPE-NOTAS(WS-TPE-POS)
                   ADD DISC-NOTA(WS-D) TO TPE-SOMA(WS-TPE-POS)
                   IF DISC-NOTA(WS-D) NOT < WS-NOTA-MINIMA
                       ADD 1 TO TPE-APROV(WS-TPE-POS)
                   END-IF
                   IF DISC-TEM-RECURSO(WS-D)
                       ADD 1 TO TPE-RECURSO(WS-TPE-POS)
                   END-IF
               END-IF
           END-PERFORM
           .

      * os agregados por turma seguem tambem para o historico
      * datado, uma linha por turma e por noite, para o NOTASTND
      * mostrar a evolucao ao longo do trimestre.
               MOVE TUR-RECURSO(WS-IDX) TO HIS-RECURSO
               WRITE REG-HISTORICO
           END-PERFORM
           PERFORM VARYING WS-TPE-IDX FROM 1 BY 1
                   UNTIL WS-TPE-IDX > WS-TOTAL-TPE
               MOVE SPACE TO REG-HISTORICO
               MOVE FUNCTION CURRENT-DATE(1:8) TO HIS-DATA
               MOVE TPE-TURMA(WS-TPE-IDX) TO HIS-TURMA
               MOVE TPE-NOTAS(WS-TPE-IDX) TO HIS-ALUNOS
               MOVE ZERO TO WS-MEDIA-T
               IF TPE-NOTAS(WS-TPE-IDX) > 0
                   COMPUTE WS-MEDIA-T =
                       TPE-SOMA(WS-TPE-IDX) / TPE-NOTAS(WS-TPE-IDX)
               END-IF
               COMPUTE HIS-MEDIA = WS-MEDIA-T * 100
               MOVE TPE-APROV(WS-TPE-IDX) TO HIS-APROV
               COMPUTE HIS-REPROV =
                   TPE-NOTAS(WS-TPE-IDX) - TPE-APROV(WS-TPE-IDX)
               MOVE TPE-RECURSO(WS-TPE-IDX) TO HIS-RECURSO
               MOVE TPE-PERIODO(WS-TPE-IDX) TO HIS-PERIODO
               WRITE REG-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE
           .


           MOVE SPACE TO LINHA-STATS
           WRITE LINHA-STATS
           MOVE "RESUMO POR TURMA (ALUNOS APROV MEDIA ESCALA)"
               TO LINHA-STATS
           WRITE LINHA-STATS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                       TUR-SOMA(WS-IDX) / TUR-ALUNOS(WS-IDX)
               END-IF
               MOVE WS-MEDIA-T TO WS-LT-MEDIA
               MOVE TUR-ESCALA(WS-IDX) TO WS-LT-ESCALA
               WRITE LINHA-STATS FROM WS-LINHA-TURMA
           END-PERFORM

           MOVE SPACE TO LINHA-STATS
           WRITE LINHA-STATS
           MOVE "NOTAS DE DISCIPLINA POR TURMA DO PERIODO"
               TO LINHA-STATS
           WRITE LINHA-STATS
           MOVE "(TURMA PER NOTAS APROV MEDIA RECURSOS)"
               TO LINHA-STATS
           WRITE LINHA-STATS
           PERFORM VARYING WS-TPE-IDX FROM 1 BY 1
                   UNTIL WS-TPE-IDX > WS-TOTAL-TPE
               MOVE TPE-TURMA(WS-TPE-IDX) TO WS-LP-CODIGO
               MOVE TPE-PERIODO(WS-TPE-IDX) TO WS-LP-PERIODO
               MOVE TPE-NOTAS(WS-TPE-IDX) TO WS-LP-NOTAS
               MOVE TPE-APROV(WS-TPE-IDX) TO WS-LP-APROV
               MOVE ZERO TO WS-MEDIA-T
               IF TPE-NOTAS(WS-TPE-IDX) > 0
                   COMPUTE WS-MEDIA-T =
                       TPE-SOMA(WS-TPE-IDX) / TPE-NOTAS(WS-TPE-IDX)
               END-IF
               MOVE WS-MEDIA-T TO WS-LP-MEDIA
               MOVE TPE-RECURSO(WS-TPE-IDX) TO WS-LP-RECURSO
               WRITE LINHA-STATS FROM WS-LINHA-TURMA-PER
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
