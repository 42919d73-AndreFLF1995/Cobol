      * que falhou. os passos fora do calendario de hoje ficam no
      * diario com o estado SA (saltado). no fim escreve o diario
      * NOC_RUN.LST com o estado e o tempo de cada passo.
      * cada passo corrido e acrescentado ao historico permanente
      * NOC_HISTORICO.DAT (data, segundos, lidos, escritos) e
      * comparado com a media das ultimas execucoes boas do mesmo
      * passo; o desvio acima da tolerancia do passo (percentagem
      * nas colunas 15-17 do NOC_PASSOS.DAT, por omissao 30) sai no
      * NOC_RUN.LST e no NOC_ALERTAS.LST, que o operador da manha
      * ve primeiro.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "NOC_HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "NOC_ALERTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slmodo.cbl".

       DATA DIVISION.
               05 PAS-DIA      PIC 9(1).
               05 FILLER       PIC X(1).
               05 PAS-FLAG     PIC X(1).
               05 FILLER       PIC X(1).
               05 PAS-TOLERANCIA PIC 9(3).

           FD  HISTORICO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-HISTORICO.
               05 HIS-DATA     PIC X(8).
               05 FILLER       PIC X(1).
               05 HIS-PASSO    PIC X(8).
               05 FILLER       PIC X(1).
               05 HIS-ESTADO   PIC X(2).
               05 FILLER       PIC X(1).
               05 HIS-SEGUNDOS PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-LIDOS    PIC 9(5).
               05 FILLER       PIC X(1).
               05 HIS-ESCRITOS PIC 9(5).

           FD  ALERTAS-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ALERTA PIC X(80).

           COPY "fdmodo.cbl".

           77 WS-CTG-SAI PIC X.
           77 WS-CONTROLO-HOJE PIC X.
           77 WS-MODO-STATUS PIC XX.
           77 WS-HIS-STATUS PIC XX.
           77 WS-AMO PIC 9(2).
           77 WS-TOL-PADRAO PIC 9(3) VALUE 30.
           77 WS-MIN-AMOSTRAS PIC 9(2) VALUE 3.
           77 WS-TOTAL-ALERTAS PIC 9(3) VALUE 0.
           77 WS-SOMA-SEG PIC 9(7).
           77 WS-SOMA-LIDOS PIC 9(7).
           77 WS-SOMA-ESCRITOS PIC 9(7).
           77 WS-MEDIA PIC 9(5).
           77 WS-VALOR PIC 9(5).
           77 WS-DIFERENCA PIC 9(5).
           77 WS-DESVIO PIC 9(5).
           77 WS-MEDIDA PIC X(8).
           77 WS-F-VALOR PIC ZZZZ9.
           77 WS-F-MEDIA PIC ZZZZ9.
           77 WS-F-DESVIO PIC ZZZZ9.
           77 WS-F-TOL PIC ZZ9.

           01 WS-PASSOS-TABELA.
               05 WS-PASSO OCCURS 20 TIMES.
                   10 WS-PASSO-FREQ PIC X(1).
                   10 WS-PASSO-DIA  PIC 9(1).
                   10 WS-PASSO-FLAG PIC X(1).
                   10 WS-PASSO-TOL  PIC 9(3).

           01 WS-ESTADOS-TABELA.
               05 WS-PASSO-EST OCCURS 20 TIMES.
                   10 EST-FIM    PIC X(14).
                   10 EST-LIDOS  PIC 9(5).
                   10 EST-ESCRITOS PIC 9(5).
                   10 EST-SEGUNDOS PIC 9(5).
                   10 EST-CORREU PIC X(1).

      * as ultimas 10 execucoes boas de cada passo, em anel, para a
      * media de comparacao.
           01 WS-MEDIAS-TABELA.
               05 WS-PASSO-HIST OCCURS 20 TIMES.
                   10 HM-QTD PIC 9(2).
                   10 HM-POS PIC 9(2).
                   10 HM-AMOSTRA OCCURS 10 TIMES.
                       15 HM-SEGUNDOS PIC 9(5).
                       15 HM-LIDOS    PIC 9(5).
                       15 HM-ESCRITOS PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
                           END-IF
                           MOVE PAS-FLAG TO
                               WS-PASSO-FLAG(WS-TOTAL-PASSOS)
                           IF PAS-TOLERANCIA IS NUMERIC AND
                                   PAS-TOLERANCIA > ZERO
                               MOVE PAS-TOLERANCIA TO
                                   WS-PASSO-TOL(WS-TOTAL-PASSOS)
                           ELSE
                               MOVE WS-TOL-PADRAO TO
                                   WS-PASSO-TOL(WS-TOTAL-PASSOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "NOTASVER" TO PAS-PROGRAMA
           MOVE "D" TO PAS-FREQ
           MOVE ZERO TO PAS-DIA
           MOVE WS-TOL-PADRAO TO PAS-TOLERANCIA
           WRITE REG-PASSODEF
           MOVE "NOTASBCK" TO PAS-PROGRAMA
           WRITE REG-PASSODEF
           WRITE REG-PASSODEF
           MOVE "NOTASREL" TO PAS-PROGRAMA
           WRITE REG-PASSODEF
           MOVE "NOTASAVF" TO PAS-PROGRAMA
           WRITE REG-PASSODEF
      * o NOTASCRT corre antes do NOTASGRD de proposito: a guarda
      * datada apanha o CARTAS.LST na propria sexta-feira, e nos
      * restantes dias o NOTASGRD ve no controlo que o passo nao
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO EST-INICIO(WS-PASSO-ATUAL)
           MOVE "EX" TO EST-ESTADO(WS-PASSO-ATUAL)
           MOVE "S" TO EST-CORREU(WS-PASSO-ATUAL)
           PERFORM GRAVAR-CONTROLO
           MOVE ZERO TO RETURN-CODE
           CALL WS-PASSO-NOME(WS-PASSO-ATUAL)
               MOVE SPACE TO EST-FIM(WS-IDX)
               MOVE ZERO TO EST-LIDOS(WS-IDX)
               MOVE ZERO TO EST-ESCRITOS(WS-IDX)
               MOVE ZERO TO EST-SEGUNDOS(WS-IDX)
               MOVE "N" TO EST-CORREU(WS-IDX)
           END-PERFORM
           OPEN INPUT CONTROLO-FILE
           IF WS-CTL-STATUS = "00"
               ELSE
                   MOVE ZERO TO WS-ELAPSED
               END-IF
               MOVE WS-ELAPSED TO EST-SEGUNDOS(WS-IDX)
               MOVE WS-ELAPSED TO WS-ELAPSED-EDIT
               MOVE SPACE TO LINHA-RUNLOG
               STRING WS-PASSO-NOME(WS-IDX) " "
                   DELIMITED BY SIZE INTO LINHA-RUNLOG
               WRITE LINHA-RUNLOG
           END-PERFORM
           PERFORM LER-HISTORICO
           PERFORM COMPARAR-MEDIAS
           CLOSE RUNLOG-FILE
           PERFORM GRAVAR-HISTORICO
           .

      * junta as execucoes boas de dias anteriores de cada passo;
      * as de hoje ficam de fora para um rearranque nao se comparar
      * com a primeira tentativa da mesma noite.
           LER-HISTORICO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PASSOS
               MOVE ZERO TO HM-QTD(WS-IDX)
               MOVE ZERO TO HM-POS(WS-IDX)
           END-PERFORM
           OPEN INPUT HISTORICO-FILE
           IF WS-HIS-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF HIS-ESTADO = "OK" AND
                                   HIS-DATA < WS-HOJE AND
                                   HIS-SEGUNDOS IS NUMERIC AND
                                   HIS-LIDOS IS NUMERIC AND
                                   HIS-ESCRITOS IS NUMERIC
                               PERFORM ACUMULAR-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           .

           ACUMULAR-HISTORICO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PASSOS
               IF WS-PASSO-NOME(WS-IDX) = HIS-PASSO
                   IF HM-POS(WS-IDX) >= 10
                       MOVE 1 TO HM-POS(WS-IDX)
                   ELSE
                       ADD 1 TO HM-POS(WS-IDX)
                   END-IF
                   IF HM-QTD(WS-IDX) < 10
                       ADD 1 TO HM-QTD(WS-IDX)
                   END-IF
                   MOVE HM-POS(WS-IDX) TO WS-AMO
                   MOVE HIS-SEGUNDOS TO HM-SEGUNDOS(WS-IDX, WS-AMO)
                   MOVE HIS-LIDOS TO HM-LIDOS(WS-IDX, WS-AMO)
                   MOVE HIS-ESCRITOS TO HM-ESCRITOS(WS-IDX, WS-AMO)
               END-IF
           END-PERFORM
           .

      * cada passo corrido esta noite e comparado com a media das
      * suas ultimas execucoes boas (minimo de 3 para haver media).
      * os alertas vao para o fim do NOC_RUN.LST e para o
      * NOC_ALERTAS.LST, que e refeito todas as noites.
           COMPARAR-MEDIAS.
           MOVE ZERO TO WS-TOTAL-ALERTAS
           OPEN OUTPUT ALERTAS-FILE
           MOVE SPACE TO LINHA-ALERTA
           STRING "ALERTAS DA JANELA NOTURNA - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE SPACE TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE SPACE TO LINHA-RUNLOG
           WRITE LINHA-RUNLOG
           MOVE "COMPARACAO COM A MEDIA DAS ULTIMAS EXECUCOES"
               TO LINHA-RUNLOG
           WRITE LINHA-RUNLOG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PASSOS
               IF EST-CORREU(WS-IDX) = "S"
                   IF EST-ESTADO(WS-IDX) = "OK"
                       PERFORM COMPARAR-PASSO
                   ELSE
                       MOVE SPACE TO LINHA-ALERTA
                       STRING "ALERTA " WS-PASSO-NOME(WS-IDX)
                              " TERMINOU COM ERRO (ESTADO "
                              EST-ESTADO(WS-IDX) ")"
                           DELIMITED BY SIZE INTO LINHA-ALERTA
                       PERFORM REGISTAR-ALERTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOTAL-ALERTAS = ZERO
               MOVE "SEM ALERTAS." TO LINHA-ALERTA
               WRITE LINHA-ALERTA
               MOVE "SEM ALERTAS." TO LINHA-RUNLOG
               WRITE LINHA-RUNLOG
           END-IF
           CLOSE ALERTAS-FILE
           .

           COMPARAR-PASSO.
           IF HM-QTD(WS-IDX) < WS-MIN-AMOSTRAS
               MOVE SPACE TO LINHA-RUNLOG
               STRING WS-PASSO-NOME(WS-IDX)
                      " SEM HISTORICO SUFICIENTE PARA COMPARAR."
                   DELIMITED BY SIZE INTO LINHA-RUNLOG
               WRITE LINHA-RUNLOG
           ELSE
               MOVE ZERO TO WS-SOMA-SEG
               MOVE ZERO TO WS-SOMA-LIDOS
               MOVE ZERO TO WS-SOMA-ESCRITOS
               PERFORM VARYING WS-AMO FROM 1 BY 1
                       UNTIL WS-AMO > HM-QTD(WS-IDX)
                   ADD HM-SEGUNDOS(WS-IDX, WS-AMO) TO WS-SOMA-SEG
                   ADD HM-LIDOS(WS-IDX, WS-AMO) TO WS-SOMA-LIDOS
                   ADD HM-ESCRITOS(WS-IDX, WS-AMO)
                       TO WS-SOMA-ESCRITOS
               END-PERFORM
               MOVE "LIDOS" TO WS-MEDIDA
               MOVE EST-LIDOS(WS-IDX) TO WS-VALOR
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-LIDOS / HM-QTD(WS-IDX)
               PERFORM VERIFICAR-DESVIO
               MOVE "ESCRITOS" TO WS-MEDIDA
               MOVE EST-ESCRITOS(WS-IDX) TO WS-VALOR
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-ESCRITOS / HM-QTD(WS-IDX)
               PERFORM VERIFICAR-DESVIO
      * a duracao so conta com mais de 30 segundos de diferenca;
      * abaixo disso e ruido da maquina, nao uma anomalia.
               MOVE "SEGUNDOS" TO WS-MEDIDA
               MOVE EST-SEGUNDOS(WS-IDX) TO WS-VALOR
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-SEG / HM-QTD(WS-IDX)
               IF WS-VALOR > WS-MEDIA + 30 OR
                       WS-VALOR + 30 < WS-MEDIA
                   PERFORM VERIFICAR-DESVIO
               END-IF
           END-IF
           .

           VERIFICAR-DESVIO.
           IF WS-MEDIA > ZERO
               IF WS-VALOR > WS-MEDIA
                   COMPUTE WS-DIFERENCA = WS-VALOR - WS-MEDIA
               ELSE
                   COMPUTE WS-DIFERENCA = WS-MEDIA - WS-VALOR
               END-IF
               COMPUTE WS-DESVIO = WS-DIFERENCA * 100 / WS-MEDIA
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DESVIO
               END-COMPUTE
               IF WS-DESVIO > WS-PASSO-TOL(WS-IDX)
                   MOVE WS-VALOR TO WS-F-VALOR
                   MOVE WS-MEDIA TO WS-F-MEDIA
                   MOVE WS-DESVIO TO WS-F-DESVIO
                   MOVE WS-PASSO-TOL(WS-IDX) TO WS-F-TOL
                   MOVE SPACE TO LINHA-ALERTA
                   STRING "ALERTA " WS-PASSO-NOME(WS-IDX) " "
                          WS-MEDIDA " HOJE " WS-F-VALOR
                          " MEDIA " WS-F-MEDIA
                          " DESVIO " WS-F-DESVIO "%"
                          " TOL " WS-F-TOL "%"
                       DELIMITED BY SIZE INTO LINHA-ALERTA
                   PERFORM REGISTAR-ALERTA
               END-IF
           END-IF
           .

           REGISTAR-ALERTA.
           ADD 1 TO WS-TOTAL-ALERTAS
           WRITE LINHA-ALERTA
           MOVE LINHA-ALERTA TO LINHA-RUNLOG
           WRITE LINHA-RUNLOG
           DISPLAY LINHA-ALERTA
           .

      * so entram os passos corridos nesta execucao; os que um
      * rearranque saltou por ja estarem concluidos ja la estao.
           GRAVAR-HISTORICO.
           OPEN EXTEND HISTORICO-FILE
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN EXTEND HISTORICO-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PASSOS
               IF EST-CORREU(WS-IDX) = "S"
                   MOVE SPACE TO REG-HISTORICO
                   MOVE WS-HOJE TO HIS-DATA
                   MOVE WS-PASSO-NOME(WS-IDX) TO HIS-PASSO
                   MOVE EST-ESTADO(WS-IDX) TO HIS-ESTADO
                   MOVE EST-SEGUNDOS(WS-IDX) TO HIS-SEGUNDOS
                   MOVE EST-LIDOS(WS-IDX) TO HIS-LIDOS
                   MOVE EST-ESCRITOS(WS-IDX) TO HIS-ESCRITOS
                   WRITE REG-HISTORICO
               END-IF
           END-PERFORM
           CLOSE HISTORICO-FILE
           .
