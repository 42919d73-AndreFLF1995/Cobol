      * operacao supervisionada, igualmente registada na auditoria;
      * so depois dela o ALTERAR volta a aceitar mudancas a
      * disciplinas desse periodo.
      * antes do fecho corre a verificacao de prontidao
      * (PRONTIDAO.LST, agrupada por professor): notas em falta nas
      * disciplinas que o catalogo da como lecionadas no periodo,
      * pares das ATRIBUICOES sem pauta no PAUTA_REG.DAT (ou com
      * revisao pedida por alteracao aprovada) e recursos
      * pagos sem nota. com pendencias o periodo so fecha com
      * override do supervisor, registado na auditoria ("X").
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "slfechos.cbl".
           COPY "slauditoria.cbl".
           COPY "sloperador.cbl".
           COPY "slatribui.cbl".
           COPY "sldiscipl.cbl".
           COPY "slinscri.cbl".
           COPY "slprofess.cbl".
           COPY "slpautareg.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO_PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRONTIDAO-FILE ASSIGN TO "PRONTIDAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdfechos.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdoperador.cbl".
           COPY "fdatribui.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdinscri.cbl".
           COPY "fdprofess.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  HISTORICO-FILE
               LABEL RECORD IS STANDARD.
               05 HIST-TIMESTAMP  PIC X(26).
               05 HIST-REG-ALUNO  PIC X(240).

           FD  PRONTIDAO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-PRONTIDAO PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-ATRIB-STATUS PIC XX.
           77 WS-DISCIPL-STATUS PIC XX.
           77 WS-INSCRI-STATUS PIC XX.
           77 WS-PROF-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-PRONT-SAI PIC X.
           77 WS-CATALOGO-ABERTO PIC X.
           77 WS-PROF-ABERTO PIC X.
           77 WS-TOTAL-ATRIB PIC 9(3) VALUE 0.
           77 WS-TOTAL-PENDENCIAS PIC 9(5) VALUE 0.
           77 WS-PEN-GUARDADAS PIC 9(4) VALUE 0.
           77 WS-PEN-DESCARTADAS PIC 9(5) VALUE 0.
           77 WS-A PIC 9(3).
           77 WS-P PIC 9(4).
           77 WS-E PIC 9(2).
           77 WS-K PIC 9(2).
           77 WS-ATR-POS PIC 9(3).
           77 WS-DISC-VER PIC X(6).
           77 WS-PEN-TIPO-VER PIC X.
           77 WS-LECIONADA PIC X.
           77 WS-TEM-NOTA PIC X.
           77 WS-TEM-RECURSO PIC X.
           77 WS-JA-VISTA PIC X.
           77 WS-CABECALHO-FEITO PIC X.
           77 WS-PROF-ANTERIOR PIC X(4).
           77 WS-PODE-FECHAR PIC X.
           77 WS-FORCAR PIC X.
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

           01 WS-FECHOS-TABELA.
               05 WS-FECHO-PERIODO PIC X OCCURS 3 TIMES.

      * fim de cada periodo no calendario e mudancas de turma do
      * aluno corrente no ano letivo (MOVIMENTOS_TURMA.DAT).
           01 WS-MOV-FIM-TABELA.
               05 WS-MOV-FIM-PER PIC X(8) OCCURS 3 TIMES.

           01 WS-MOV-TABELA.
               05 WS-MOV OCCURS 20 TIMES.
                   10 TAB-MOV-DATA   PIC X(8).
                   10 TAB-MOV-ANTIGA PIC X(4).
                   10 TAB-MOV-NOVA   PIC X(4).

      * pares professor/turma/disciplina pela ordem da chave das
      * ATRIBUICOES, ou seja ja agrupados por professor.
           01 WS-ATRIB-TABELA.
               05 WS-ATRIB OCCURS 300 TIMES.
                   10 TAB-ATR-PROF      PIC X(4).
                   10 TAB-ATR-TURMA     PIC X(4).
                   10 TAB-ATR-DISC      PIC X(6).
                   10 TAB-ATR-LECIONADA PIC X.
                   10 TAB-ATR-PUBLICADA PIC X.

      * pendencias por aluno; PEN-ATR-POS aponta para o par da
      * tabela acima (zero = sem professor atribuido).
           01 WS-PENDENCIAS-TABELA.
               05 WS-PENDENCIA OCCURS 2000 TIMES.
                   10 PEN-ATR-POS       PIC 9(3).
                   10 PEN-TIPO          PIC X.
                   10 PEN-NUMERO        PIC 9(5).
                   10 PEN-NOME          PIC X(20).
                   10 PEN-TURMA         PIC X(4).
                   10 PEN-DISC          PIC X(6).

           01 WS-LINHA-PENDENCIA.
               05 FILLER        PIC X(2) VALUE SPACE.
               05 WS-LP-TIPO    PIC X(20).
               05 FILLER        PIC X(6) VALUE "TURMA ".
               05 WS-LP-TURMA   PIC X(4).
               05 FILLER        PIC X(7) VALUE "  DISC ".
               05 WS-LP-DISC    PIC X(6).
               05 WS-LP-ROTULO  PIC X(8).
               05 WS-LP-NUMERO  PIC ZZZZZ.
               05 FILLER        PIC X(1) VALUE SPACE.
               05 WS-LP-NOME    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               DISPLAY "     ***   1-FECHAR PERIODO   ***".
               DISPLAY "     ***   2-REABRIR PERIODO   ***".
               DISPLAY "     ***   3-CONSULTAR ESTADO   ***".
               DISPLAY "     ***   4-PRONTIDAO DO PERIODO   ***".
               DISPLAY "         ***   0-SAIR   ***".

           ACCEPT OPCAO.
                   PERFORM REABRIR-PERIODO
               WHEN "3"
                   PERFORM CONSULTAR-ESTADO
               WHEN "4"
                   PERFORM CONSULTAR-PRONTIDAO
               WHEN "0"
                   STOP RUN
           END-EVALUATE
               IF WS-FECHO-PERIODO(WS-PERIODO) = "F"
                   DISPLAY "PERIODO JA ESTA FECHADO."
               ELSE
                   PERFORM VERIFICAR-PRONTIDAO
                   MOVE "S" TO WS-PODE-FECHAR
                   IF WS-TOTAL-PENDENCIAS > ZERO
                       DISPLAY "PERIODO COM " WS-TOTAL-PENDENCIAS
                           " PENDENCIAS (VER PRONTIDAO.LST)."
                       DISPLAY "FECHAR MESMO ASSIM COM OVERRIDE DO "
                           "SUPERVISOR? (S/N)"
                       ACCEPT WS-FORCAR
                       IF WS-FORCAR NOT = "S"
                           MOVE "N" TO WS-PODE-FECHAR
                       END-IF
                   END-IF
                   IF WS-PODE-FECHAR = "S"
                       PERFORM LOGIN-SUPERVISOR
                   ELSE
                       MOVE SPACE TO WS-PERFIL
                   END-IF
                   IF WS-PERFIL NOT = "S"
                       DISPLAY "FECHO RECUSADO."
                   ELSE
                       IF WS-TOTAL-PENDENCIAS > ZERO
                           MOVE "X" TO WS-AUD-OP
                           PERFORM REGISTAR-AUDITORIA-FECHO
                           DISPLAY "OVERRIDE REGISTADO NA AUDITORIA."
                       END-IF
                       PERFORM COPIAR-PARA-HISTORICO
                       MOVE "F" TO WS-FECHO-PERIODO(WS-PERIODO)
                       PERFORM GRAVAR-FECHOS
           END-PERFORM
           .

           CONSULTAR-PRONTIDAO.
           DISPLAY "PERIODO A VERIFICAR (1-3): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 3
               DISPLAY "PERIODO INVALIDO."
           ELSE
               PERFORM VERIFICAR-PRONTIDAO
               IF WS-TOTAL-PENDENCIAS = ZERO
                   DISPLAY "PERIODO " WS-PERIODO
                       " SEM PENDENCIAS. PRONTO A FECHAR."
               ELSE
                   DISPLAY "PERIODO " WS-PERIODO " COM "
                       WS-TOTAL-PENDENCIAS " PENDENCIAS."
               END-IF
               DISPLAY "PRONTIDAO.LST ESCRITO."
           END-IF
           .

      * verificacao de prontidao do periodo WS-PERIODO. sem
      * catalogo todas as disciplinas contam como lecionadas; sem
      * ATRIBUICOES nao ha pautas a exigir e as notas em falta
      * saem sob "SEM PROFESSOR ATRIBUIDO".
           VERIFICAR-PRONTIDAO.
           MOVE ZERO TO WS-TOTAL-PENDENCIAS
           MOVE ZERO TO WS-PEN-GUARDADAS WS-PEN-DESCARTADAS
           MOVE "N" TO WS-CATALOGO-ABERTO
           OPEN INPUT DISCIPLINAS-FILE
           IF WS-DISCIPL-STATUS = "00"
               MOVE "S" TO WS-CATALOGO-ABERTO
           END-IF
           PERFORM CARREGAR-ATRIBUICOES
           PERFORM MARCAR-PAUTAS-PUBLICADAS
           PERFORM ABRIR-MOVIMENTOS
           MOVE WS-PERIODO TO WS-MOV-PERIODO
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE "N" TO WS-PRONT-SAI
               PERFORM UNTIL WS-PRONT-SAI = "S"
                   READ NOTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PRONT-SAI
                       NOT AT END
                           IF ALUNO-ATIVO
                               PERFORM VERIFICAR-NOTAS-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VERIFICAR-RECURSOS
               CLOSE NOTAS-FILE
           END-IF
           PERFORM FECHAR-MOVIMENTOS
           IF WS-CATALOGO-ABERTO = "S"
               CLOSE DISCIPLINAS-FILE
           END-IF
           PERFORM ESCREVER-PRONTIDAO
           .

           CARREGAR-ATRIBUICOES.
           MOVE ZERO TO WS-TOTAL-ATRIB
           OPEN INPUT ATRIBUICOES-FILE
           IF WS-ATRIB-STATUS = "00"
               MOVE "N" TO WS-PRONT-SAI
               PERFORM UNTIL WS-PRONT-SAI = "S"
                   READ ATRIBUICOES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PRONT-SAI
                       NOT AT END
                           IF WS-TOTAL-ATRIB < 300
                               ADD 1 TO WS-TOTAL-ATRIB
                               MOVE ATR-PROF-CODIGO TO
                                   TAB-ATR-PROF(WS-TOTAL-ATRIB)
                               MOVE ATR-TURMA TO
                                   TAB-ATR-TURMA(WS-TOTAL-ATRIB)
                               MOVE ATR-DISC-CODIGO TO
                                   TAB-ATR-DISC(WS-TOTAL-ATRIB)
                               MOVE ATR-DISC-CODIGO TO WS-DISC-VER
                               PERFORM OBTER-LECIONADA
                               MOVE WS-LECIONADA TO
                                   TAB-ATR-LECIONADA(WS-TOTAL-ATRIB)
                               MOVE "N" TO
                                   TAB-ATR-PUBLICADA(WS-TOTAL-ATRIB)
                           ELSE
                               DISPLAY "MAIS DE 300 ATRIBUICOES. "
                                   "IGNORADA " ATR-CHAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES-FILE
           END-IF
           .

      * DIS-PERIODOS tem uma posicao S/N por periodo; disciplina
      * fora do catalogo conta como lecionada.
           OBTER-LECIONADA.
           MOVE "S" TO WS-LECIONADA
           IF WS-CATALOGO-ABERTO = "S"
               MOVE WS-DISC-VER TO DIS-CODIGO
               READ DISCIPLINAS-FILE KEY IS DIS-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIS-PERIODOS(WS-PERIODO:1) = "N"
                           MOVE "N" TO WS-LECIONADA
                       END-IF
               END-READ
           END-IF
           .

      * qualquer versao da pauta no registo do NOTASPAU para a
      * turma, disciplina e periodo conta como publicada, salvo se
      * depois dela veio uma linha "R" (alteracao aprovada no
      * NOTASAPR). cada par lecionado sem pauta em dia e uma
      * pendencia.
           MARCAR-PAUTAS-PUBLICADAS.
           OPEN INPUT PAUTA-REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-PRONT-SAI
               PERFORM UNTIL WS-PRONT-SAI = "S"
                   READ PAUTA-REG-FILE
                       AT END
                           MOVE "S" TO WS-PRONT-SAI
                       NOT AT END
                           IF PAU-PERIODO = WS-PERIODO
                               PERFORM MARCAR-PAUTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUTA-REG-FILE
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TOTAL-ATRIB
               IF TAB-ATR-LECIONADA(WS-A) = "S" AND
                       TAB-ATR-PUBLICADA(WS-A) NOT = "S"
                   ADD 1 TO WS-TOTAL-PENDENCIAS
               END-IF
           END-PERFORM
           .

           MARCAR-PAUTA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TOTAL-ATRIB
               IF TAB-ATR-TURMA(WS-A) = PAU-TURMA AND
                       TAB-ATR-DISC(WS-A) = PAU-DISC
                   IF PAU-REVISAO-PEDIDA
                       MOVE "R" TO TAB-ATR-PUBLICADA(WS-A)
                   ELSE
                       MOVE "S" TO TAB-ATR-PUBLICADA(WS-A)
                   END-IF
               END-IF
           END-PERFORM
           .

      * as disciplinas do aluno sao as atribuidas a turma em que
      * estava no fim do periodo mais as que ja tem linhas no
      * registo; falta nota quando nao ha linha do periodo ou a
      * nota esta a zero (por lancar).
           VERIFICAR-NOTAS-ALUNO.
           MOVE "N" TO WS-PEN-TIPO-VER
           PERFORM OBTER-TURMA-PERIODO
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TOTAL-ATRIB
               IF TAB-ATR-TURMA(WS-A) = WS-TURMA-PERIODO AND
                       TAB-ATR-LECIONADA(WS-A) = "S"
                   MOVE TAB-ATR-DISC(WS-A) TO WS-DISC-VER
                   PERFORM PROCURAR-NOTA-PERIODO
                   IF WS-TEM-NOTA = "N"
                       MOVE WS-A TO WS-ATR-POS
                       PERFORM GUARDAR-PENDENCIA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
               MOVE DISC-CODIGO(WS-D) TO WS-DISC-VER
               PERFORM VERIFICAR-DISC-SEM-ATRIB
           END-PERFORM
           .

           VERIFICAR-DISC-SEM-ATRIB.
           MOVE "N" TO WS-JA-VISTA
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-D
               IF DISC-CODIGO(WS-K) = WS-DISC-VER
                   MOVE "S" TO WS-JA-VISTA
               END-IF
           END-PERFORM
           IF WS-JA-VISTA = "N"
               PERFORM LOCALIZAR-ATRIBUICAO
               IF WS-ATR-POS = ZERO
                   PERFORM OBTER-LECIONADA
                   IF WS-LECIONADA = "S"
                       PERFORM PROCURAR-NOTA-PERIODO
                       IF WS-TEM-NOTA = "N"
                           PERFORM GUARDAR-PENDENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

           PROCURAR-NOTA-PERIODO.
           MOVE "N" TO WS-TEM-NOTA
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > NOTAS-NUM-DISCIPLINAS
               IF DISC-CODIGO(WS-E) = WS-DISC-VER AND
                       DISC-PERIODO(WS-E) = WS-PERIODO AND
                       DISC-NOTA(WS-E) > ZERO
                   MOVE "S" TO WS-TEM-NOTA
               END-IF
           END-PERFORM
           .

           LOCALIZAR-ATRIBUICAO.
           MOVE ZERO TO WS-ATR-POS
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TOTAL-ATRIB OR WS-ATR-POS > ZERO
               IF TAB-ATR-TURMA(WS-A) = WS-TURMA-PERIODO AND
                       TAB-ATR-DISC(WS-A) = WS-DISC-VER
                   MOVE WS-A TO WS-ATR-POS
               END-IF
           END-PERFORM
           .

      * inscricoes de recurso com taxa paga cujo aluno ainda nao
      * tem nota de recurso em nenhuma linha dessa disciplina.
           VERIFICAR-RECURSOS.
           MOVE "R" TO WS-PEN-TIPO-VER
           OPEN INPUT INSCRICOES-FILE
           IF WS-INSCRI-STATUS = "00"
               MOVE "N" TO WS-PRONT-SAI
               PERFORM UNTIL WS-PRONT-SAI = "S"
                   READ INSCRICOES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PRONT-SAI
                       NOT AT END
                           IF INS-TAXA-PAGA
                               PERFORM VERIFICAR-RECURSO-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICOES-FILE
           END-IF
           .

           VERIFICAR-RECURSO-ALUNO.
           MOVE INS-NOTAS-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUNO-ATIVO
                       MOVE "N" TO WS-TEM-RECURSO
                       PERFORM VARYING WS-E FROM 1 BY 1
                               UNTIL WS-E > NOTAS-NUM-DISCIPLINAS
                           IF DISC-CODIGO(WS-E) = INS-DISC-CODIGO AND
                                   DISC-TEM-RECURSO(WS-E)
                               MOVE "S" TO WS-TEM-RECURSO
                           END-IF
                       END-PERFORM
                       IF WS-TEM-RECURSO = "N"
                           PERFORM OBTER-TURMA-PERIODO
                           MOVE INS-DISC-CODIGO TO WS-DISC-VER
                           PERFORM LOCALIZAR-ATRIBUICAO
                           PERFORM GUARDAR-PENDENCIA
                       END-IF
                   END-IF
           END-READ
           .

      * mudancas de turma (NOTASMOV): abre o registo para a corrida
      * toda e guarda o fim de cada periodo do CALENDARIO.DAT. sem
      * registo ou sem calendario cada nota fica na turma atual.
           ABRIR-MOVIMENTOS.
           MOVE "N" TO WS-MOV-EXISTE
           MOVE ZERO TO WS-MOV-ALUNO
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

           GUARDAR-PENDENCIA.
           ADD 1 TO WS-TOTAL-PENDENCIAS
           IF WS-PEN-GUARDADAS < 2000
               ADD 1 TO WS-PEN-GUARDADAS
               MOVE WS-ATR-POS TO PEN-ATR-POS(WS-PEN-GUARDADAS)
               MOVE WS-PEN-TIPO-VER TO PEN-TIPO(WS-PEN-GUARDADAS)
               MOVE NOTAS-NUMBER TO PEN-NUMERO(WS-PEN-GUARDADAS)
               MOVE NOMEALUNO TO PEN-NOME(WS-PEN-GUARDADAS)
               MOVE WS-TURMA-PERIODO TO PEN-TURMA(WS-PEN-GUARDADAS)
               MOVE WS-DISC-VER TO PEN-DISC(WS-PEN-GUARDADAS)
           ELSE
               ADD 1 TO WS-PEN-DESCARTADAS
           END-IF
           .

      * a lista sai pela ordem das atribuicoes, um bloco por
      * professor com pendencias, e no fim as pendencias de
      * turma/disciplina sem professor atribuido.
           ESCREVER-PRONTIDAO.
           OPEN OUTPUT PRONTIDAO-FILE
           MOVE SPACE TO LINHA-PRONTIDAO
           STRING "PRONTIDAO DO PERIODO " WS-PERIODO
                  "  DATA: " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO LINHA-PRONTIDAO
           WRITE LINHA-PRONTIDAO
           MOVE "N" TO WS-PROF-ABERTO
           OPEN INPUT PROFESSORES-FILE
           IF WS-PROF-STATUS = "00"
               MOVE "S" TO WS-PROF-ABERTO
           END-IF
           MOVE HIGH-VALUES TO WS-PROF-ANTERIOR
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-TOTAL-ATRIB
               IF TAB-ATR-PROF(WS-A) NOT = WS-PROF-ANTERIOR
                   MOVE TAB-ATR-PROF(WS-A) TO WS-PROF-ANTERIOR
                   MOVE "N" TO WS-CABECALHO-FEITO
               END-IF
               IF TAB-ATR-LECIONADA(WS-A) = "S" AND
                       TAB-ATR-PUBLICADA(WS-A) NOT = "S"
                   PERFORM ESCREVER-CABECALHO-PROF
                   IF TAB-ATR-PUBLICADA(WS-A) = "R"
                       MOVE "PAUTA POR REVER" TO WS-LP-TIPO
                   ELSE
                       MOVE "PAUTA NAO PUBLICADA" TO WS-LP-TIPO
                   END-IF
                   MOVE TAB-ATR-TURMA(WS-A) TO WS-LP-TURMA
                   MOVE TAB-ATR-DISC(WS-A) TO WS-LP-DISC
                   MOVE SPACE TO WS-LP-ROTULO WS-LP-NOME
                   MOVE ZERO TO WS-LP-NUMERO
                   WRITE LINHA-PRONTIDAO FROM WS-LINHA-PENDENCIA
               END-IF
               MOVE WS-A TO WS-ATR-POS
               PERFORM ESCREVER-PENDENCIAS-PAR
           END-PERFORM
           IF WS-PROF-ABERTO = "S"
               CLOSE PROFESSORES-FILE
           END-IF
           MOVE SPACE TO WS-PROF-ANTERIOR
           MOVE "N" TO WS-CABECALHO-FEITO
           MOVE ZERO TO WS-ATR-POS
           PERFORM ESCREVER-PENDENCIAS-PAR
           MOVE SPACE TO LINHA-PRONTIDAO
           WRITE LINHA-PRONTIDAO
           IF WS-TOTAL-PENDENCIAS = ZERO
               MOVE "SEM PENDENCIAS. PERIODO PRONTO A FECHAR."
                   TO LINHA-PRONTIDAO
           ELSE
               MOVE SPACE TO LINHA-PRONTIDAO
               STRING "TOTAL DE PENDENCIAS: " WS-TOTAL-PENDENCIAS
                   DELIMITED BY SIZE INTO LINHA-PRONTIDAO
           END-IF
           WRITE LINHA-PRONTIDAO
           IF WS-PEN-DESCARTADAS > ZERO
               MOVE SPACE TO LINHA-PRONTIDAO
               STRING "LISTA TRUNCADA. PENDENCIAS NAO LISTADAS: "
                      WS-PEN-DESCARTADAS
                   DELIMITED BY SIZE INTO LINHA-PRONTIDAO
               WRITE LINHA-PRONTIDAO
           END-IF
           CLOSE PRONTIDAO-FILE
           .

           ESCREVER-PENDENCIAS-PAR.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PEN-GUARDADAS
               IF PEN-ATR-POS(WS-P) = WS-ATR-POS
                   PERFORM ESCREVER-CABECALHO-PROF
                   IF PEN-TIPO(WS-P) = "R"
                       MOVE "RECURSO SEM NOTA" TO WS-LP-TIPO
                   ELSE
                       MOVE "NOTA EM FALTA" TO WS-LP-TIPO
                   END-IF
                   MOVE PEN-TURMA(WS-P) TO WS-LP-TURMA
                   MOVE PEN-DISC(WS-P) TO WS-LP-DISC
                   MOVE "  ALUNO " TO WS-LP-ROTULO
                   MOVE PEN-NUMERO(WS-P) TO WS-LP-NUMERO
                   MOVE PEN-NOME(WS-P) TO WS-LP-NOME
                   WRITE LINHA-PRONTIDAO FROM WS-LINHA-PENDENCIA
               END-IF
           END-PERFORM
           .

      * o cabecalho do professor so sai antes da sua primeira
      * pendencia; sem professor (WS-PROF-ANTERIOR em branco) sai
      * o bloco final.
           ESCREVER-CABECALHO-PROF.
           IF WS-CABECALHO-FEITO = "N"
               MOVE "S" TO WS-CABECALHO-FEITO
               MOVE SPACE TO LINHA-PRONTIDAO
               WRITE LINHA-PRONTIDAO
               IF WS-PROF-ANTERIOR = SPACE
                   MOVE "SEM PROFESSOR ATRIBUIDO" TO LINHA-PRONTIDAO
               ELSE
                   MOVE SPACE TO PROF-NOME
                   IF WS-PROF-ABERTO = "S"
                       MOVE WS-PROF-ANTERIOR TO PROF-CODIGO
                       READ PROFESSORES-FILE KEY IS PROF-CODIGO
                           INVALID KEY
                               MOVE SPACE TO PROF-NOME
                       END-READ
                   END-IF
                   MOVE SPACE TO LINHA-PRONTIDAO
                   STRING "PROFESSOR: " WS-PROF-ANTERIOR " "
                          PROF-NOME
                       DELIMITED BY SIZE INTO LINHA-PRONTIDAO
               END-IF
               WRITE LINHA-PRONTIDAO
           END-IF
           .

           CARREGAR-FECHOS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 3
               MOVE "A" TO WS-FECHO-PERIODO(WS-D)
