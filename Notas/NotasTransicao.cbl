      * de conferir as contagens, o operador substitui o NOTAS.DAT
      * pelo NOTAS.NEW e o AUDITORIA.LOG pelo AUDITORIA.NEW, como
      * na conversao do NOTASCNV.
      * cada aluno lido (ativo ou nao) deixa tambem uma linha
      * permanente no PERCURSO.DAT, chave numero + ano letivo do
      * CALENDARIO.DAT: turma, disciplinas com recurso, media, total
      * de faltas e a decisao. o NOTAS_ARQ.SEQ e reescrito todos os
      * anos; o percurso nunca (consulta no NOTASPER).
      * nas disciplinas com exame nacional (EXAMES_CFD.DAT, do
      * NOTASEXM/NOTASCFD) conta a classificacao final CFD em vez
      * da nota do periodo; um exame carregado sem CFD calculada e
      * avisado no ecra e fica a nota interna.
      * o aluno que nao atinge o minimo mas tem no DELIBERACOES.DAT
      * (NOTASCON) uma transicao por deliberacao do conselho de
      * turma deste ano letivo transita na mesma; no relatorio a
      * decisao sai como "TRANSITA DELIB" (ou "CONCLUIU DELIB").
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "slnotas.cbl".
           COPY "slturmas.cbl".
           COPY "slauditoria.cbl".
           COPY "slpercurso.cbl".
           COPY "slfaltas.cbl".
           COPY "slcalendar.cbl".
           COPY "slescalas.cbl".
           COPY "slcfd.cbl".
           COPY "sldelib.cbl".

           SELECT NOVO-FILE ASSIGN TO "NOTAS.NEW"
               ORGANIZATION IS INDEXED
           COPY "fdnotas.cbl".
           COPY "fdturmas.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdpercurso.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdescalas.cbl".
           COPY "fdcfd.cbl".
           COPY "fddelib.cbl".

           FD  NOVO-FILE
               LABEL RECORD IS STANDARD.
           77 SAI PIC X.
           77 WS-CONFIRMA PIC X.
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
           77 WS-D PIC 9(2).
           77 WS-IDX PIC 9(2).
           77 WS-POS PIC 9(2).
           77 WS-TOTAL-REPETEM PIC 9(5) VALUE 0.
           77 WS-TOTAL-CAEM PIC 9(5) VALUE 0.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-PERCURSO-STATUS PIC XX.
           77 WS-FALTAS-STATUS PIC XX.
           77 WS-FALTAS-ABERTO PIC X.
           77 WS-FAL-SAI PIC X.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-CAL-SAI PIC X.
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-PER-DECISAO PIC X.
           77 WS-PER-DESTINO PIC X(4).
           77 WS-TOTAL-FALTAS PIC 9(4).
           77 WS-TOTAL-PERCURSO PIC 9(5) VALUE 0.
           77 WS-CFD-STATUS PIC XX.
           77 WS-CFD-ABERTO PIC X.
           77 WS-TOTAL-CFD PIC 9(5) VALUE 0.
           77 WS-TOTAL-SEM-CFD PIC 9(5) VALUE 0.
           77 WS-DELIB-STATUS PIC XX.
           77 WS-DELIB-ABERTO PIC X.
           77 WS-DEL-SAI PIC X.
           77 WS-POR-DELIBERACAO PIC X.
           77 WS-TOTAL-DELIBERADOS PIC 9(5) VALUE 0.

           01 WS-PROGRESSAO-TABELA.
               05 WS-PROGRESSAO OCCURS 50 TIMES.
                   10 PRG-CODIGO   PIC X(4).
                   10 PRG-SEGUINTE PIC X(4).

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

           01 WS-LINHA-DETALHE.
               05 WS-T-NUMERO  PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               DISPLAY "TRANSICAO CANCELADA."
               STOP RUN
           END-IF
           PERFORM OBTER-ANO-LETIVO
           PERFORM CARREGAR-PROGRESSAO
           PERFORM CARREGAR-ESCALAS
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF
           PERFORM ARQUIVAR-AUDITORIA
           OPEN I-O PERCURSO-FILE
           IF WS-PERCURSO-STATUS = "35"
               OPEN OUTPUT PERCURSO-FILE
               CLOSE PERCURSO-FILE
               OPEN I-O PERCURSO-FILE
           END-IF
           MOVE "S" TO WS-FALTAS-ABERTO
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = "00"
               MOVE "N" TO WS-FALTAS-ABERTO
           END-IF
           MOVE "S" TO WS-CFD-ABERTO
           OPEN INPUT CFD-FILE
           IF WS-CFD-STATUS NOT = "00"
               MOVE "N" TO WS-CFD-ABERTO
           END-IF
           MOVE "S" TO WS-DELIB-ABERTO
           OPEN INPUT DELIB-FILE
           IF WS-DELIB-STATUS NOT = "00"
               MOVE "N" TO WS-DELIB-ABERTO
           END-IF
           OPEN OUTPUT NOVO-FILE
           OPEN OUTPUT ARQUIVO-FILE
           OPEN OUTPUT NOVOLOG-FILE
                           PERFORM TRATAR-ALUNO
                       ELSE
                           ADD 1 TO WS-TOTAL-CAEM
                           MOVE "S" TO WS-PER-DECISAO
                           MOVE SPACE TO WS-PER-DESTINO
                           PERFORM GRAVAR-PERCURSO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-FILE
           CLOSE NOVO-FILE
           CLOSE NOTAS-FILE
           CLOSE PERCURSO-FILE
           IF WS-FALTAS-ABERTO = "S"
               CLOSE FALTAS-FILE
           END-IF
           IF WS-CFD-ABERTO = "S"
               CLOSE CFD-FILE
           END-IF
           IF WS-DELIB-ABERTO = "S"
               CLOSE DELIB-FILE
           END-IF
           DISPLAY "REGISTOS LIDOS:      " WS-TOTAL-LIDOS
           DISPLAY "REGISTOS ARQUIVADOS: " WS-TOTAL-ARQUIVADOS
           DISPLAY "AUDITORIA ARQUIVADA: " WS-TOTAL-AUD-ARQ
           DISPLAY "ALUNOS QUE TRANSITAM: " WS-TOTAL-TRANSITAM
           DISPLAY "ALUNOS QUE REPETEM:   " WS-TOTAL-REPETEM
           DISPLAY "POR DELIBERACAO:      " WS-TOTAL-DELIBERADOS
           DISPLAY "ALUNOS QUE SAEM:      " WS-TOTAL-CAEM
           DISPLAY "PERCURSO " WS-ANO-LETIVO ": " WS-TOTAL-PERCURSO
           DISPLAY "NOTAS COM CFD:        " WS-TOTAL-CFD
           IF WS-TOTAL-SEM-CFD > ZERO
               DISPLAY "EXAMES SEM CFD:       " WS-TOTAL-SEM-CFD
                   " (CORRA O NOTASCFD ANTES DA TRANSICAO)"
           END-IF
           IF WS-TOTAL-LIDOS = WS-TOTAL-ARQUIVADOS
               DISPLAY "ARQUIVO CONFERIDO. SUBSTITUA O NOTAS.DAT"
               DISPLAY "PELO NOTAS.NEW E O AUDITORIA.LOG PELO"

           TRATAR-ALUNO.
           PERFORM DETERMINAR-TRANSICAO
           MOVE "N" TO WS-POR-DELIBERACAO
           IF WS-TRANSITA = "N" AND WS-DELIB-ABERTO = "S"
               PERFORM VERIFICAR-DELIBERACAO
           END-IF
           PERFORM LOCALIZAR-TURMA-SEGUINTE
           MOVE NOTAS-NUMBER TO WS-T-NUMERO
           MOVE NOMEALUNO TO WS-T-NOME
                   ADD 1 TO WS-TOTAL-CAEM
                   MOVE SPACE TO WS-T-DESTINO
                   MOVE "CONCLUIU" TO WS-T-DECISAO
                   IF WS-POR-DELIBERACAO = "S"
                       MOVE "CONCLUIU DELIB" TO WS-T-DECISAO
                   END-IF
                   MOVE "C" TO WS-PER-DECISAO
               ELSE
                   ADD 1 TO WS-TOTAL-TRANSITAM
                   MOVE WS-TURMA-NOVA TO WS-T-DESTINO
                   MOVE "TRANSITA" TO WS-T-DECISAO
                   IF WS-POR-DELIBERACAO = "S"
                       MOVE "TRANSITA DELIB" TO WS-T-DECISAO
                   END-IF
                   MOVE "T" TO WS-PER-DECISAO
                   PERFORM GRAVAR-ALUNO-NOVO
               END-IF
           ELSE
               MOVE NOTAS-TURMA TO WS-T-DESTINO
               MOVE WS-T-DESTINO TO WS-TURMA-NOVA
               MOVE "NAO TRANSITA" TO WS-T-DECISAO
               MOVE "N" TO WS-PER-DECISAO
               PERFORM GRAVAR-ALUNO-NOVO
           END-IF
           WRITE LINHA-TRANSICAO FROM WS-LINHA-DETALHE
           MOVE WS-T-DESTINO TO WS-PER-DESTINO
           PERFORM GRAVAR-PERCURSO
           .

      * transita quem tiver a media final das disciplinas (melhor
      * entre nota e recurso) no minimo de aprovacao da escala da
      * sua turma (ESCALAS.PRM); sem disciplinas registadas vale a
      * media das tres notas, como sempre. com exame nacional a
      * nota de cada linha da disciplina e a CFD do ano.
           DETERMINAR-TRANSICAO.
           MOVE "N" TO WS-TRANSITA
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           IF NOTAS-NUM-DISCIPLINAS > 0
               MOVE ZERO TO WS-SOMA-FINAIS
               PERFORM VARYING WS-D FROM 1 BY 1
                           DISC-RECURSO(WS-D) > WS-MELHOR-NOTA
                       MOVE DISC-RECURSO(WS-D) TO WS-MELHOR-NOTA
                   END-IF
                   IF WS-CFD-ABERTO = "S"
                       PERFORM OBTER-CFD
                   END-IF
                   ADD WS-MELHOR-NOTA TO WS-SOMA-FINAIS
               END-PERFORM
               COMPUTE WS-MEDIA-FINAL =
           END-IF
           .

      * transicao por deliberacao do conselho de turma no ano que
      * fecha: as deliberacoes do aluno estao seguidas na chave
      * alternativa DEL-NOTAS-NUMBER.
           VERIFICAR-DELIBERACAO.
           MOVE NOTAS-NUMBER TO DEL-NOTAS-NUMBER
           MOVE "N" TO WS-DEL-SAI
           START DELIB-FILE KEY IS = DEL-NOTAS-NUMBER
               INVALID KEY
                   MOVE "S" TO WS-DEL-SAI
           END-START
           PERFORM UNTIL WS-DEL-SAI = "S"
               READ DELIB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-DEL-SAI
                   NOT AT END
                       IF DEL-NOTAS-NUMBER NOT = NOTAS-NUMBER
                           MOVE "S" TO WS-DEL-SAI
                       ELSE
                           IF DEL-ANO-LETIVO = WS-ANO-LETIVO AND
                                   DEL-TRANSITA
                               MOVE "S" TO WS-TRANSITA
                               MOVE "S" TO WS-POR-DELIBERACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POR-DELIBERACAO = "S"
               ADD 1 TO WS-TOTAL-DELIBERADOS
           END-IF
           .

      * classificacao final da disciplina WS-D no ano que fecha,
      * se houver exame nacional com CFD calculada.
           OBTER-CFD.
           MOVE NOTAS-NUMBER TO CFD-NOTAS-NUMBER
           MOVE WS-ANO-LETIVO TO CFD-ANO-LETIVO
           MOVE DISC-CODIGO(WS-D) TO CFD-DISC-CODIGO
           READ CFD-FILE KEY IS CFD-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CFD-CALCULADA
                       MOVE CFD-FINAL TO WS-MELHOR-NOTA
                       ADD 1 TO WS-TOTAL-CFD
                   ELSE
                       ADD 1 TO WS-TOTAL-SEM-CFD
                   END-IF
           END-READ
           .

           LOCALIZAR-TURMA-SEGUINTE.
           MOVE SPACE TO WS-TURMA-NOVA
           PERFORM VARYING WS-IDX FROM 1 BY 1
           STRING "NAO TRANSITAM: " WS-F-NUMERO
               DELIMITED BY SIZE INTO LINHA-TRANSICAO
           WRITE LINHA-TRANSICAO
           MOVE WS-TOTAL-DELIBERADOS TO WS-F-NUMERO
           MOVE SPACE TO LINHA-TRANSICAO
           STRING "POR DELIBERACAO DO CONSELHO: " WS-F-NUMERO
               DELIMITED BY SIZE INTO LINHA-TRANSICAO
           WRITE LINHA-TRANSICAO
           MOVE WS-TOTAL-CAEM TO WS-F-NUMERO
           MOVE SPACE TO LINHA-TRANSICAO
           STRING "SAEM/CONCLUEM: " WS-F-NUMERO
               DELIMITED BY SIZE INTO LINHA-TRANSICAO
           WRITE LINHA-TRANSICAO
           .

      * uma linha por aluno e por ano letivo. se a transicao for
      * repetida no mesmo ano (contagens diferentes, ficheiros nao
      * substituidos) a linha desse ano e regravada, nunca duplicada.
           GRAVAR-PERCURSO.
           MOVE SPACE TO REG-PERCURSO
           MOVE NOTAS-NUMBER TO PER-NOTAS-NUMBER
           MOVE WS-ANO-LETIVO TO PER-ANO-LETIVO
           MOVE NOMEALUNO TO PER-NOMEALUNO
           MOVE NOTAS-TURMA TO PER-TURMA
           MOVE MEDIAALUNO TO PER-MEDIAALUNO
           PERFORM CONTAR-FALTAS-ALUNO
           MOVE WS-TOTAL-FALTAS TO PER-TOTAL-FALTAS
           MOVE WS-PER-DECISAO TO PER-DECISAO
           MOVE WS-PER-DESTINO TO PER-TURMA-DESTINO
           MOVE FUNCTION CURRENT-DATE TO PER-TIMESTAMP
           MOVE NOTAS-NUM-DISCIPLINAS TO PER-NUM-DISCIPLINAS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 12
               IF WS-D > NOTAS-NUM-DISCIPLINAS
                   MOVE SPACE TO PER-DISC-CODIGO(WS-D)
                   MOVE ZERO TO PER-DISC-PERIODO(WS-D)
                   MOVE ZERO TO PER-DISC-NOTA(WS-D)
                   MOVE ZERO TO PER-DISC-RECURSO(WS-D)
                   MOVE "N" TO PER-DISC-RECURSO-FLAG(WS-D)
               ELSE
                   MOVE DISC-CODIGO(WS-D) TO PER-DISC-CODIGO(WS-D)
                   MOVE DISC-PERIODO(WS-D) TO PER-DISC-PERIODO(WS-D)
                   MOVE DISC-NOTA(WS-D) TO PER-DISC-NOTA(WS-D)
                   MOVE DISC-RECURSO(WS-D) TO PER-DISC-RECURSO(WS-D)
                   MOVE DISC-RECURSO-FLAG(WS-D)
                       TO PER-DISC-RECURSO-FLAG(WS-D)
               END-IF
           END-PERFORM
           WRITE REG-PERCURSO
               INVALID KEY
                   REWRITE REG-PERCURSO
           END-WRITE
           ADD 1 TO WS-TOTAL-PERCURSO
           .

      * total de faltas do ano, todas as disciplinas: as chaves do
      * FALTAS.DAT comecam pelo numero do aluno, por isso basta um
      * START no numero e ler ate ele mudar.
           CONTAR-FALTAS-ALUNO.
           MOVE ZERO TO WS-TOTAL-FALTAS
           IF WS-FALTAS-ABERTO = "S"
               MOVE NOTAS-NUMBER TO FAL-NOTAS-NUMBER
               MOVE LOW-VALUES TO FAL-DISC-CODIGO
               MOVE LOW-VALUES TO FAL-DATA
               START FALTAS-FILE KEY IS NOT LESS THAN FAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FAL-SAI
                   NOT INVALID KEY
                       MOVE "N" TO WS-FAL-SAI
               END-START
               PERFORM UNTIL WS-FAL-SAI = "S"
                   READ FALTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FAL-SAI
                       NOT AT END
                           IF FAL-NOTAS-NUMBER = NOTAS-NUMBER
                               ADD 1 TO WS-TOTAL-FALTAS
                           ELSE
                               MOVE "S" TO WS-FAL-SAI
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      * o ano que fecha e o do calendario escolar (NOTASCAL); sem
      * calendario o operador tem de o indicar, porque e metade da
      * chave do percurso.
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
               DISPLAY "CALENDARIO SEM ANO LETIVO. ANO QUE FECHA "
                   "(AAAA/AAAA): "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM
           DISPLAY "ANO LETIVO QUE FECHA: " WS-ANO-LETIVO
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
