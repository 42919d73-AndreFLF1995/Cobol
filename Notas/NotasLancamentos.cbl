      * NOTAS-DISCIPLINAS dos alunos ja existentes no NOTAS-FILE
      * (a mesma disciplina e periodo e reescrita; caso contrario
      * acrescenta uma linha, ate ao limite de 12), valida a nota
      * contra a escala da turma do aluno (ESCALAS.PRM, 0-20 por
      * omissao), o catalogo de disciplinas e o fecho de periodos, e
      * deixa uma linha de auditoria por nota aceite (operacao "L",
      * operador LAN), como o NOTASIMP deixa as suas linhas "I".
      * as linhas rejeitadas vao para NOTAS_LAN_REJ.CSV com um
      * codigo de motivo, no mesmo estilo do NOTAS_REJ.CSV.
      * motivos: 01 numero invalido, 03 nota invalida (escala),
      *          05 periodo fechado, 06 aluno inexistente ou
      *          inativo, 07 tabela de disciplinas cheia,
      *          08 disciplina fora do catalogo, 09 periodo
      *          invalido (1-3), 10 pauta ja publicada (a nota
      *          fica como pedido pendente para o NOTASAPR), 11
      *          pauta ja publicada e pedido nao gravado.
      * a pauta de cada nota e a da turma em que o aluno estava no
      * periodo da nota (MOVIMENTOS_TURMA.DAT, do NOTASMOV).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "slauditoria.cbl".
           COPY "slfechos.cbl".
           COPY "sldiscipl.cbl".
           COPY "slescalas.cbl".
           COPY "slpautareg.cbl".
           COPY "slpedidos.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT IMPORT-FILE ASSIGN TO "NOTAS_LAN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "fdauditoria.cbl".
           COPY "fdfechos.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdescalas.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdpedidos.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  IMPORT-FILE
               LABEL RECORD IS STANDARD.
           77 WS-TOTAL-LIDAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-GRAVADAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-REJEITADAS PIC 9(5) VALUE 0.
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-TOTAL-PEDIDOS PIC 9(5) VALUE 0.
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
           77 WS-PEDIDOS-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-PAU-SAI PIC X.
           77 WS-PAUTA-PUBLICADA PIC X.
           77 WS-PED-TURMA PIC X(4).
           77 WS-PED-DISC PIC X(6).
           77 WS-PED-PERIODO PIC 9(1).
           77 WS-PED-CAMPO PIC X.
           77 WS-PED-ANTES PIC 99V99.
           77 WS-PED-NOVA PIC 99V99.
           77 WS-PED-MOTIVO PIC X(40).
           77 WS-PED-REQUERENTE PIC X(4).
           77 WS-PED-NUMERO PIC 9(6).
           77 WS-PED-GRAVADO PIC X.
           77 WS-PED-TENTATIVAS PIC 9(2).
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA PIC 99V99 VALUE 20.00.
           77 WS-ESC-NOME PIC X(12).

           01 WS-FECHOS-TABELA.
               05 WS-FECHO-PERIODO PIC X OCCURS 3 TIMES.

           01 WS-ESCALAS-TABELA.
               05 WS-ESCALA OCCURS 20 TIMES.
                   10 TAB-ESC-ANO-DE   PIC 9(2).
                   10 TAB-ESC-ANO-ATE  PIC 9(2).
                   10 TAB-ESC-BASE     PIC 99V99.
                   10 TAB-ESC-MAXIMA   PIC 99V99.
                   10 TAB-ESC-MINIMA   PIC 99V99.
                   10 TAB-ESC-NOME     PIC X(12).

      * fim de cada periodo no calendario e mudancas de turma do
      * aluno corrente no ano letivo (MOVIMENTOS_TURMA.DAT).
           01 WS-MOV-FIM-TABELA.
               05 WS-MOV-FIM-PER PIC X(8) OCCURS 3 TIMES.

           01 WS-MOV-TABELA.
               05 WS-MOV OCCURS 20 TIMES.
                   10 TAB-MOV-DATA   PIC X(8).
                   10 TAB-MOV-ANTIGA PIC X(4).
                   10 TAB-MOV-NOVA   PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               STOP RUN
           END-IF
           PERFORM CARREGAR-FECHOS
           PERFORM CARREGAR-ESCALAS
           PERFORM ABRIR-MOVIMENTOS
           OPEN OUTPUT REJEITADOS-FILE
           PERFORM UNTIL SAI = "S"
               READ IMPORT-FILE
           CLOSE IMPORT-FILE
           CLOSE NOTAS-FILE
           CLOSE REJEITADOS-FILE
           PERFORM FECHAR-MOVIMENTOS
           DISPLAY "LINHAS LIDAS:      " WS-TOTAL-LIDAS
           DISPLAY "NOTAS GRAVADAS:    " WS-TOTAL-GRAVADAS
           DISPLAY "LINHAS REJEITADAS: " WS-TOTAL-REJEITADAS
           DISPLAY "PEDIDOS PENDENTES: " WS-TOTAL-PEDIDOS
           STOP RUN.

           TRATAR-LINHA.
               MOVE "03" TO WS-MOTIVO
           ELSE
               COMPUTE WS-NOTA-EDIT = FUNCTION NUMVAL(WS-C-NOTA)
               IF WS-NOTA-EDIT > 99.99
                   MOVE "N" TO WS-VALIDO
                   MOVE "03" TO WS-MOTIVO
               ELSE
                       MOVE "06" TO WS-MOTIVO
                       PERFORM REJEITAR-LINHA
                   ELSE
                       PERFORM VALIDAR-NOTA-ESCALA
                   END-IF
           END-READ
           .

      * a escala so se sabe depois de lido o aluno: a nota tem de
      * caber na escala do nivel da turma dele (zero passa sempre,
      * e a nota ainda por lancar).
           VALIDAR-NOTA-ESCALA.
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           IF WS-NOTA > WS-NOTA-MAXIMA OR
                   (WS-NOTA < WS-NOTA-BASE AND WS-NOTA NOT = ZERO)
               MOVE "03" TO WS-MOTIVO
               PERFORM REJEITAR-LINHA
           ELSE
               PERFORM GRAVAR-NOTA-DISCIPLINA
           END-IF
           .

      * disciplina e periodo ja registados sao reescritos com a
      * nota nova; caso contrario acrescenta-se uma linha, ate ao
      * limite fisico das 12 do registo.
           END-IF
           IF WS-POS > ZERO
               MOVE DISC-NOTA(WS-POS) TO WS-ANTES-NOTA
               MOVE "N" TO WS-PAUTA-PUBLICADA
               IF WS-NOTA NOT = WS-ANTES-NOTA
                   MOVE WS-PERIODO TO WS-MOV-PERIODO
                   PERFORM OBTER-TURMA-PERIODO
                   MOVE WS-TURMA-PERIODO TO WS-PED-TURMA
                   MOVE WS-DISC TO WS-PED-DISC
                   MOVE WS-PERIODO TO WS-PED-PERIODO
                   PERFORM VERIFICAR-PAUTA-PUBLICADA
               END-IF
               IF WS-PAUTA-PUBLICADA = "S"
                   PERFORM PEDIR-APROVACAO-LANCAMENTO
               ELSE
                   MOVE WS-NOTA TO DISC-NOTA(WS-POS)
                   REWRITE REG-ALUNO
                   ADD 1 TO WS-TOTAL-GRAVADAS
                   PERFORM REGISTAR-AUDITORIA-LANCAMENTO
               END-IF
           END-IF
           .

      * pauta da turma/disciplina/periodo ja afixada: a nota nova
      * nao e aplicada; fica um pedido pendente (requerente LAN)
      * e a linha sai nas rejeitadas com o motivo 10 (11 se o
      * pedido nao puder ser gravado). uma linha acrescentada
      * agora a tabela do aluno nao chega a ser gravada, porque o
      * registo nao e reescrito.
           PEDIR-APROVACAO-LANCAMENTO.
           MOVE "D" TO WS-PED-CAMPO
           MOVE WS-ANTES-NOTA TO WS-PED-ANTES
           MOVE WS-NOTA TO WS-PED-NOVA
           MOVE "CARGA NOTAS_LAN.CSV" TO WS-PED-MOTIVO
           MOVE "LAN" TO WS-PED-REQUERENTE
           PERFORM REGISTAR-PEDIDO-ALTERACAO
           IF WS-PED-GRAVADO = "S"
               ADD 1 TO WS-TOTAL-PEDIDOS
               MOVE "10" TO WS-MOTIVO
           ELSE
               MOVE "11" TO WS-MOTIVO
           END-IF
           PERFORM REJEITAR-LINHA
           .

      * pauta publicada: ha pelo menos uma versao impressa no
      * registo do NOTASPAU para a turma e o periodo (e para a
      * disciplina, quando WS-PED-DISC vem preenchido).
           VERIFICAR-PAUTA-PUBLICADA.
           MOVE "N" TO WS-PAUTA-PUBLICADA
           OPEN INPUT PAUTA-REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-PAU-SAI
               PERFORM UNTIL WS-PAU-SAI = "S"
                   READ PAUTA-REG-FILE
                       AT END
                           MOVE "S" TO WS-PAU-SAI
                       NOT AT END
                           IF PAU-VERSAO-IMPRESSA AND
                                   PAU-TURMA = WS-PED-TURMA AND
                                   PAU-PERIODO = WS-PED-PERIODO AND
                                   (PAU-DISC = WS-PED-DISC OR
                                    WS-PED-DISC = SPACE)
                               MOVE "S" TO WS-PAUTA-PUBLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUTA-REG-FILE
           END-IF
           .

      * pedido de alteracao pendente para o NOTASAPR: o numero e
      * o seguinte ao ultimo do ficheiro. so uma chave duplicada
      * (outro operador gravou o mesmo numero) leva a tentar o
      * seguinte; outro erro deixa WS-PED-GRAVADO a "E" e a
      * alteracao fica por registar.
           REGISTAR-PEDIDO-ALTERACAO.
           MOVE "E" TO WS-PED-GRAVADO
           OPEN I-O PEDIDOS-FILE
           IF WS-PEDIDOS-STATUS = "35"
               OPEN OUTPUT PEDIDOS-FILE
               CLOSE PEDIDOS-FILE
               OPEN I-O PEDIDOS-FILE
           END-IF
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR OS PEDIDOS (" WS-PEDIDOS-STATUS
                   "). PEDIDO NAO REGISTADO."
           ELSE
               MOVE ZERO TO WS-PED-NUMERO
               MOVE "N" TO WS-PAU-SAI
               PERFORM UNTIL WS-PAU-SAI = "S"
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-PAU-SAI
                       NOT AT END
                           MOVE PED-NUMERO TO WS-PED-NUMERO
                   END-READ
                   IF WS-PEDIDOS-STATUS NOT = "00"
                       MOVE "S" TO WS-PAU-SAI
                   END-IF
               END-PERFORM
               IF WS-PEDIDOS-STATUS = "10"
                   MOVE "N" TO WS-PED-GRAVADO
                   MOVE ZERO TO WS-PED-TENTATIVAS
               END-IF
               PERFORM UNTIL WS-PED-GRAVADO NOT = "N"
                   IF WS-PED-NUMERO NOT < 999999 OR
                           WS-PED-TENTATIVAS NOT < 20
                       MOVE "E" TO WS-PED-GRAVADO
                   ELSE
                       PERFORM ESCREVER-PEDIDO
                   END-IF
               END-PERFORM
               IF WS-PED-GRAVADO NOT = "S"
                   DISPLAY "ERRO NOS PEDIDOS (" WS-PEDIDOS-STATUS
                       "). PEDIDO NAO REGISTADO."
               END-IF
               CLOSE PEDIDOS-FILE
           END-IF
           .

           ESCREVER-PEDIDO.
           ADD 1 TO WS-PED-TENTATIVAS
           ADD 1 TO WS-PED-NUMERO
           MOVE SPACE TO REG-PEDIDO
           MOVE WS-PED-NUMERO TO PED-NUMERO
           MOVE NOTAS-NUMBER TO PED-NOTAS-NUMBER
           MOVE WS-PED-TURMA TO PED-TURMA
           MOVE WS-PED-DISC TO PED-DISC-CODIGO
           MOVE WS-PED-PERIODO TO PED-PERIODO
           MOVE WS-PED-CAMPO TO PED-CAMPO
           MOVE WS-PED-ANTES TO PED-NOTA-ANTES
           MOVE WS-PED-NOVA TO PED-NOTA-NOVA
           MOVE WS-PED-MOTIVO TO PED-MOTIVO
           MOVE WS-PED-REQUERENTE TO PED-REQUERENTE
           MOVE FUNCTION CURRENT-DATE TO PED-TIMESTAMP
           SET PED-PENDENTE TO TRUE
           WRITE REG-PEDIDO
           IF WS-PEDIDOS-STATUS = "00"
               MOVE "S" TO WS-PED-GRAVADO
           ELSE
               IF WS-PEDIDOS-STATUS NOT = "22"
                   MOVE "E" TO WS-PED-GRAVADO
               END-IF
           END-IF
           .


      * cada nota aceite deixa a sua linha "L" no AUDITORIA.LOG
      * com a nota anterior e a nova nas primeiras colunas, a
      * maneira do registo "E" dos recursos, e o operador LAN.
               INTO LINHA-REJEITADO
           WRITE LINHA-REJEITADO
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
