           COPY "slmodo.cbl".
           COPY "slprofess.cbl".
           COPY "slatribui.cbl".
           COPY "slescalas.cbl".
           COPY "slpautareg.cbl".
           COPY "slpedidos.cbl".
           COPY "slmovturma.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fdmodo.cbl".
           COPY "fdprofess.cbl".
           COPY "fdatribui.cbl".
           COPY "fdescalas.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdpedidos.cbl".
           COPY "fdmovturma.cbl".

       WORKING-STORAGE SECTION.
           77 OPCAO                 PIC X(1).
           77 WS-ATR-SAI            PIC X.
           77 WS-DISC-OK            PIC X.
           77 WS-SLOT-CANCELADO     PIC X.
           77 WS-NOTA-TEMP          PIC 99V99.
           77 WS-NOTA-MINIMA        PIC 99V99 VALUE 10.00.
           77 WS-ESCALAS-STATUS     PIC XX.
           77 WS-ESC-SAI            PIC X.
           77 WS-ESC-IDX            PIC 9(2).
           77 WS-TOTAL-ESCALAS      PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA          PIC X(4).
           77 WS-ESC-NIVEL          PIC 9(2).
           77 WS-NOTA-BASE          PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA        PIC 99V99 VALUE 20.00.
           77 WS-ESC-NOME           PIC X(12).
           77 WS-NOTA-NA-ESCALA     PIC X.
           77 WS-F-BASE             PIC Z9.99.
           77 WS-F-MAXIMA           PIC Z9.99.
           77 WS-PEDIDOS-STATUS     PIC XX.
           77 WS-REG-STATUS         PIC XX.
           77 WS-PAU-SAI            PIC X.
           77 WS-PAUTA-PUBLICADA    PIC X.
           77 WS-PED-TURMA          PIC X(4).
           77 WS-PED-DISC           PIC X(6).
           77 WS-PED-PERIODO        PIC 9(1).
           77 WS-PED-CAMPO          PIC X.
           77 WS-PED-ANTES          PIC 99V99.
           77 WS-PED-NOVA           PIC 99V99.
           77 WS-PED-MOTIVO         PIC X(40).
           77 WS-PED-REQUERENTE     PIC X(4).
           77 WS-PED-NUMERO         PIC 9(6).
           77 WS-PED-GRAVADO        PIC X.
           77 WS-PED-TENTATIVAS     PIC 9(2).
           77 WS-MOVTURMA-STATUS    PIC XX.
           77 WS-MOV-SAI            PIC X.
           77 WS-MOV-PRIMEIRA       PIC X.
           77 WS-MOV-PERIODO        PIC 9(1).
           77 WS-TURMA-PERIODO      PIC X(4).
           77 WS-GRE-TURMA          PIC X(4).
           77 WS-GRE-DISC           PIC X(6).
           77 WS-GRE-PERIODO        PIC 9(1).
           77 WS-GRE-TOTAL-PARES    PIC 9(2).
           77 WS-GRE-ESCOLHA        PIC 9(2).
           77 WS-GRE-TOTAL          PIC 9(3).
           77 WS-GRE-IDX            PIC 9(3).
           77 WS-GRE-J              PIC 9(3).
           77 WS-GRE-PAGINA         PIC 9(2).
           77 WS-GRE-PAGINAS        PIC 9(2).
           77 WS-GRE-INICIO         PIC 9(3).
           77 WS-GRE-FIM            PIC 9(3).
           77 WS-GRE-LINHA          PIC 9(2).
           77 WS-GRE-OPCAO          PIC X(1).
           77 WS-GRE-SAI            PIC X(1).
           77 WS-CONFIRMA           PIC X(1).
           77 WS-GRE-L-NUMERO       PIC 9(5).
           77 WS-GRE-L-NOME         PIC A(20).
           77 WS-GRE-L-ATUAL        PIC 99V99.
           77 WS-GRE-NOVA           PIC 99V99.
           77 WS-GRE-MENSAGEM       PIC X(60).
           77 WS-GRE-POS            PIC 9(2).
           77 WS-GRE-D              PIC 9(2).
           77 WS-GRE-ALTERADAS      PIC 9(3).
           77 WS-GRE-GRAVADAS       PIC 9(3).
           77 WS-GRE-PEDIDOS        PIC 9(3).
           77 WS-GRE-REJEITADAS     PIC 9(3).

           01 WS-CALENDARIO-TABELA.
               05 WS-CAL-PER OCCURS 3 TIMES.
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

      * pares turma/disciplina atribuidos ao professor ligado e a
      * lista da turma para a grelha, por ordem alfabetica.
           01 WS-GRE-PARES-TABELA.
               05 WS-GRE-PAR OCCURS 30 TIMES.
                   10 GRP-TURMA        PIC X(4).
                   10 GRP-DISC         PIC X(6).

           01 WS-GRE-ALUNOS-TABELA.
               05 WS-GRE-ALUNO OCCURS 60 TIMES.
                   10 GRA-NUMERO       PIC 9(5).
                   10 GRA-NOME         PIC A(20).
                   10 GRA-ATUAL        PIC 99V99.
                   10 GRA-NOVA         PIC 99V99.

           01 WS-GRE-TROCA.
               05 GRT-NUMERO           PIC 9(5).
               05 GRT-NOME             PIC A(20).
               05 GRT-ATUAL            PIC 99V99.
               05 GRT-NOVA             PIC 99V99.

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 LINE 1 COL 1 BLANK SCREEN.
           05 LINE 5 COL 1 VALUE "3 - ALTERAR".
           05 LINE 6 COL 1 VALUE "4 - APAGAR".
           05 LINE 7 COL 1 VALUE "5 - REPOR ALUNO APAGADO".
           05 LINE 8 COL 1 VALUE "6 - GRELHA DE NOTAS DA TURMA".
           05 LINE 9 COL 1 VALUE "0 - SAIR".
           05 LINE 10 COL 1 VALUE "OPCAO: ".
           05 LINE 10 COL 8 PIC X(1) TO OPCAO.

           05 LINE 9 COL 1 VALUE "TURMA: ".
           05 LINE 9 COL 10 PIC X(4) FROM NOTAS-TURMA.

       01 GRELHA-CAB-SCREEN.
           05 LINE 1 COL 1 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "GRELHA DE NOTAS - TURMA ".
           05 LINE 1 COL 25 PIC X(4) FROM WS-GRE-TURMA.
           05 LINE 1 COL 31 VALUE "DISCIPLINA ".
           05 LINE 1 COL 42 PIC X(6) FROM WS-GRE-DISC.
           05 LINE 1 COL 50 VALUE "PERIODO ".
           05 LINE 1 COL 58 PIC 9(1) FROM WS-GRE-PERIODO.
           05 LINE 2 COL 1 VALUE "ESCALA ".
           05 LINE 2 COL 8 PIC X(12) FROM WS-ESC-NOME.
           05 LINE 2 COL 31 VALUE "PAGINA ".
           05 LINE 2 COL 38 PIC Z9 FROM WS-GRE-PAGINA.
           05 LINE 2 COL 41 VALUE "DE ".
           05 LINE 2 COL 44 PIC Z9 FROM WS-GRE-PAGINAS.
           05 LINE 4 COL 1 VALUE "NUMERO".
           05 LINE 4 COL 9 VALUE "NOME".
           05 LINE 4 COL 31 VALUE "ATUAL".
           05 LINE 4 COL 39 VALUE "NOVA (ENTER MANTEM)".

       01 GRELHA-LINHA-SCREEN.
           05 LINE WS-GRE-LINHA COL 1 PIC 9(5) FROM WS-GRE-L-NUMERO.
           05 LINE WS-GRE-LINHA COL 9 PIC A(20) FROM WS-GRE-L-NOME.
           05 LINE WS-GRE-LINHA COL 31 PIC 99.99 FROM WS-GRE-L-ATUAL.
           05 LINE WS-GRE-LINHA COL 39 PIC 99V99 USING WS-GRE-NOVA.

       01 GRELHA-MSG-SCREEN.
           05 LINE 22 COL 1 PIC X(60) FROM WS-GRE-MENSAGEM.

       01 GRELHA-NAV-SCREEN.
           05 LINE 21 COL 1
               VALUE "ENTER - SEGUINTE  A - ANTERIOR  F - TERMINAR: ".
           05 LINE 21 COL 48 PIC X(1) TO WS-GRE-OPCAO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           PERFORM CARREGAR-PROFESSOR
           PERFORM CARREGAR-ESCALAS
           PERFORM REGISTAR-SESSAO-INICIO.

           INICIO.
                       IF WS-PERMITIDO = "S"
                           PERFORM REPOR
                       END-IF
                   WHEN "6"
                       PERFORM SE-PODE-LANCAR
                       IF WS-PERMITIDO = "S"
                           PERFORM SE-DENTRO-CALENDARIO
                       END-IF
                       IF WS-PERMITIDO = "S"
                           PERFORM SE-JANELA-NOTURNA
                       END-IF
                       IF WS-PERMITIDO = "S"
                           PERFORM GRELHA
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
               PERFORM PEDIR-PERIODO-SLOT
           END-IF
           IF WS-SLOT-CANCELADO NOT = "S"
               MOVE NOTAS-TURMA TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               MOVE "N" TO WS-NOTA-NA-ESCALA
               PERFORM UNTIL WS-NOTA-NA-ESCALA = "S"
                   MOVE WS-NOTA-BASE TO WS-F-BASE
                   MOVE WS-NOTA-MAXIMA TO WS-F-MAXIMA
                   DISPLAY "NOTA (" WS-F-BASE " A " WS-F-MAXIMA "): "
                   ACCEPT WS-DISC-NOTA
                   MOVE WS-DISC-NOTA TO WS-NOTA-TEMP
                   PERFORM VERIFICAR-NOTA-ESCALA
               END-PERFORM
           END-IF
           .


       VALIDAR-NOTAS.
           MOVE "S" TO WS-VALIDO
           MOVE WS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           MOVE WS-NOTA1 TO WS-NOTA-TEMP
           PERFORM VERIFICAR-NOTA-ESCALA
           IF WS-NOTA-NA-ESCALA = "S"
               MOVE WS-NOTA2 TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
           END-IF
           IF WS-NOTA-NA-ESCALA = "S"
               MOVE WS-NOTA3 TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
           END-IF
           IF WS-NOTA-NA-ESCALA = "N"
               DISPLAY "AS NOTAS TEM DE ESTAR ENTRE " WS-F-BASE
                   " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
               MOVE "N" TO WS-VALIDO
           END-IF
           IF WS-VALIDO = "S" AND WS-PROF-LIGADO = "S"
            IF WS-NOMEALUNO NOT = SPACES
                MOVE WS-NOMEALUNO TO NOMEALUNO
            END-IF
      * a turma ja nao se muda aqui: a mudanca e um movimento
      * datado no NOTASMOV, para as notas dos periodos anteriores
      * ficarem na turma antiga.
            DISPLAY "TURMA: " NOTAS-TURMA
                " (MUDANCAS DE TURMA NO NOTASMOV)"
            MOVE NOTAS-TURMA TO WS-ESC-TURMA
            PERFORM OBTER-ESCALA-TURMA
      * as notas NOTA1-3 sao as notas dos periodos 1-3: cada uma
      * so pode mudar dentro da janela do seu periodo no
      * calendario escolar - e isto que trava o lancamento de
      * notas do 1o periodo em junho. com a pauta do periodo ja
      * publicada a mudanca vira pedido para o supervisor.
            MOVE 99.99 TO WS-NOTA1
            ACCEPT WS-NOTA1
            IF WS-NOTA1 NOT = 99.99
                MOVE WS-NOTA1 TO WS-NOTA-TEMP
                PERFORM VERIFICAR-NOTA-ESCALA
                IF WS-NOTA-NA-ESCALA = "N"
                    DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                        " E " WS-F-MAXIMA "! MANTIDA."
                ELSE
                    MOVE 1 TO WS-CAL-PERIODO-VER
                    PERFORM VERIFICAR-PERIODO-CALENDARIO
                    IF WS-CAL-DENTRO = "S"
                        MOVE 1 TO WS-PED-PERIODO
                        MOVE NOTA1 TO WS-PED-ANTES
                        PERFORM PEDIR-APROVACAO-NOTA
                        IF WS-PAUTA-PUBLICADA = "N"
                            MOVE WS-NOTA1 TO NOTA1
                        END-IF
                    ELSE
                        DISPLAY "PERIODO 1 FORA DO CALENDARIO "
                            "ESCOLAR (NOTASCAL). MANTIDA."
            MOVE 99.99 TO WS-NOTA2
            ACCEPT WS-NOTA2
            IF WS-NOTA2 NOT = 99.99
                MOVE WS-NOTA2 TO WS-NOTA-TEMP
                PERFORM VERIFICAR-NOTA-ESCALA
                IF WS-NOTA-NA-ESCALA = "N"
                    DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                        " E " WS-F-MAXIMA "! MANTIDA."
                ELSE
                    MOVE 2 TO WS-CAL-PERIODO-VER
                    PERFORM VERIFICAR-PERIODO-CALENDARIO
                    IF WS-CAL-DENTRO = "S"
                        MOVE 2 TO WS-PED-PERIODO
                        MOVE NOTA2 TO WS-PED-ANTES
                        PERFORM PEDIR-APROVACAO-NOTA
                        IF WS-PAUTA-PUBLICADA = "N"
                            MOVE WS-NOTA2 TO NOTA2
                        END-IF
                    ELSE
                        DISPLAY "PERIODO 2 FORA DO CALENDARIO "
                            "ESCOLAR (NOTASCAL). MANTIDA."
            MOVE 99.99 TO WS-NOTA3
            ACCEPT WS-NOTA3
            IF WS-NOTA3 NOT = 99.99
                MOVE WS-NOTA3 TO WS-NOTA-TEMP
                PERFORM VERIFICAR-NOTA-ESCALA
                IF WS-NOTA-NA-ESCALA = "N"
                    DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                        " E " WS-F-MAXIMA "! MANTIDA."
                ELSE
                    MOVE 3 TO WS-CAL-PERIODO-VER
                    PERFORM VERIFICAR-PERIODO-CALENDARIO
                    IF WS-CAL-DENTRO = "S"
                        MOVE 3 TO WS-PED-PERIODO
                        MOVE NOTA3 TO WS-PED-ANTES
                        PERFORM PEDIR-APROVACAO-NOTA
                        IF WS-PAUTA-PUBLICADA = "N"
                            MOVE WS-NOTA3 TO NOTA3
                        END-IF
                    ELSE
                        DISPLAY "PERIODO 3 FORA DO CALENDARIO "
                            "ESCOLAR (NOTASCAL). MANTIDA."
           END-IF
           CLOSE NOTAS-FILE.

      * depois de afixada uma pauta da turma para o periodo, a nota
      * ja nao muda aqui: fica um pedido pendente com o motivo, a
      * nota antiga e a nova, para aprovacao no NOTASAPR.
       PEDIR-APROVACAO-NOTA.
           MOVE WS-PED-PERIODO TO WS-MOV-PERIODO
           PERFORM OBTER-TURMA-PERIODO
           MOVE WS-TURMA-PERIODO TO WS-PED-TURMA
           MOVE SPACE TO WS-PED-DISC
           PERFORM VERIFICAR-PAUTA-PUBLICADA
           IF WS-PAUTA-PUBLICADA = "S" AND
                   WS-NOTA-TEMP NOT = WS-PED-ANTES
               DISPLAY "PAUTA DO PERIODO " WS-PED-PERIODO
                   " JA PUBLICADA. A ALTERACAO PRECISA DE "
                   "APROVACAO DO SUPERVISOR."
               DISPLAY "MOTIVO DO PEDIDO: "
               ACCEPT WS-PED-MOTIVO
               IF WS-PED-MOTIVO = SPACE
                   DISPLAY "SEM MOTIVO. PEDIDO NAO REGISTADO. "
                       "NOTA MANTIDA."
               ELSE
                   MOVE "N" TO WS-PED-CAMPO
                   MOVE WS-NOTA-TEMP TO WS-PED-NOVA
                   MOVE WS-OPERADOR TO WS-PED-REQUERENTE
                   PERFORM REGISTAR-PEDIDO-ALTERACAO
                   IF WS-PED-GRAVADO = "S"
                       DISPLAY "PEDIDO " WS-PED-NUMERO
                           " REGISTADO. NOTA MANTIDA ATE APROVACAO."
                   ELSE
                       DISPLAY "NOTA MANTIDA."
                   END-IF
               END-IF
           END-IF
           .

      * turma do aluno no fim do periodo WS-MOV-PERIODO, pelas
      * mudancas do NOTASMOV deste ano letivo: a turma nova da
      * ultima mudanca ate ao fim do periodo, ou a antiga da
      * primeira se todas forem posteriores. sem calendario ou sem
      * mudancas fica a turma atual. devolve WS-TURMA-PERIODO.
       OBTER-TURMA-PERIODO.
           MOVE NOTAS-TURMA TO WS-TURMA-PERIODO
           PERFORM CARREGAR-CALENDARIO
           IF WS-MOV-PERIODO >= 1 AND WS-MOV-PERIODO <= 3
               IF WS-CAL-FIM(WS-MOV-PERIODO) NOT = SPACE
                   OPEN INPUT MOVTURMA-FILE
                   IF WS-MOVTURMA-STATUS = "00"
                       PERFORM LER-MOVIMENTOS-ALUNO
                       CLOSE MOVTURMA-FILE
                   END-IF
               END-IF
           END-IF
           .

       LER-MOVIMENTOS-ALUNO.
           MOVE NOTAS-NUMBER TO MOV-NOTAS-NUMBER
           MOVE WS-CAL-INICIO(1) TO MOV-DATA-EFETIVA
           MOVE "S" TO WS-MOV-PRIMEIRA
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
                       IF MOV-NOTAS-NUMBER NOT = NOTAS-NUMBER
                           MOVE "S" TO WS-MOV-SAI
                       ELSE
                           IF WS-MOV-PRIMEIRA = "S"
                               MOVE MOV-TURMA-ANTIGA TO
                                   WS-TURMA-PERIODO
                               MOVE "N" TO WS-MOV-PRIMEIRA
                           END-IF
                           IF MOV-DATA-EFETIVA NOT >
                                   WS-CAL-FIM(WS-MOV-PERIODO)
                               MOVE MOV-TURMA-NOVA TO
                                   WS-TURMA-PERIODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
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

       CARREGAR-FECHOS.
           PERFORM VARYING WS-FECHO-IDX FROM 1 BY 1
                   UNTIL WS-FECHO-IDX > 3
           END-IF
           CLOSE NOTAS-FILE.

      * grelha de notas: o professor escolhe turma, disciplina e
      * periodo (um professor ligado so ve os pares das suas
      * atribuicoes), ve a turma toda por ordem alfabetica com a
      * nota atual da disciplina no periodo e escreve as novas
      * notas pela coluna abaixo, pagina a pagina. a gravacao e
      * confirmada uma vez no fim e segue as regras do NOTASLAN:
      * escala da turma, periodo fechado, pauta publicada (pedido
      * para o NOTASAPR) e uma linha "L" na auditoria por nota.
       GRELHA.
           MOVE SPACE TO WS-GRE-TURMA WS-GRE-DISC
           IF WS-PROF-LIGADO = "S"
               PERFORM GRELHA-ESCOLHER-PAR
           ELSE
               PERFORM GRELHA-PEDIR-PAR
           END-IF
           IF WS-GRE-TURMA NOT = SPACE
               PERFORM GRELHA-PEDIR-PERIODO
           END-IF
           IF WS-GRE-TURMA NOT = SPACE
               PERFORM GRELHA-CARREGAR-TURMA
           END-IF
           IF WS-GRE-TURMA NOT = SPACE
               MOVE WS-GRE-TURMA TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               PERFORM GRELHA-EDITAR
               PERFORM GRELHA-CONFIRMAR
           END-IF
           .

       GRELHA-ESCOLHER-PAR.
           MOVE ZERO TO WS-GRE-TOTAL-PARES
           OPEN INPUT ATRIBUICOES-FILE
           IF WS-ATRIB-STATUS = "00"
               MOVE WS-PROF-ATUAL TO ATR-PROF-CODIGO
               MOVE LOW-VALUES TO ATR-TURMA ATR-DISC-CODIGO
               MOVE "N" TO WS-ATR-SAI
               START ATRIBUICOES-FILE
                       KEY IS NOT LESS THAN ATR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-ATR-SAI
               END-START
               PERFORM UNTIL WS-ATR-SAI = "S"
                   READ ATRIBUICOES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-ATR-SAI
                       NOT AT END
                           IF ATR-PROF-CODIGO NOT = WS-PROF-ATUAL
                               MOVE "S" TO WS-ATR-SAI
                           ELSE
                               IF WS-GRE-TOTAL-PARES < 30
                                   ADD 1 TO WS-GRE-TOTAL-PARES
                                   MOVE ATR-TURMA TO
                                       GRP-TURMA(WS-GRE-TOTAL-PARES)
                                   MOVE ATR-DISC-CODIGO TO
                                       GRP-DISC(WS-GRE-TOTAL-PARES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES-FILE
           END-IF
           IF WS-GRE-TOTAL-PARES = ZERO
               DISPLAY "SEM TURMAS/DISCIPLINAS ATRIBUIDAS A ESTE "
                   "PROFESSOR (NOTASPRF)."
           ELSE
               DISPLAY "TURMAS E DISCIPLINAS ATRIBUIDAS:"
               PERFORM VARYING WS-GRE-IDX FROM 1 BY 1
                       UNTIL WS-GRE-IDX > WS-GRE-TOTAL-PARES
                   DISPLAY "  " WS-GRE-IDX(2:2) " - TURMA "
                       GRP-TURMA(WS-GRE-IDX) " DISCIPLINA "
                       GRP-DISC(WS-GRE-IDX)
               END-PERFORM
               DISPLAY "ESCOLHA (0 P/ CANCELAR): "
               MOVE ZERO TO WS-GRE-ESCOLHA
               ACCEPT WS-GRE-ESCOLHA
               IF WS-GRE-ESCOLHA > ZERO AND
                       WS-GRE-ESCOLHA NOT > WS-GRE-TOTAL-PARES
                   MOVE GRP-TURMA(WS-GRE-ESCOLHA) TO WS-GRE-TURMA
                   MOVE GRP-DISC(WS-GRE-ESCOLHA) TO WS-GRE-DISC
               END-IF
           END-IF
           .

      * a secretaria e o supervisor nao tem atribuicoes: indicam a
      * turma e o codigo, que tem de estar no catalogo.
       GRELHA-PEDIR-PAR.
           DISPLAY "TURMA (ENTER P/ CANCELAR): "
           ACCEPT WS-GRE-TURMA
           IF WS-GRE-TURMA NOT = SPACE
               DISPLAY "CODIGO DA DISCIPLINA: "
               ACCEPT WS-DISC-CODIGO
               PERFORM VERIFICAR-DISCIPLINA-CATALOGO
               IF WS-DISC-CODIGO = SPACE OR
                       WS-DISC-CATALOGADA NOT = "S"
                   DISPLAY "CODIGO " WS-DISC-CODIGO
                       " NAO ESTA NO CATALOGO (NOTASDSC)."
                   MOVE SPACE TO WS-GRE-TURMA
               ELSE
                   MOVE WS-DISC-CODIGO TO WS-GRE-DISC
               END-IF
           END-IF
           .

      * o periodo tem de estar aberto (NOTASFEC) e dentro da sua
      * janela no calendario escolar.
       GRELHA-PEDIR-PERIODO.
           DISPLAY "PERIODO (1-3): "
           MOVE ZERO TO WS-GRE-PERIODO
           ACCEPT WS-GRE-PERIODO
           IF WS-GRE-PERIODO < 1 OR WS-GRE-PERIODO > 3
               DISPLAY "PERIODO INVALIDO."
               MOVE SPACE TO WS-GRE-TURMA
           ELSE
               PERFORM CARREGAR-FECHOS
               IF WS-FECHO-PERIODO(WS-GRE-PERIODO) = "F"
                   DISPLAY "PERIODO " WS-GRE-PERIODO
                       " FECHADO. REABRA O PERIODO PRIMEIRO."
                   MOVE SPACE TO WS-GRE-TURMA
               ELSE
                   MOVE WS-GRE-PERIODO TO WS-CAL-PERIODO-VER
                   PERFORM VERIFICAR-PERIODO-CALENDARIO
                   IF WS-CAL-DENTRO = "N"
                       DISPLAY "PERIODO " WS-GRE-PERIODO " FORA DA "
                           "JANELA DO CALENDARIO ESCOLAR (NOTASCAL)."
                       MOVE SPACE TO WS-GRE-TURMA
                   END-IF
               END-IF
           END-IF
           .

      * alunos ativos que estavam na turma no fim do periodo (pelas
      * mudancas do NOTASMOV) com a nota atual da disciplina no
      * periodo (zero se ainda nao tiver linha), ordenados pelo
      * nome.
       GRELHA-CARREGAR-TURMA.
           MOVE ZERO TO WS-GRE-TOTAL
           MOVE "N" TO WS-GRE-SAI
           OPEN INPUT NOTAS-FILE
           PERFORM UNTIL WS-GRE-SAI = "S"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-GRE-SAI
                   NOT AT END
                       IF ALUNO-ATIVO
                           MOVE WS-GRE-PERIODO TO WS-MOV-PERIODO
                           PERFORM OBTER-TURMA-PERIODO
                           IF WS-TURMA-PERIODO = WS-GRE-TURMA
                               PERFORM GRELHA-ACRESCENTAR-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTAS-FILE
           IF WS-GRE-TOTAL = ZERO
               DISPLAY "TURMA " WS-GRE-TURMA " SEM ALUNOS ATIVOS."
               MOVE SPACE TO WS-GRE-TURMA
           ELSE
               PERFORM VARYING WS-GRE-IDX FROM 1 BY 1
                       UNTIL WS-GRE-IDX > WS-GRE-TOTAL
                   PERFORM VARYING WS-GRE-J FROM WS-GRE-IDX BY 1
                           UNTIL WS-GRE-J > WS-GRE-TOTAL
                       IF GRA-NOME(WS-GRE-J) < GRA-NOME(WS-GRE-IDX)
                           MOVE WS-GRE-ALUNO(WS-GRE-IDX) TO
                               WS-GRE-TROCA
                           MOVE WS-GRE-ALUNO(WS-GRE-J) TO
                               WS-GRE-ALUNO(WS-GRE-IDX)
                           MOVE WS-GRE-TROCA TO
                               WS-GRE-ALUNO(WS-GRE-J)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       GRELHA-ACRESCENTAR-ALUNO.
           IF WS-GRE-TOTAL < 60
               ADD 1 TO WS-GRE-TOTAL
               MOVE NOTAS-NUMBER TO GRA-NUMERO(WS-GRE-TOTAL)
               MOVE NOMEALUNO TO GRA-NOME(WS-GRE-TOTAL)
               MOVE ZERO TO GRA-ATUAL(WS-GRE-TOTAL)
               PERFORM VARYING WS-GRE-D FROM 1 BY 1
                       UNTIL WS-GRE-D > NOTAS-NUM-DISCIPLINAS
                   IF DISC-CODIGO(WS-GRE-D) = WS-GRE-DISC AND
                           DISC-PERIODO(WS-GRE-D) = WS-GRE-PERIODO
                       MOVE DISC-NOTA(WS-GRE-D) TO
                           GRA-ATUAL(WS-GRE-TOTAL)
                   END-IF
               END-PERFORM
               MOVE GRA-ATUAL(WS-GRE-TOTAL) TO GRA-NOVA(WS-GRE-TOTAL)
           ELSE
               DISPLAY "TURMA COM MAIS DE 60 ALUNOS. ALUNO "
                   NOTAS-NUMBER " FORA DA GRELHA."
           END-IF
           .

      * 15 alunos por pagina; cada nota e verificada contra a
      * escala da turma logo que e escrita.
       GRELHA-EDITAR.
           COMPUTE WS-GRE-PAGINAS = (WS-GRE-TOTAL + 14) / 15
           MOVE 1 TO WS-GRE-PAGINA
           MOVE "N" TO WS-GRE-SAI
           PERFORM UNTIL WS-GRE-SAI = "S"
               PERFORM GRELHA-PAGINA
               MOVE SPACE TO WS-GRE-OPCAO
               DISPLAY GRELHA-NAV-SCREEN
               ACCEPT GRELHA-NAV-SCREEN
               EVALUATE WS-GRE-OPCAO
                   WHEN "F"
                       MOVE "S" TO WS-GRE-SAI
                   WHEN "A"
                       IF WS-GRE-PAGINA > 1
                           SUBTRACT 1 FROM WS-GRE-PAGINA
                       END-IF
                   WHEN OTHER
                       IF WS-GRE-PAGINA < WS-GRE-PAGINAS
                           ADD 1 TO WS-GRE-PAGINA
                       ELSE
                           MOVE "S" TO WS-GRE-SAI
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

       GRELHA-PAGINA.
           COMPUTE WS-GRE-INICIO = (WS-GRE-PAGINA - 1) * 15 + 1
           COMPUTE WS-GRE-FIM = WS-GRE-INICIO + 14
           IF WS-GRE-FIM > WS-GRE-TOTAL
               MOVE WS-GRE-TOTAL TO WS-GRE-FIM
           END-IF
           DISPLAY GRELHA-CAB-SCREEN
           MOVE 5 TO WS-GRE-LINHA
           PERFORM VARYING WS-GRE-IDX FROM WS-GRE-INICIO BY 1
                   UNTIL WS-GRE-IDX > WS-GRE-FIM
               MOVE GRA-NUMERO(WS-GRE-IDX) TO WS-GRE-L-NUMERO
               MOVE GRA-NOME(WS-GRE-IDX) TO WS-GRE-L-NOME
               MOVE GRA-ATUAL(WS-GRE-IDX) TO WS-GRE-L-ATUAL
               MOVE GRA-NOVA(WS-GRE-IDX) TO WS-GRE-NOVA
               DISPLAY GRELHA-LINHA-SCREEN
               ADD 1 TO WS-GRE-LINHA
           END-PERFORM
           MOVE 5 TO WS-GRE-LINHA
           PERFORM VARYING WS-GRE-IDX FROM WS-GRE-INICIO BY 1
                   UNTIL WS-GRE-IDX > WS-GRE-FIM
               PERFORM GRELHA-ACEITAR-NOTA
               ADD 1 TO WS-GRE-LINHA
           END-PERFORM
           .

       GRELHA-ACEITAR-NOTA.
           MOVE GRA-NUMERO(WS-GRE-IDX) TO WS-GRE-L-NUMERO
           MOVE GRA-NOME(WS-GRE-IDX) TO WS-GRE-L-NOME
           MOVE GRA-ATUAL(WS-GRE-IDX) TO WS-GRE-L-ATUAL
           MOVE GRA-NOVA(WS-GRE-IDX) TO WS-GRE-NOVA
           MOVE "N" TO WS-NOTA-NA-ESCALA
           PERFORM UNTIL WS-NOTA-NA-ESCALA = "S"
               ACCEPT GRELHA-LINHA-SCREEN
               MOVE WS-GRE-NOVA TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
               MOVE SPACE TO WS-GRE-MENSAGEM
               IF WS-NOTA-NA-ESCALA = "N"
                   STRING "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")"
                       DELIMITED BY SIZE INTO WS-GRE-MENSAGEM
               END-IF
               DISPLAY GRELHA-MSG-SCREEN
           END-PERFORM
           MOVE WS-GRE-NOVA TO GRA-NOVA(WS-GRE-IDX)
           .

      * uma so confirmacao para a grelha toda; o fecho do periodo e
      * lido outra vez, porque pode ter sido fechado entretanto.
       GRELHA-CONFIRMAR.
           MOVE ZERO TO WS-GRE-ALTERADAS
           PERFORM VARYING WS-GRE-IDX FROM 1 BY 1
                   UNTIL WS-GRE-IDX > WS-GRE-TOTAL
               IF GRA-NOVA(WS-GRE-IDX) NOT = GRA-ATUAL(WS-GRE-IDX)
                   ADD 1 TO WS-GRE-ALTERADAS
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "NOTAS ALTERADAS NA GRELHA: " WS-GRE-ALTERADAS
           IF WS-GRE-ALTERADAS > ZERO
               DISPLAY "CONFIRMA A GRAVACAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   PERFORM CARREGAR-FECHOS
                   IF WS-FECHO-PERIODO(WS-GRE-PERIODO) = "F"
                       DISPLAY "PERIODO " WS-GRE-PERIODO
                           " FECHADO ENTRETANTO. NADA GRAVADO."
                   ELSE
                       PERFORM GRELHA-GRAVAR
                   END-IF
               ELSE
                   DISPLAY "GRELHA ABANDONADA. NADA GRAVADO."
               END-IF
           END-IF
           .

       GRELHA-GRAVAR.
           MOVE ZERO TO WS-GRE-GRAVADAS WS-GRE-PEDIDOS
           MOVE ZERO TO WS-GRE-REJEITADAS
           OPEN I-O NOTAS-FILE
           PERFORM VARYING WS-GRE-IDX FROM 1 BY 1
                   UNTIL WS-GRE-IDX > WS-GRE-TOTAL
               IF GRA-NOVA(WS-GRE-IDX) NOT = GRA-ATUAL(WS-GRE-IDX)
                   PERFORM GRELHA-GRAVAR-ALUNO
               END-IF
           END-PERFORM
           CLOSE NOTAS-FILE
           DISPLAY "NOTAS GRAVADAS:    " WS-GRE-GRAVADAS
           DISPLAY "PEDIDOS PENDENTES: " WS-GRE-PEDIDOS
           DISPLAY "NAO GRAVADAS:      " WS-GRE-REJEITADAS
           .

      * o aluno e relido: se entretanto saiu da turma, ficou
      * inativo ou esta bloqueado por outro operador, a nota nao e
      * gravada. a linha da disciplina no periodo e reescrita ou
      * acrescentada, como no NOTASLAN.
       GRELHA-GRAVAR-ALUNO.
           MOVE GRA-NUMERO(WS-GRE-IDX) TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   ADD 1 TO WS-GRE-REJEITADAS
                   DISPLAY "ALUNO " GRA-NUMERO(WS-GRE-IDX)
                       " NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE WS-GRE-PERIODO TO WS-MOV-PERIODO
                   PERFORM OBTER-TURMA-PERIODO
                   IF ALUNO-INATIVO OR
                           WS-TURMA-PERIODO NOT = WS-GRE-TURMA
                       ADD 1 TO WS-GRE-REJEITADAS
                       DISPLAY "ALUNO " NOTAS-NUMBER
                           " JA NAO ESTA ATIVO NA TURMA."
                   ELSE
                       PERFORM GRELHA-GRAVAR-DISCIPLINA
                   END-IF
           END-READ
           IF WS-NOTAS-STATUS = "51"
               ADD 1 TO WS-GRE-REJEITADAS
               DISPLAY "ALUNO " GRA-NUMERO(WS-GRE-IDX)
                   " EM USO POR OUTRO OPERADOR. NAO GRAVADO."
           END-IF
           .

       GRELHA-GRAVAR-DISCIPLINA.
           MOVE ZERO TO WS-GRE-POS
           PERFORM VARYING WS-GRE-D FROM 1 BY 1
                   UNTIL WS-GRE-D > NOTAS-NUM-DISCIPLINAS
               IF DISC-CODIGO(WS-GRE-D) = WS-GRE-DISC AND
                       DISC-PERIODO(WS-GRE-D) = WS-GRE-PERIODO
                   MOVE WS-GRE-D TO WS-GRE-POS
               END-IF
           END-PERFORM
           IF WS-GRE-POS = ZERO
               IF NOTAS-NUM-DISCIPLINAS NOT < 12
                   ADD 1 TO WS-GRE-REJEITADAS
                   DISPLAY "ALUNO " NOTAS-NUMBER
                       " COM A TABELA DE DISCIPLINAS CHEIA."
               ELSE
                   ADD 1 TO NOTAS-NUM-DISCIPLINAS
                   MOVE NOTAS-NUM-DISCIPLINAS TO WS-GRE-POS
                   MOVE SPACE TO NOTAS-DISCIPLINAS(WS-GRE-POS)
                   MOVE WS-GRE-DISC TO DISC-CODIGO(WS-GRE-POS)
                   MOVE WS-GRE-PERIODO TO DISC-PERIODO(WS-GRE-POS)
                   MOVE ZERO TO DISC-NOTA(WS-GRE-POS)
                   MOVE ZERO TO DISC-RECURSO(WS-GRE-POS)
                   MOVE SPACE TO DISC-RECURSO-FLAG(WS-GRE-POS)
               END-IF
           END-IF
           IF WS-GRE-POS > ZERO
               MOVE WS-GRE-PERIODO TO WS-MOV-PERIODO
               PERFORM OBTER-TURMA-PERIODO
               MOVE WS-TURMA-PERIODO TO WS-PED-TURMA
               MOVE WS-GRE-DISC TO WS-PED-DISC
               MOVE WS-GRE-PERIODO TO WS-PED-PERIODO
               PERFORM VERIFICAR-PAUTA-PUBLICADA
               IF WS-PAUTA-PUBLICADA = "S"
                   MOVE "D" TO WS-PED-CAMPO
                   MOVE DISC-NOTA(WS-GRE-POS) TO WS-PED-ANTES
                   MOVE GRA-NOVA(WS-GRE-IDX) TO WS-PED-NOVA
                   MOVE "GRELHA DE NOTAS" TO WS-PED-MOTIVO
                   MOVE WS-OPERADOR TO WS-PED-REQUERENTE
                   PERFORM REGISTAR-PEDIDO-ALTERACAO
                   IF WS-PED-GRAVADO = "S"
                       ADD 1 TO WS-GRE-PEDIDOS
                       DISPLAY "ALUNO " NOTAS-NUMBER ": PAUTA JA "
                           "PUBLICADA. PEDIDO " WS-PED-NUMERO
                           " PARA O SUPERVISOR."
                   ELSE
                       ADD 1 TO WS-GRE-REJEITADAS
                       DISPLAY "ALUNO " NOTAS-NUMBER ": PAUTA JA "
                           "PUBLICADA E PEDIDO NAO GRAVADO."
                   END-IF
               ELSE
                   MOVE "L" TO WS-AUD-OP
                   MOVE NOTAS-NUMBER TO WS-AUD-NUM
                   MOVE DISC-NOTA(WS-GRE-POS) TO WS-ANTES-NOTA1
                   MOVE ZERO TO WS-ANTES-NOTA2 WS-ANTES-NOTA3
                   MOVE ZERO TO WS-ANTES-MEDIA
                   MOVE GRA-NOVA(WS-GRE-IDX) TO WS-DEPOIS-NOTA1
                   MOVE ZERO TO WS-DEPOIS-NOTA2 WS-DEPOIS-NOTA3
                   MOVE ZERO TO WS-DEPOIS-MEDIA
                   MOVE GRA-NOVA(WS-GRE-IDX) TO DISC-NOTA(WS-GRE-POS)
                   REWRITE REG-ALUNO
                   ADD 1 TO WS-GRE-GRAVADAS
                   PERFORM REGISTAR-AUDITORIA
               END-IF
           END-IF
           .

       REGISTAR-SESSAO-INICIO.
           MOVE "INICIO" TO WS-SESSAO-EVENTO-TMP
           PERFORM REGISTAR-SESSAO
       SAIR.
           PERFORM REGISTAR-SESSAO-FIM
           STOP RUN.

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

      * nota em WS-NOTA-TEMP contra a escala ja obtida para a turma.
      * zero e aceite em qualquer escala: e a nota ainda por lancar.
       VERIFICAR-NOTA-ESCALA.
           MOVE "S" TO WS-NOTA-NA-ESCALA
           MOVE WS-NOTA-BASE TO WS-F-BASE
           MOVE WS-NOTA-MAXIMA TO WS-F-MAXIMA
           IF WS-NOTA-TEMP > WS-NOTA-MAXIMA
               MOVE "N" TO WS-NOTA-NA-ESCALA
           END-IF
           IF WS-NOTA-TEMP < WS-NOTA-BASE AND WS-NOTA-TEMP NOT = ZERO
               MOVE "N" TO WS-NOTA-NA-ESCALA
           END-IF
           .
