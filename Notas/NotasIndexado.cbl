           COPY "slprofess.cbl".
           COPY "slatribui.cbl".
           COPY "slinscri.cbl".
           COPY "slescalas.cbl".
           COPY "slpautareg.cbl".
           COPY "slpedidos.cbl".
           COPY "slmovturma.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fdprofess.cbl".
           COPY "fdatribui.cbl".
           COPY "fdinscri.cbl".
           COPY "fdescalas.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdpedidos.cbl".
           COPY "fdmovturma.cbl".

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 WS-ENCONTROU PIC X.
           77 WS-NOTAS-NUMBER PIC 9(5).
           77 WS-NOME-TEMP PIC A(20).
           77 WS-NOTA-TEMP PIC 99V99.
           77 WS-AUD-OP PIC X.
           77 WS-AUD-NUM PIC 9(5).
           77 WS-ENCARR-STATUS PIC XX.
           77 WS-ENCARR-EXISTE PIC X.
           77 WS-ENC-CAMPO PIC X(30).
           77 WS-ENC-CANAL PIC X(1).
           77 WS-ENC-CONTACTO PIC X(40).
           77 WS-OPER-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-ATR-SAI PIC X.
           77 WS-INSCRI-STATUS PIC XX.
           77 WS-INSCRITO PIC X.
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
           77 WS-NOTA-NA-ESCALA PIC X.
           77 WS-F-BASE PIC Z9.99.
           77 WS-F-MAXIMA PIC Z9.99.
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
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-MOV-SAI PIC X.
           77 WS-MOV-PRIMEIRA PIC X.
           77 WS-MOV-PERIODO PIC 9(1).
           77 WS-TURMA-PERIODO PIC X(4).

           01 WS-FECHOS-TABELA.
               05 WS-FECHO-PERIODO PIC X OCCURS 3 TIMES.
                   10 WS-CAL-INICIO PIC X(8).
                   10 WS-CAL-FIM    PIC X(8).

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
           PERFORM LOGIN-OPERADOR
           PERFORM CARREGAR-PROFESSOR
           PERFORM CARREGAR-ESCALAS
           PERFORM REGISTAR-SESSAO-INICIO.

           INICIO.

           VALIDAR.
           MOVE "S" TO WS-VALIDO
           MOVE NOTAS-TURMA TO WS-ESC-TURMA
           PERFORM OBTER-ESCALA-TURMA
           IF NOMEALUNO = SPACE
               DISPLAY "TEM QUE INSERIR UM NOME!"
               MOVE "N" TO WS-VALIDO
               DISPLAY "TEM QUE INSERIR UM NUMERO!"
               MOVE "N" TO WS-VALIDO
           ELSE
               MOVE NOTA1 TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
               IF WS-NOTA-NA-ESCALA = "N"
                   DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
                   MOVE "N" TO WS-VALIDO
               END-IF
           END-IF
               DISPLAY "TEM QUE INSERIR UM NUMERO!"
               MOVE "N" TO WS-VALIDO
           ELSE
               MOVE NOTA2 TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
               IF WS-NOTA-NA-ESCALA = "N"
                   DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
                   MOVE "N" TO WS-VALIDO
               END-IF
           END-IF
               DISPLAY "TEM QUE INSERIR UM NUMERO!"
               MOVE "N" TO WS-VALIDO
           ELSE
               MOVE NOTA3 TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
               IF WS-NOTA-NA-ESCALA = "N"
                   DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
                   MOVE "N" TO WS-VALIDO
               END-IF
           END-IF
                       IF WS-NOME-TEMP NOT = SPACES
                           MOVE WS-NOME-TEMP TO NOMEALUNO
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
                       MOVE 99.99 TO WS-NOTA-TEMP
                       DISPLAY "NOVA 1a NOTA (ENTER PARA MANTER): "
                           ACCEPT WS-NOTA-TEMP
                       IF WS-NOTA-TEMP NOT = 99.99
                           PERFORM VERIFICAR-NOTA-ESCALA
                           IF WS-NOTA-NA-ESCALA = "N"
                               DISPLAY "NOTA INVALIDA (" WS-F-BASE
                                   " A " WS-F-MAXIMA "). MANTIDA."
                           ELSE
                               MOVE 1 TO WS-CAL-PERIODO-VER
                               PERFORM VERIFICAR-PERIODO-CALENDARIO
                               IF WS-CAL-DENTRO = "S"
                                   MOVE 1 TO WS-PED-PERIODO
                                   MOVE NOTA1 TO WS-PED-ANTES
                                   PERFORM PEDIR-APROVACAO-NOTA
                                   IF WS-PAUTA-PUBLICADA = "N"
                                       MOVE WS-NOTA-TEMP TO NOTA1
                                   END-IF
                               ELSE
                                   DISPLAY "PERIODO 1 FORA DO "
                                       "CALENDARIO ESCOLAR "
                       DISPLAY "NOVA 2a NOTA (ENTER PARA MANTER): "
                           ACCEPT WS-NOTA-TEMP
                       IF WS-NOTA-TEMP NOT = 99.99
                           PERFORM VERIFICAR-NOTA-ESCALA
                           IF WS-NOTA-NA-ESCALA = "N"
                               DISPLAY "NOTA INVALIDA (" WS-F-BASE
                                   " A " WS-F-MAXIMA "). MANTIDA."
                           ELSE
                               MOVE 2 TO WS-CAL-PERIODO-VER
                               PERFORM VERIFICAR-PERIODO-CALENDARIO
                               IF WS-CAL-DENTRO = "S"
                                   MOVE 2 TO WS-PED-PERIODO
                                   MOVE NOTA2 TO WS-PED-ANTES
                                   PERFORM PEDIR-APROVACAO-NOTA
                                   IF WS-PAUTA-PUBLICADA = "N"
                                       MOVE WS-NOTA-TEMP TO NOTA2
                                   END-IF
                               ELSE
                                   DISPLAY "PERIODO 2 FORA DO "
                                       "CALENDARIO ESCOLAR "
                       DISPLAY "NOVA 3a NOTA (ENTER PARA MANTER): "
                           ACCEPT WS-NOTA-TEMP
                       IF WS-NOTA-TEMP NOT = 99.99
                           PERFORM VERIFICAR-NOTA-ESCALA
                           IF WS-NOTA-NA-ESCALA = "N"
                               DISPLAY "NOTA INVALIDA (" WS-F-BASE
                                   " A " WS-F-MAXIMA "). MANTIDA."
                           ELSE
                               MOVE 3 TO WS-CAL-PERIODO-VER
                               PERFORM VERIFICAR-PERIODO-CALENDARIO
                               IF WS-CAL-DENTRO = "S"
                                   MOVE 3 TO WS-PED-PERIODO
                                   MOVE NOTA3 TO WS-PED-ANTES
                                   PERFORM PEDIR-APROVACAO-NOTA
                                   IF WS-PAUTA-PUBLICADA = "N"
                                       MOVE WS-NOTA-TEMP TO NOTA3
                                   END-IF
                               ELSE
                                   DISPLAY "PERIODO 3 FORA DO "
                                       "CALENDARIO ESCOLAR "
           PERFORM INICIO
           .

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

      * epoca de recurso: a nota de recurso fica guardada ao lado da
      * nota original da disciplina, sem nunca a substituir. o
      * resultado final considera a melhor das duas. o registo de
               IF WS-INSCRITO NOT = "S"
                   CONTINUE
               ELSE
               MOVE NOTAS-TURMA TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               MOVE WS-NOTA-BASE TO WS-F-BASE
               MOVE WS-NOTA-MAXIMA TO WS-F-MAXIMA
               DISPLAY "NOTA DO RECURSO (" WS-F-BASE " A "
                   WS-F-MAXIMA "): "
               ACCEPT WS-RECURSO-NOTA
               MOVE WS-RECURSO-NOTA TO WS-NOTA-TEMP
               PERFORM VERIFICAR-NOTA-ESCALA
               IF WS-NOTA-NA-ESCALA = "N"
                   DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
               ELSE
                   MOVE "E" TO WS-AUD-OP
                   MOVE WS-NOTAS-NUMBER TO WS-AUD-NUM
                   DISPLAY "MORADA: " ENC-MORADA1
                   DISPLAY "        " ENC-MORADA2
                   DISPLAY "PARENTESCO: " ENC-PARENTESCO
                   DISPLAY "CANAL: " ENC-CANAL "  CONTACTO: "
                       ENC-CONTACTO
           END-READ
           DISPLAY "NOME DO ENCARREGADO (ENTER PARA MANTER): "
               ACCEPT WS-ENC-CAMPO
           IF WS-ENC-CAMPO NOT = SPACES
               MOVE WS-ENC-CAMPO TO ENC-PARENTESCO
           END-IF
      * canal dos avisos diarios de faltas (NOTASAVF): S sms para
      * o telemovel, E e-mail, N sem contacto (vai para a listagem
      * dos alunos sem contacto).
           DISPLAY "CANAL DE AVISOS S-SMS E-EMAIL N-NENHUM "
               "(ENTER PARA MANTER): "
               ACCEPT WS-ENC-CANAL
           IF WS-ENC-CANAL = "S" OR WS-ENC-CANAL = "E" OR
                   WS-ENC-CANAL = "N"
               MOVE WS-ENC-CANAL TO ENC-CANAL
           END-IF
           IF ENC-COM-CONTACTO
               DISPLAY "TELEMOVEL OU E-MAIL (ENTER PARA MANTER): "
                   ACCEPT WS-ENC-CONTACTO
               IF WS-ENC-CONTACTO NOT = SPACES
                   MOVE WS-ENC-CONTACTO TO ENC-CONTACTO
               END-IF
           ELSE
               MOVE SPACE TO ENC-CONTACTO
           END-IF
           IF ENC-NOME = SPACE
               DISPLAY "TEM QUE INSERIR O NOME DO ENCARREGADO!"
           ELSE
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
