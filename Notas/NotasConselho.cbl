       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCON.
      *--------------------------------------------------
      * conselhos de turma: regista a reuniao de cada turma em
      * cada periodo (data, hora, presidente, secretario e membros
      * presentes, em CONSELHOS.DAT) e as deliberacoes tomadas
      * (DELIBERACOES.DAT, chave ano letivo + turma + periodo +
      * sequencia): aluno, tipo, disciplina, nota antes e depois
      * e a fundamentacao. tipos de deliberacao:
      *   N - alteracao de classificacao: a nota da disciplina e
      *       periodo do aluno e reescrita no NOTAS-FILE e fica uma
      *       linha "C" (CONSELHO) no AUDITORIA.LOG com a nota
      *       anterior e a nova, com o operador. com a pauta ja
      *       afixada a nota muda na mesma (a decisao e do
      *       conselho) e fica no PAUTA_REG.DAT uma linha "R" com o
      *       pedido "CT" + sequencia, para o NOTASPAU imprimir nova
      *       versao. periodo fechado no NOTASFCH nao se altera.
      *   T - transita por deliberacao (so no 3o periodo): o
      *       NOTASTRA faz transitar o aluno mesmo com media abaixo
      *       do minimo da escala.
      *   M - medida pedagogica ou outra deliberacao, so texto.
      * o aluno tem de ter estado na turma no fim do periodo
      * (MOVIMENTOS_TURMA.DAT, do NOTASMOV). a ata oficial sai em
      * ATA_CONSELHO.LST, no modelo do ministerio: cabecalho da
      * escola (ESCOLA.PRM), abertura, presencas, um ponto por tipo
      * de deliberacao, encerramento e assinaturas. o perfil de
      * consulta so lista e imprime.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slconselho.cbl".
           COPY "sldelib.cbl".
           COPY "slturmas.cbl".
           COPY "slcalendar.cbl".
           COPY "slfechos.cbl".
           COPY "slauditoria.cbl".
           COPY "sloperador.cbl".
           COPY "slpautareg.cbl".
           COPY "slmovturma.cbl".
           COPY "slescalas.cbl".

           SELECT ESCOLA-FILE ASSIGN TO "ESCOLA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCOLA-STATUS.

           SELECT ATA-FILE ASSIGN TO "ATA_CONSELHO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdconselho.cbl".
           COPY "fddelib.cbl".
           COPY "fdturmas.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdfechos.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdoperador.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdescalas.cbl".

           FD  ESCOLA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ESCOLA PIC X(6).

           FD  ATA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ATA PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-CONSELHO-STATUS PIC XX.
           77 WS-DELIB-STATUS PIC XX.
           77 WS-TURMAS-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-FECHOS-STATUS PIC XX.
           77 WS-AUD-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-ESCALAS-STATUS PIC XX.
           77 WS-ESCOLA-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-TENTATIVAS PIC 9(1).
           77 WS-ANO-LETIVO PIC X(9).
           77 WS-CAL-SAI PIC X.
           77 WS-ESCOLA PIC X(6).
           77 WS-TURMA PIC X(4).
           77 WS-PERIODO PIC 9(1).
           77 WS-PERIODO-X PIC X(1).
           77 WS-VALIDO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-CON-EXISTE PIC X(1).
           77 WS-NOTAS-ABERTO PIC X(1).
           77 WS-DELIB-ABERTO PIC X(1).
           77 WS-HOJE PIC X(8).
           77 WS-DATA PIC X(8).
           77 WS-HORA PIC X(4).
           77 WS-FIM-MEMBROS PIC X(1).
           77 WS-MEMBRO-NOME PIC X(30).
           77 WS-M PIC 9(2).
           77 WS-NOTAS-NUMBER PIC 9(5).
           77 WS-TIPO PIC X(1).
           77 WS-DISC PIC X(6).
           77 WS-D PIC 9(2).
           77 WS-POS PIC 9(2).
           77 WS-NOTA-ANTES PIC 99V99.
           77 WS-NOTA-NOVA PIC 99V99.
           77 WS-JUST-1 PIC X(60).
           77 WS-JUST-2 PIC X(60).
           77 WS-JA-TRANSITA PIC X(1).
           77 WS-DEL-SEQ PIC 9(3).
           77 WS-DEL-SAI PIC X(1).
           77 WS-DEL-GRAVADO PIC X(1).
           77 WS-TOTAL-DELIB PIC 9(3).
           77 WS-PAU-SAI PIC X.
           77 WS-PAUTA-PUBLICADA PIC X.
           77 WS-PAU-TURMA PIC X(4).
           77 WS-PAU-DISC PIC X(6).
           77 WS-PAU-PERIODO PIC 9(1).
           77 WS-FECHO-IDX PIC 9(1).
           77 WS-FECHO-SAI PIC X.
           77 WS-MOV-EXISTE PIC X VALUE "N".
           77 WS-MOV-SAI PIC X.
           77 WS-MOV-IDX PIC 9(2).
           77 WS-MOV-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOV-ALUNO PIC 9(5) VALUE 0.
           77 WS-MOV-ANO-INICIO PIC X(8).
           77 WS-MOV-PERIODO PIC 9(1).
           77 WS-TURMA-PERIODO PIC X(4).
           77 WS-ESC-SAI PIC X.
           77 WS-ESC-IDX PIC 9(2).
           77 WS-TOTAL-ESCALAS PIC 9(2) VALUE 0.
           77 WS-ESC-TURMA PIC X(4).
           77 WS-ESC-NIVEL PIC 9(2).
           77 WS-NOTA-BASE PIC 99V99 VALUE 0.
           77 WS-NOTA-MAXIMA PIC 99V99 VALUE 20.00.
           77 WS-NOTA-MINIMA PIC 99V99 VALUE 10.00.
           77 WS-ESC-NOME PIC X(12).
           77 WS-F-NOTA PIC Z9.99.
           77 WS-F-NOTA2 PIC Z9.99.
           77 WS-F-BASE PIC Z9.99.
           77 WS-F-MAXIMA PIC Z9.99.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-F-SEQ PIC ZZ9.
           77 WS-F-MEMBRO PIC Z9.
           77 WS-NOME-ALUNO PIC X(20).
           77 WS-DESC-TIPO PIC X(14).
           77 WS-SECCAO-TIPO PIC X(1).
           77 WS-SECCAO-TITULO PIC X(60).
           77 WS-SECCAO-CONTA PIC 9(3).
           77 WS-MES PIC 9(2).

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

      * nomes dos meses para a abertura da ata.
           01 WS-NOMES-MES.
               05 FILLER PIC X(9) VALUE "JANEIRO".
               05 FILLER PIC X(9) VALUE "FEVEREIRO".
               05 FILLER PIC X(9) VALUE "MARCO".
               05 FILLER PIC X(9) VALUE "ABRIL".
               05 FILLER PIC X(9) VALUE "MAIO".
               05 FILLER PIC X(9) VALUE "JUNHO".
               05 FILLER PIC X(9) VALUE "JULHO".
               05 FILLER PIC X(9) VALUE "AGOSTO".
               05 FILLER PIC X(9) VALUE "SETEMBRO".
               05 FILLER PIC X(9) VALUE "OUTUBRO".
               05 FILLER PIC X(9) VALUE "NOVEMBRO".
               05 FILLER PIC X(9) VALUE "DEZEMBRO".
           01 WS-NOMES-MES-TAB REDEFINES WS-NOMES-MES.
               05 WS-NOME-MES PIC X(9) OCCURS 12 TIMES.

           01 WS-LINHA-DELIBERACAO.
               05 WS-L-SEQ     PIC ZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-ALUNO   PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-TIPO    PIC X(14).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-DISC    PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-ANTES   PIC Z9.99.
               05 FILLER       PIC X(4) VALUE " -> ".
               05 WS-L-DEPOIS  PIC Z9.99.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-OPER    PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR
           PERFORM OBTER-ANO-LETIVO
           PERFORM CARREGAR-ESCALAS.

           INICIO.
           MOVE "N" TO SAI
               DISPLAY "   ***   CONSELHOS DE TURMA " WS-ANO-LETIVO
                   "   ***".
               DISPLAY "   ***   1-REGISTAR REUNIAO E PRESENCAS   ***".
               DISPLAY "   ***   2-REGISTAR DELIBERACAO   ***".
               DISPLAY "   ***   3-DELIBERACOES DE UMA TURMA   ***".
               DISPLAY "   ***   4-IMPRIMIR ATA   ***".
               DISPLAY "         ***   0-SAIR   ***".

           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   IF WS-PERFIL = "C"
                       DISPLAY "PERFIL DE CONSULTA: OPERACAO NEGADA."
                   ELSE
                       PERFORM REGISTAR-CONSELHO
                   END-IF
               WHEN "2"
                   IF WS-PERFIL = "C"
                       DISPLAY "PERFIL DE CONSULTA: OPERACAO NEGADA."
                   ELSE
                       PERFORM REGISTAR-DELIBERACAO
                   END-IF
               WHEN "3"
                   PERFORM LISTAR-DELIBERACOES
               WHEN "4"
                   PERFORM IMPRIMIR-ATA
               WHEN "0"
                   STOP RUN
           END-EVALUATE
           PERFORM INICIO
           .

      * turma e periodo da reuniao. a turma tem de existir no
      * TURMAS.DAT; sem ficheiro de turmas aceita-se, como no resto
      * do sistema.
           PEDIR-TURMA-PERIODO.
           MOVE "S" TO WS-VALIDO
           MOVE SPACE TO WS-TURMA
           DISPLAY "TURMA: "
               ACCEPT WS-TURMA
           IF WS-TURMA = SPACE
               MOVE "N" TO WS-VALIDO
               DISPLAY "TURMA OBRIGATORIA."
           ELSE
               OPEN INPUT TURMAS-FILE
               IF WS-TURMAS-STATUS = "00"
                   MOVE WS-TURMA TO TURMA-CODIGO
                   READ TURMAS-FILE KEY IS TURMA-CODIGO
                       INVALID KEY
                           MOVE "N" TO WS-VALIDO
                           DISPLAY "TURMA " WS-TURMA
                               " NAO EXISTE (NOTASTRM)."
                   END-READ
                   CLOSE TURMAS-FILE
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               MOVE SPACE TO WS-PERIODO-X
               DISPLAY "PERIODO (1-3): "
                   ACCEPT WS-PERIODO-X
               IF WS-PERIODO-X < "1" OR WS-PERIODO-X > "3"
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "PERIODO INVALIDO."
               ELSE
                   MOVE WS-PERIODO-X TO WS-PERIODO
               END-IF
           END-IF
           .

      * uma reuniao por turma e periodo no ano letivo. registar de
      * novo substitui as presencas (a ata e reimpressa).
           REGISTAR-CONSELHO.
           PERFORM PEDIR-TURMA-PERIODO
           IF WS-VALIDO = "S"
               OPEN I-O CONSELHO-FILE
               IF WS-CONSELHO-STATUS = "35"
                   OPEN OUTPUT CONSELHO-FILE
                   CLOSE CONSELHO-FILE
                   OPEN I-O CONSELHO-FILE
               END-IF
               MOVE WS-ANO-LETIVO TO CON-ANO-LETIVO
               MOVE WS-TURMA TO CON-TURMA
               MOVE WS-PERIODO TO CON-PERIODO
               MOVE "N" TO WS-CON-EXISTE
               READ CONSELHO-FILE KEY IS CON-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CON-EXISTE
               END-READ
               IF WS-CON-EXISTE = "S"
                   MOVE CON-NUM-MEMBROS TO WS-F-MEMBRO
                   DISPLAY "REUNIAO JA REGISTADA EM " CON-DATA
                       " COM " WS-F-MEMBRO " MEMBROS."
                   DISPLAY "SUBSTITUIR OS DADOS DA REUNIAO? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "REGISTO MANTIDO."
                   END-IF
               END-IF
               IF WS-VALIDO = "S"
                   PERFORM PEDIR-DADOS-REUNIAO
               END-IF
               IF WS-VALIDO = "S"
                   PERFORM GRAVAR-CONSELHO
               END-IF
               CLOSE CONSELHO-FILE
           END-IF
           .

           PEDIR-DADOS-REUNIAO.
           MOVE SPACE TO REG-CONSELHO
           MOVE WS-ANO-LETIVO TO CON-ANO-LETIVO
           MOVE WS-TURMA TO CON-TURMA
           MOVE WS-PERIODO TO CON-PERIODO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE SPACE TO WS-DATA
           DISPLAY "DATA DA REUNIAO AAAAMMDD (ENTER = HOJE): "
               ACCEPT WS-DATA
           IF WS-DATA = SPACE
               MOVE WS-HOJE TO WS-DATA
           END-IF
           IF WS-DATA IS NOT NUMERIC OR WS-DATA > WS-HOJE
                   OR WS-DATA(5:2) < "01" OR WS-DATA(5:2) > "12"
                   OR WS-DATA(7:2) < "01" OR WS-DATA(7:2) > "31"
               MOVE "N" TO WS-VALIDO
               DISPLAY "DATA INVALIDA."
           END-IF
           IF WS-VALIDO = "S"
               MOVE SPACE TO WS-HORA
               DISPLAY "HORA DE INICIO HHMM: "
                   ACCEPT WS-HORA
               IF WS-HORA IS NOT NUMERIC OR WS-HORA(1:2) > "23"
                       OR WS-HORA(3:2) > "59"
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "HORA INVALIDA."
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               MOVE WS-DATA TO CON-DATA
               MOVE WS-HORA TO CON-HORA
               DISPLAY "PRESIDENTE (DIRETOR DE TURMA): "
                   ACCEPT CON-PRESIDENTE
               DISPLAY "SECRETARIO: "
                   ACCEPT CON-SECRETARIO
               IF CON-PRESIDENTE = SPACE OR CON-SECRETARIO = SPACE
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "PRESIDENTE E SECRETARIO SAO OBRIGATORIOS."
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               MOVE ZERO TO CON-NUM-MEMBROS
               DISPLAY "OUTROS MEMBROS PRESENTES (ENTER NO NOME PARA "
                   "TERMINAR):"
               MOVE "N" TO WS-FIM-MEMBROS
               PERFORM UNTIL WS-FIM-MEMBROS = "S"
                       OR CON-NUM-MEMBROS = 12
                   COMPUTE WS-F-MEMBRO = CON-NUM-MEMBROS + 1
                   MOVE SPACE TO WS-MEMBRO-NOME
                   DISPLAY "MEMBRO " WS-F-MEMBRO " - NOME: "
                       ACCEPT WS-MEMBRO-NOME
                   IF WS-MEMBRO-NOME = SPACE
                       MOVE "S" TO WS-FIM-MEMBROS
                   ELSE
                       ADD 1 TO CON-NUM-MEMBROS
                       MOVE WS-MEMBRO-NOME TO
                           CON-MEMBRO-NOME(CON-NUM-MEMBROS)
                       DISPLAY "   QUALIDADE (EX.: PROF MAT, "
                           "REP PAIS): "
                       ACCEPT CON-MEMBRO-QUALIDADE(CON-NUM-MEMBROS)
                   END-IF
               END-PERFORM
               IF CON-NUM-MEMBROS = ZERO
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "CONSELHO SEM MEMBROS. REGISTO CANCELADO."
               END-IF
           END-IF
           .

           GRAVAR-CONSELHO.
           MOVE WS-OPERADOR TO CON-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO CON-TIMESTAMP
           IF WS-CON-EXISTE = "S"
               REWRITE REG-CONSELHO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A REUNIAO ("
                           WS-CONSELHO-STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "REUNIAO ATUALIZADA."
               END-REWRITE
           ELSE
               WRITE REG-CONSELHO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A REUNIAO ("
                           WS-CONSELHO-STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "REUNIAO REGISTADA."
               END-WRITE
           END-IF
           .

      * a deliberacao so se regista depois da reuniao (opcao 1) e
      * para um aluno que estava na turma no fim desse periodo.
           REGISTAR-DELIBERACAO.
           MOVE "N" TO WS-NOTAS-ABERTO
           PERFORM PEDIR-TURMA-PERIODO
           IF WS-VALIDO = "S"
               PERFORM VERIFICAR-REUNIAO
           END-IF
           IF WS-VALIDO = "S"
               OPEN I-O NOTAS-FILE
               IF WS-NOTAS-STATUS NOT = "00"
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               ELSE
                   MOVE "S" TO WS-NOTAS-ABERTO
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               PERFORM PEDIR-ALUNO
           END-IF
           IF WS-VALIDO = "S"
               DISPLAY "TIPO: N-ALTERA NOTA  T-TRANSITA POR "
                   "DELIBERACAO  M-MEDIDA/OUTRA"
               MOVE SPACE TO WS-TIPO
               ACCEPT WS-TIPO
               EVALUATE WS-TIPO
                   WHEN "N"
                       PERFORM PREPARAR-ALTERACAO-NOTA
                   WHEN "T"
                       PERFORM PREPARAR-TRANSICAO
                   WHEN "M"
                       PERFORM PREPARAR-MEDIDA
                   WHEN OTHER
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "TIPO INVALIDO."
               END-EVALUATE
           END-IF
           IF WS-VALIDO = "S"
               PERFORM PEDIR-JUSTIFICACAO
           END-IF
           IF WS-VALIDO = "S"
               DISPLAY "CONFIRMA A DELIBERACAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRAVAR-DELIBERACAO
               ELSE
                   DISPLAY "DELIBERACAO CANCELADA."
               END-IF
           END-IF
           IF WS-NOTAS-ABERTO = "S"
               CLOSE NOTAS-FILE
           END-IF
           .

           VERIFICAR-REUNIAO.
           OPEN INPUT CONSELHO-FILE
           IF WS-CONSELHO-STATUS NOT = "00"
               MOVE "N" TO WS-VALIDO
               DISPLAY "AINDA NAO HA REUNIOES REGISTADAS (OPCAO 1)."
           ELSE
               MOVE WS-ANO-LETIVO TO CON-ANO-LETIVO
               MOVE WS-TURMA TO CON-TURMA
               MOVE WS-PERIODO TO CON-PERIODO
               READ CONSELHO-FILE KEY IS CON-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "REGISTE PRIMEIRO A REUNIAO DESTA "
                           "TURMA E PERIODO (OPCAO 1)."
               END-READ
               CLOSE CONSELHO-FILE
           END-IF
           .

           PEDIR-ALUNO.
           DISPLAY "NUMERO DO ALUNO: "
               ACCEPT WS-NOTAS-NUMBER
           MOVE WS-NOTAS-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "ALUNO NAO ENCONTRADO!"
               NOT INVALID KEY
                   IF ALUNO-INATIVO
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "ALUNO APAGADO. USE REPOR ANTES."
                   END-IF
           END-READ
           IF WS-VALIDO = "S"
               PERFORM ABRIR-MOVIMENTOS
               MOVE WS-PERIODO TO WS-MOV-PERIODO
               PERFORM OBTER-TURMA-PERIODO
               PERFORM FECHAR-MOVIMENTOS
               DISPLAY "NOME: " NOMEALUNO
               IF WS-TURMA-PERIODO NOT = WS-TURMA
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "O ALUNO ESTAVA NA TURMA " WS-TURMA-PERIODO
                       " NO FIM DO " WS-PERIODO "o PERIODO, NAO NA "
                       WS-TURMA "."
               END-IF
           END-IF
           .

      * a nota alterada e a da disciplina no periodo do conselho,
      * ja lancada; tem de caber na escala da turma e ser diferente
      * da atual. com o periodo fechado no NOTASFCH nao se mexe.
           PREPARAR-ALTERACAO-NOTA.
           PERFORM CARREGAR-FECHOS
           IF WS-FECHO-PERIODO(WS-PERIODO) = "F"
               MOVE "N" TO WS-VALIDO
               DISPLAY "PERIODO " WS-PERIODO " FECHADO (NOTASFCH). "
                   "REABRA-O ANTES DE ALTERAR NOTAS."
           ELSE
               DISPLAY "NOTAS DO " WS-PERIODO "o PERIODO:"
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
                   IF DISC-PERIODO(WS-D) = WS-PERIODO
                       MOVE DISC-NOTA(WS-D) TO WS-F-NOTA
                       DISPLAY "    " DISC-CODIGO(WS-D) "  " WS-F-NOTA
                   END-IF
               END-PERFORM
               MOVE SPACE TO WS-DISC
               DISPLAY "DISCIPLINA: "
                   ACCEPT WS-DISC
               MOVE ZERO TO WS-POS
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > NOTAS-NUM-DISCIPLINAS
                   IF DISC-CODIGO(WS-D) = WS-DISC AND
                           DISC-PERIODO(WS-D) = WS-PERIODO
                       MOVE WS-D TO WS-POS
                   END-IF
               END-PERFORM
               IF WS-POS = ZERO
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "O ALUNO NAO TEM NOTA DE " WS-DISC
                       " NO " WS-PERIODO "o PERIODO."
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               MOVE DISC-NOTA(WS-POS) TO WS-NOTA-ANTES
               MOVE WS-TURMA TO WS-ESC-TURMA
               PERFORM OBTER-ESCALA-TURMA
               MOVE WS-NOTA-BASE TO WS-F-BASE
               MOVE WS-NOTA-MAXIMA TO WS-F-MAXIMA
               MOVE WS-NOTA-ANTES TO WS-F-NOTA
               DISPLAY "NOTA ATUAL: " WS-F-NOTA
               DISPLAY "NOVA NOTA (" WS-F-BASE " A " WS-F-MAXIMA "): "
               ACCEPT WS-NOTA-NOVA
               IF WS-NOTA-NOVA > WS-NOTA-MAXIMA OR
                       WS-NOTA-NOVA < WS-NOTA-BASE
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "A NOTA TEM DE ESTAR ENTRE " WS-F-BASE
                       " E " WS-F-MAXIMA " (" WS-ESC-NOME ")!"
               ELSE
                   IF WS-NOTA-NOVA = WS-NOTA-ANTES
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "A NOTA NOVA E IGUAL A ATUAL."
                   END-IF
               END-IF
           END-IF
           .

      * a transicao por deliberacao decide-se no conselho do fim do
      * ano, uma vez por aluno e ano letivo.
           PREPARAR-TRANSICAO.
           MOVE SPACE TO WS-DISC
           MOVE ZERO TO WS-NOTA-ANTES WS-NOTA-NOVA
           IF WS-PERIODO NOT = 3
               MOVE "N" TO WS-VALIDO
               DISPLAY "A TRANSICAO POR DELIBERACAO SO SE REGISTA NO "
                   "CONSELHO DO 3o PERIODO."
           ELSE
               PERFORM VERIFICAR-TRANSICAO-REGISTADA
               IF WS-JA-TRANSITA = "S"
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "TRANSICAO POR DELIBERACAO JA REGISTADA "
                       "PARA ESTE ALUNO EM " WS-ANO-LETIVO "."
               END-IF
           END-IF
           .

           PREPARAR-MEDIDA.
           MOVE ZERO TO WS-NOTA-ANTES WS-NOTA-NOVA
           MOVE SPACE TO WS-DISC
           DISPLAY "DISCIPLINA (ENTER SE NAO SE APLICA): "
               ACCEPT WS-DISC
           .

           PEDIR-JUSTIFICACAO.
           MOVE SPACE TO WS-JUST-1 WS-JUST-2
           DISPLAY "FUNDAMENTACAO (LINHA 1): "
               ACCEPT WS-JUST-1
           IF WS-JUST-1 = SPACE
               MOVE "N" TO WS-VALIDO
               DISPLAY "A FUNDAMENTACAO E OBRIGATORIA."
           ELSE
               DISPLAY "FUNDAMENTACAO (LINHA 2, ENTER PARA NENHUMA): "
                   ACCEPT WS-JUST-2
           END-IF
           .

      * as deliberacoes do aluno estao seguidas na chave alternativa
      * DEL-NOTAS-NUMBER.
           VERIFICAR-TRANSICAO-REGISTADA.
           MOVE "N" TO WS-JA-TRANSITA
           OPEN INPUT DELIB-FILE
           IF WS-DELIB-STATUS = "00"
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
                                   MOVE "S" TO WS-JA-TRANSITA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIB-FILE
           END-IF
           .

      * a deliberacao e gravada antes da nota: se a nota nao puder
      * ser reescrita a deliberacao e apagada, para o ficheiro de
      * deliberacoes nunca mostrar uma alteracao que nao aconteceu.
      * so uma chave duplicada (outro operador gravou a mesma
      * sequencia) leva a tentar a seguinte; qualquer outro erro,
      * ou a sequencia 999 ja usada, deixa tudo como estava.
           GRAVAR-DELIBERACAO.
           OPEN I-O DELIB-FILE
           IF WS-DELIB-STATUS = "35"
               OPEN OUTPUT DELIB-FILE
               CLOSE DELIB-FILE
               OPEN I-O DELIB-FILE
           END-IF
           IF WS-DELIB-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AS DELIBERACOES ("
                   WS-DELIB-STATUS "). DELIBERACAO NAO REGISTADA."
           ELSE
               PERFORM OBTER-ULTIMA-SEQUENCIA
               MOVE "N" TO WS-DEL-GRAVADO
               PERFORM UNTIL WS-DEL-GRAVADO NOT = "N"
                   IF WS-DEL-SEQ NOT < 999
                       MOVE "E" TO WS-DEL-GRAVADO
                   ELSE
                       PERFORM ESCREVER-DELIBERACAO
                   END-IF
               END-PERFORM
               IF WS-DEL-GRAVADO = "S"
                   MOVE WS-DEL-SEQ TO WS-F-SEQ
                   IF WS-TIPO = "N"
                       PERFORM APLICAR-ALTERACAO-NOTA
                   ELSE
                       DISPLAY "DELIBERACAO " WS-F-SEQ " REGISTADA."
                   END-IF
               ELSE
                   DISPLAY "ERRO AO GRAVAR A DELIBERACAO ("
                       WS-DELIB-STATUS "). NADA FOI ALTERADO."
               END-IF
               CLOSE DELIB-FILE
           END-IF
           .

           ESCREVER-DELIBERACAO.
           ADD 1 TO WS-DEL-SEQ
           MOVE SPACE TO REG-DELIBERACAO
           MOVE WS-ANO-LETIVO TO DEL-ANO-LETIVO
           MOVE WS-TURMA TO DEL-TURMA
           MOVE WS-PERIODO TO DEL-PERIODO
           MOVE WS-DEL-SEQ TO DEL-SEQ
           MOVE NOTAS-NUMBER TO DEL-NOTAS-NUMBER
           MOVE WS-TIPO TO DEL-TIPO
           MOVE WS-DISC TO DEL-DISC-CODIGO
           MOVE WS-NOTA-ANTES TO DEL-NOTA-ANTES
           MOVE WS-NOTA-NOVA TO DEL-NOTA-DEPOIS
           MOVE WS-JUST-1 TO DEL-JUSTIFICACAO(1)
           MOVE WS-JUST-2 TO DEL-JUSTIFICACAO(2)
           MOVE WS-OPERADOR TO DEL-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO DEL-TIMESTAMP
           WRITE REG-DELIBERACAO
           IF WS-DELIB-STATUS = "00"
               MOVE "S" TO WS-DEL-GRAVADO
           ELSE
               IF WS-DELIB-STATUS NOT = "22"
                   MOVE "E" TO WS-DEL-GRAVADO
               END-IF
           END-IF
           .

      * ultima sequencia ja usada na turma e periodo deste ano.
           OBTER-ULTIMA-SEQUENCIA.
           MOVE ZERO TO WS-DEL-SEQ
           MOVE WS-ANO-LETIVO TO DEL-ANO-LETIVO
           MOVE WS-TURMA TO DEL-TURMA
           MOVE WS-PERIODO TO DEL-PERIODO
           MOVE ZERO TO DEL-SEQ
           MOVE "N" TO WS-DEL-SAI
           START DELIB-FILE KEY IS NOT LESS THAN DEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-DEL-SAI
           END-START
           PERFORM UNTIL WS-DEL-SAI = "S"
               READ DELIB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-DEL-SAI
                   NOT AT END
                       IF DEL-ANO-LETIVO NOT = WS-ANO-LETIVO OR
                               DEL-TURMA NOT = WS-TURMA OR
                               DEL-PERIODO NOT = WS-PERIODO
                           MOVE "S" TO WS-DEL-SAI
                       ELSE
                           MOVE DEL-SEQ TO WS-DEL-SEQ
                       END-IF
               END-READ
           END-PERFORM
           .

           APLICAR-ALTERACAO-NOTA.
           MOVE WS-NOTA-NOVA TO DISC-NOTA(WS-POS)
           REWRITE REG-ALUNO
               INVALID KEY
                   MOVE WS-ANO-LETIVO TO DEL-ANO-LETIVO
                   MOVE WS-TURMA TO DEL-TURMA
                   MOVE WS-PERIODO TO DEL-PERIODO
                   MOVE WS-DEL-SEQ TO DEL-SEQ
                   DELETE DELIB-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   DISPLAY "ERRO AO GRAVAR A NOTA (" WS-NOTAS-STATUS
                       "). DELIBERACAO ANULADA."
               NOT INVALID KEY
                   PERFORM REGISTAR-AUDITORIA-CONSELHO
                   MOVE WS-NOTA-ANTES TO WS-F-NOTA
                   MOVE WS-NOTA-NOVA TO WS-F-NOTA2
                   DISPLAY "DELIBERACAO " WS-F-SEQ " REGISTADA. NOTA"
                       " DE " WS-DISC " ALTERADA DE " WS-F-NOTA
                       " PARA " WS-F-NOTA2 "."
                   PERFORM MARCAR-REVISAO-PAUTA
           END-REWRITE
           .

      * a linha "C" leva a nota anterior e a nova nas primeiras
      * colunas, como a "L" do NOTASLAN, e o operador da sessao.
           REGISTAR-AUDITORIA-CONSELHO.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE SPACE TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE "C" TO AUD-OPERACAO
           MOVE NOTAS-NUMBER TO AUD-NOTAS-NUMBER
           MOVE WS-NOTA-ANTES TO AUD-A-NOTA1
           MOVE ZERO TO AUD-A-NOTA2 AUD-A-NOTA3 AUD-A-MEDIA
           MOVE WS-NOTA-NOVA TO AUD-D-NOTA1
           MOVE ZERO TO AUD-D-NOTA2 AUD-D-NOTA3 AUD-D-MEDIA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDIT-FILE
           .

      * pauta da disciplina ja afixada: a nota mudou por decisao
      * do conselho e fica pedida nova versao no registo das pautas,
      * como faz o NOTASAPR para as alteracoes aprovadas.
           MARCAR-REVISAO-PAUTA.
           MOVE WS-TURMA TO WS-PAU-TURMA
           MOVE WS-DISC TO WS-PAU-DISC
           MOVE WS-PERIODO TO WS-PAU-PERIODO
           PERFORM VERIFICAR-PAUTA-PUBLICADA
           IF WS-PAUTA-PUBLICADA = "S"
               OPEN EXTEND PAUTA-REG-FILE
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT PAUTA-REG-FILE
                   CLOSE PAUTA-REG-FILE
                   OPEN EXTEND PAUTA-REG-FILE
               END-IF
               MOVE SPACE TO REG-PAUTA-REG
               MOVE WS-TURMA TO PAU-TURMA
               MOVE WS-DISC TO PAU-DISC
               MOVE WS-PERIODO TO PAU-PERIODO
               MOVE ZERO TO PAU-VERSAO
               MOVE FUNCTION CURRENT-DATE TO PAU-TIMESTAMP
               MOVE "R" TO PAU-TIPO
               STRING "CT" WS-DEL-SEQ DELIMITED BY SIZE
                   INTO PAU-PEDIDO
               WRITE REG-PAUTA-REG
               CLOSE PAUTA-REG-FILE
               DISPLAY "A PAUTA DE " WS-DISC " JA ESTAVA AFIXADA: "
                   "IMPRIMA NOVA VERSAO (NOTASPAU)."
           END-IF
           .

      * pauta publicada: ha pelo menos uma versao impressa no
      * registo do NOTASPAU para a turma, a disciplina e o periodo.
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
                                   PAU-TURMA = WS-PAU-TURMA AND
                                   PAU-PERIODO = WS-PAU-PERIODO AND
                                   PAU-DISC = WS-PAU-DISC
                               MOVE "S" TO WS-PAUTA-PUBLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUTA-REG-FILE
           END-IF
           .

           LISTAR-DELIBERACOES.
           PERFORM PEDIR-TURMA-PERIODO
           IF WS-VALIDO = "S"
               MOVE ZERO TO WS-TOTAL-DELIB
               OPEN INPUT DELIB-FILE
               IF WS-DELIB-STATUS NOT = "00"
                   DISPLAY "AINDA NAO HA DELIBERACOES REGISTADAS."
               ELSE
                   DISPLAY "SEQ  ALUNO  TIPO            DISC    "
                       "ANTES    DEPOIS  OPER"
                   PERFORM POSICIONAR-DELIBERACOES
                   PERFORM UNTIL WS-DEL-SAI = "S"
                       PERFORM LER-DELIBERACAO-TURMA
                       IF WS-DEL-SAI NOT = "S"
                           PERFORM MOSTRAR-DELIBERACAO
                       END-IF
                   END-PERFORM
                   CLOSE DELIB-FILE
                   DISPLAY "DELIBERACOES: " WS-TOTAL-DELIB
               END-IF
           END-IF
           .

           MOSTRAR-DELIBERACAO.
           ADD 1 TO WS-TOTAL-DELIB
           PERFORM DESCREVER-TIPO
           MOVE DEL-SEQ TO WS-L-SEQ
           MOVE DEL-NOTAS-NUMBER TO WS-L-ALUNO
           MOVE WS-DESC-TIPO TO WS-L-TIPO
           MOVE DEL-DISC-CODIGO TO WS-L-DISC
           MOVE DEL-NOTA-ANTES TO WS-L-ANTES
           MOVE DEL-NOTA-DEPOIS TO WS-L-DEPOIS
           MOVE DEL-OPERADOR TO WS-L-OPER
           DISPLAY WS-LINHA-DELIBERACAO
           DISPLAY "     " DEL-JUSTIFICACAO(1)
           IF DEL-JUSTIFICACAO(2) NOT = SPACE
               DISPLAY "     " DEL-JUSTIFICACAO(2)
           END-IF
           .

           DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN DEL-ALTERA-NOTA
                   MOVE "ALTERA NOTA" TO WS-DESC-TIPO
               WHEN DEL-TRANSITA
                   MOVE "TRANSITA DELIB" TO WS-DESC-TIPO
               WHEN DEL-MEDIDA
                   MOVE "MEDIDA/OUTRA" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WS-DESC-TIPO
           END-EVALUATE
           .

      * as deliberacoes da turma e periodo do ano corrente estao
      * seguidas na chave principal, pela ordem da sequencia.
           POSICIONAR-DELIBERACOES.
           MOVE WS-ANO-LETIVO TO DEL-ANO-LETIVO
           MOVE WS-TURMA TO DEL-TURMA
           MOVE WS-PERIODO TO DEL-PERIODO
           MOVE ZERO TO DEL-SEQ
           MOVE "N" TO WS-DEL-SAI
           START DELIB-FILE KEY IS NOT LESS THAN DEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-DEL-SAI
           END-START
           .

           LER-DELIBERACAO-TURMA.
           READ DELIB-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-DEL-SAI
               NOT AT END
                   IF DEL-ANO-LETIVO NOT = WS-ANO-LETIVO OR
                           DEL-TURMA NOT = WS-TURMA OR
                           DEL-PERIODO NOT = WS-PERIODO
                       MOVE "S" TO WS-DEL-SAI
                   END-IF
           END-READ
           .

      * ata da reuniao no modelo do ministerio: cabecalho, abertura
      * com a data por extenso, presencas, um ponto por tipo de
      * deliberacao, encerramento e assinaturas.
           IMPRIMIR-ATA.
           PERFORM PEDIR-TURMA-PERIODO
           IF WS-VALIDO = "S"
               OPEN INPUT CONSELHO-FILE
               IF WS-CONSELHO-STATUS NOT = "00"
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "AINDA NAO HA REUNIOES REGISTADAS."
               ELSE
                   MOVE WS-ANO-LETIVO TO CON-ANO-LETIVO
                   MOVE WS-TURMA TO CON-TURMA
                   MOVE WS-PERIODO TO CON-PERIODO
                   READ CONSELHO-FILE KEY IS CON-CHAVE
                       INVALID KEY
                           MOVE "N" TO WS-VALIDO
                           DISPLAY "SEM REUNIAO REGISTADA PARA ESTA "
                               "TURMA E PERIODO."
                   END-READ
                   IF WS-VALIDO = "N"
                       CLOSE CONSELHO-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               PERFORM OBTER-ESCOLA
               MOVE "S" TO WS-NOTAS-ABERTO
               OPEN INPUT NOTAS-FILE
               IF WS-NOTAS-STATUS NOT = "00"
                   MOVE "N" TO WS-NOTAS-ABERTO
               END-IF
               MOVE "S" TO WS-DELIB-ABERTO
               OPEN INPUT DELIB-FILE
               IF WS-DELIB-STATUS NOT = "00"
                   MOVE "N" TO WS-DELIB-ABERTO
               END-IF
               OPEN OUTPUT ATA-FILE
               PERFORM ESCREVER-CABECALHO-ATA
               PERFORM ESCREVER-ABERTURA-ATA
               MOVE "N" TO WS-SECCAO-TIPO
               MOVE "PONTO 1 - ALTERACOES DE CLASSIFICACAO DELIBERADAS"
                   TO WS-SECCAO-TITULO
               PERFORM ESCREVER-SECCAO-ATA
               MOVE "T" TO WS-SECCAO-TIPO
               MOVE "PONTO 2 - TRANSICAO POR DELIBERACAO DO CONSELHO"
                   TO WS-SECCAO-TITULO
               PERFORM ESCREVER-SECCAO-ATA
               MOVE "M" TO WS-SECCAO-TIPO
               MOVE "PONTO 3 - MEDIDAS PEDAGOGICAS E OUTRAS "
                   TO WS-SECCAO-TITULO
               MOVE "DELIBERACOES" TO WS-SECCAO-TITULO(40:12)
               PERFORM ESCREVER-SECCAO-ATA
               PERFORM ESCREVER-ENCERRAMENTO-ATA
               CLOSE ATA-FILE
               IF WS-DELIB-ABERTO = "S"
                   CLOSE DELIB-FILE
               END-IF
               IF WS-NOTAS-ABERTO = "S"
                   CLOSE NOTAS-FILE
               END-IF
               CLOSE CONSELHO-FILE
               DISPLAY "ATA_CONSELHO.LST ESCRITA."
           END-IF
           .

           ESCREVER-CABECALHO-ATA.
           MOVE "                         MINISTERIO DA EDUCACAO"
               TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "ESCOLA: " WS-ESCOLA
                  "                           ANO LETIVO: "
                  WS-ANO-LETIVO
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE "                 ATA DA REUNIAO DO CONSELHO DE TURMA"
               TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "                 TURMA: " WS-TURMA
                  "    PERIODO: " WS-PERIODO "o"
                  "    DATA: " CON-DATA(7:2) "/" CON-DATA(5:2)
                  "/" CON-DATA(1:4)
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           .

           ESCREVER-ABERTURA-ATA.
           MOVE CON-DATA(5:2) TO WS-MES
           MOVE SPACE TO LINHA-ATA
           STRING "AOS " CON-DATA(7:2) " DIAS DO MES DE "
                  DELIMITED BY SIZE
                  WS-NOME-MES(WS-MES) DELIMITED BY SPACE
                  " DE " CON-DATA(1:4) ", PELAS " CON-HORA(1:2)
                  "H" CON-HORA(3:2) ", REUNIU O CONSELHO"
                  DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "DE TURMA DA TURMA " WS-TURMA
                  ", PARA AVALIACAO DOS ALUNOS NO " WS-PERIODO
                  "o PERIODO,"
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "SOB A PRESIDENCIA DE " CON-PRESIDENTE
                  DELIMITED BY "  "
                  ", SERVINDO DE SECRETARIO"
                  DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING CON-SECRETARIO DELIMITED BY "  "
                  ". ESTIVERAM PRESENTES:"
                  DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "  " CON-PRESIDENTE " PRESIDENTE"
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "  " CON-SECRETARIO " SECRETARIO"
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > CON-NUM-MEMBROS
               MOVE SPACE TO LINHA-ATA
               STRING "  " CON-MEMBRO-NOME(WS-M) " "
                      CON-MEMBRO-QUALIDADE(WS-M)
                   DELIMITED BY SIZE INTO LINHA-ATA
               WRITE LINHA-ATA
           END-PERFORM
           .

           ESCREVER-SECCAO-ATA.
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE WS-SECCAO-TITULO TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE ZERO TO WS-SECCAO-CONTA
           IF WS-DELIB-ABERTO = "S"
               PERFORM POSICIONAR-DELIBERACOES
               PERFORM UNTIL WS-DEL-SAI = "S"
                   PERFORM LER-DELIBERACAO-TURMA
                   IF WS-DEL-SAI NOT = "S" AND
                           DEL-TIPO = WS-SECCAO-TIPO
                       PERFORM ESCREVER-DELIBERACAO-ATA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SECCAO-CONTA = ZERO
               MOVE "  NADA HOUVE A DELIBERAR." TO LINHA-ATA
               WRITE LINHA-ATA
           END-IF
           .

      * o nome vem do NOTAS.DAT no momento da impressao; o ficheiro
      * de deliberacoes so guarda o numero do aluno.
           ESCREVER-DELIBERACAO-ATA.
           ADD 1 TO WS-SECCAO-CONTA
           MOVE SPACE TO WS-NOME-ALUNO
           IF WS-NOTAS-ABERTO = "S"
               MOVE DEL-NOTAS-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE SPACE TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE NOMEALUNO TO WS-NOME-ALUNO
               END-READ
           END-IF
           MOVE WS-SECCAO-CONTA TO WS-F-SEQ
           MOVE DEL-NOTAS-NUMBER TO WS-F-NUMERO
           MOVE SPACE TO LINHA-ATA
           STRING "  " WS-F-SEQ ". ALUNO N. " WS-F-NUMERO "  "
                  WS-NOME-ALUNO
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           EVALUATE TRUE
               WHEN DEL-ALTERA-NOTA
                   MOVE DEL-NOTA-ANTES TO WS-F-NOTA
                   MOVE DEL-NOTA-DEPOIS TO WS-F-NOTA2
                   STRING "       DISCIPLINA " DEL-DISC-CODIGO
                          ": CLASSIFICACAO DE " WS-F-NOTA
                          " ALTERADA PARA " WS-F-NOTA2 "."
                       DELIMITED BY SIZE INTO LINHA-ATA
               WHEN DEL-TRANSITA
                   MOVE "       DELIBEROU O CONSELHO A TRANSICAO DO "
                       TO LINHA-ATA
                   MOVE "ALUNO PARA O ANO SEGUINTE." TO
                       LINHA-ATA(43:26)
               WHEN OTHER
                   IF DEL-DISC-CODIGO NOT = SPACE
                       STRING "       DISCIPLINA " DEL-DISC-CODIGO
                           DELIMITED BY SIZE INTO LINHA-ATA
                   END-IF
           END-EVALUATE
           IF LINHA-ATA NOT = SPACE
               WRITE LINHA-ATA
           END-IF
           MOVE SPACE TO LINHA-ATA
           STRING "       FUNDAMENTACAO: " DEL-JUSTIFICACAO(1)
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           IF DEL-JUSTIFICACAO(2) NOT = SPACE
               MOVE SPACE TO LINHA-ATA
               STRING "                      " DEL-JUSTIFICACAO(2)
                   DELIMITED BY SIZE INTO LINHA-ATA
               WRITE LINHA-ATA
           END-IF
           .

           ESCREVER-ENCERRAMENTO-ATA.
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE "E NADA MAIS HAVENDO A TRATAR, FOI ENCERRADA A REUNIAO,"
               TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE "DA QUAL SE LAVROU A PRESENTE ATA QUE, DEPOIS DE LIDA E"
               TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE "APROVADA, VAI SER ASSINADA PELO PRESIDENTE, PELO"
               TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE "SECRETARIO E PELOS MEMBROS PRESENTES." TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "O PRESIDENTE: ______________________________ "
                  CON-PRESIDENTE
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "O SECRETARIO: ______________________________ "
                  CON-SECRETARIO
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > CON-NUM-MEMBROS
               MOVE SPACE TO LINHA-ATA
               WRITE LINHA-ATA
               MOVE SPACE TO LINHA-ATA
               STRING "              ______________________________ "
                      CON-MEMBRO-NOME(WS-M)
                   DELIMITED BY SIZE INTO LINHA-ATA
               WRITE LINHA-ATA
           END-PERFORM
           MOVE SPACE TO LINHA-ATA
           WRITE LINHA-ATA
           MOVE SPACE TO LINHA-ATA
           STRING "REUNIAO REGISTADA POR " CON-OPERADOR " EM "
                  CON-TIMESTAMP(1:8) ". ATA EMITIDA EM "
                  FUNCTION CURRENT-DATE(1:8) " POR " WS-OPERADOR "."
               DELIMITED BY SIZE INTO LINHA-ATA
           WRITE LINHA-ATA
           .

      * o codigo da escola do ESCOLA.PRM vai no cabecalho; sem o
      * parametro o cabecalho segue em branco.
           OBTER-ESCOLA.
           MOVE SPACE TO WS-ESCOLA
           OPEN INPUT ESCOLA-FILE
           IF WS-ESCOLA-STATUS = "00"
               READ ESCOLA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-ESCOLA TO WS-ESCOLA
               END-READ
               CLOSE ESCOLA-FILE
           END-IF
           .

      * o ano letivo e o do calendario escolar (NOTASCAL); sem
      * calendario o operador tem de o indicar, porque faz parte da
      * chave das reunioes e das deliberacoes.
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
               DISPLAY "CALENDARIO SEM ANO LETIVO. ANO LETIVO "
                   "(AAAA/AAAA): "
               ACCEPT WS-ANO-LETIVO
           END-PERFORM
           .

           CARREGAR-FECHOS.
           PERFORM VARYING WS-FECHO-IDX FROM 1 BY 1
                   UNTIL WS-FECHO-IDX > 3
               MOVE "A" TO WS-FECHO-PERIODO(WS-FECHO-IDX)
           END-PERFORM
           OPEN INPUT FECHOS-FILE
           IF WS-FECHOS-STATUS = "00"
               MOVE "N" TO WS-FECHO-SAI
               PERFORM UNTIL WS-FECHO-SAI = "S"
                   READ FECHOS-FILE
                       AT END
                           MOVE "S" TO WS-FECHO-SAI
                       NOT AT END
                           IF FECHO-PERIODO >= 1 AND
                                   FECHO-PERIODO <= 3
                               MOVE FECHO-ESTADO TO
                                   WS-FECHO-PERIODO(FECHO-PERIODO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHOS-FILE
           END-IF
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

      * mudancas de turma (NOTASMOV): abre o registo e guarda o fim
      * de cada periodo do CALENDARIO.DAT. sem registo ou sem
      * calendario o aluno conta na turma atual.
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

           LOGIN-OPERADOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               DISPLAY "SESSAO DE SUPERVISOR ASSUMIDA. USE NOTASOPR."
               MOVE "ADMN" TO WS-OPERADOR
               MOVE "S" TO WS-PERFIL
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM UNTIL WS-PERFIL NOT = SPACE
                       OR WS-TENTATIVAS = 3
                   ADD 1 TO WS-TENTATIVAS
                   DISPLAY "CODIGO DE OPERADOR: "
                       ACCEPT WS-LOGIN-CODIGO
                   DISPLAY "SENHA: "
                       ACCEPT WS-LOGIN-SENHA
                   MOVE WS-LOGIN-CODIGO TO OP-CODIGO
                   READ OPERADOR-FILE KEY IS OP-CODIGO
                       INVALID KEY
                           DISPLAY "OPERADOR DESCONHECIDO."
                       NOT INVALID KEY
                           IF OP-SENHA = WS-LOGIN-SENHA
                               MOVE OP-CODIGO TO WS-OPERADOR
                               MOVE OP-PERFIL TO WS-PERFIL
                           ELSE
                               DISPLAY "SENHA ERRADA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
               IF WS-PERFIL = SPACE
                   DISPLAY "ACESSO NEGADO."
                   STOP RUN
               END-IF
           END-IF
           .
