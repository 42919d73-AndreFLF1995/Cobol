       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASPUR.
      *--------------------------------------------------
      * retencao de dados dos alunos que sairam da escola: lote
      * supervisionado (so perfil "S") que procura os alunos que
      * sairam ha mais tempo do que RETENCAO_ALUNOS.PRM anos (5 por
      * omissao) e:
      *   - apaga o encarregado (ENCARR.DAT), os dados demograficos
      *     (DEMOGRAFIA.DAT) e o escalao da acao social
      *     (ACAO_SOCIAL.DAT);
      *   - no historico e nos arquivos troca o numero e o nome do
      *     aluno por um token anonimo (numero de 99999 para baixo,
      *     nome "ANONIMO nnnnn"): PERCURSO.DAT, NOTAS_ARQ.SEQ,
      *     AUDIT_ARQ.SEQ e AUDIT_ARQ_P1 a P3. as notas, medias,
      *     faltas e decisoes ficam, para as estatisticas nao
      *     mudarem. no NOTAS.DAT (aluno inativo ainda no ano) so o
      *     nome e trocado, para a reconciliacao do NOTASREC.
      * a data de saida e a da ultima linha do percurso (transicao
      * em que o aluno caiu) para quem ja nao esta no NOTAS.DAT, ou
      * a do ultimo "D" (APAGAR) na auditoria para os inativos.
      * cada corrida imprime PURGA.LST e acrescenta ao registo
      * permanente PURGA_REG.LOG uma linha por aluno (modo, data de
      * saida, o que foi removido, supervisor, quando). a
      * simulacao (modo 1) nao altera nada; a execucao (modo 2) so
      * e aceite depois de uma simulacao no mesmo dia e so trata os
      * alunos que essa simulacao listou. o ultimo token usado fica
      * em PURGA_CTL.DAT - a ligacao numero/token nao e guardada.
      * os registos de demografia ou encarregado de numeros que
      * nao estao no NOTAS.DAT nem no percurso nao tem data de
      * saida: sao listados para revisao e nunca apagados aqui.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "sldemograf.cbl".
           COPY "slencarr.cbl".
           COPY "slase.cbl".
           COPY "slpercurso.cbl".
           COPY "sloperador.cbl".

           SELECT ARQUIVO-FILE ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT TEMP-FILE ASSIGN TO "PURGA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAM-FILE ASSIGN TO "RETENCAO_ALUNOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PURGAREG-FILE ASSIGN TO "PURGA_REG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PURGACTL-FILE ASSIGN TO "PURGA_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT LISTA-FILE ASSIGN TO "PURGA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fddemograf.cbl".
           COPY "fdencarr.cbl".
           COPY "fdase.cbl".
           COPY "fdpercurso.cbl".
           COPY "fdoperador.cbl".

           FD  ARQUIVO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-ARQUIVO PIC X(240).

           FD  TEMP-FILE
               LABEL RECORD IS STANDARD.
           01  REG-TEMP PIC X(240).

           FD  PARAM-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-PARAM PIC X(2).

           FD  PURGAREG-FILE
               LABEL RECORD IS STANDARD.
           01  REG-PURGA.
               05 PRG-TIMESTAMP    PIC X(26).
               05 PRG-MODO         PIC X(1).
                   88 PRG-SIMULACAO    VALUE "S".
                   88 PRG-EXECUCAO     VALUE "E".
               05 PRG-SUPERVISOR   PIC X(4).
               05 PRG-NOTAS-NUMBER PIC 9(5).
               05 PRG-DATA-SAIDA   PIC X(8).
               05 PRG-ORIGEM       PIC X(1).
               05 PRG-ENCARR       PIC X(1).
               05 PRG-DEMOG        PIC X(1).
               05 PRG-ASE          PIC X(1).
               05 PRG-PERCURSO     PIC 9(3).
               05 PRG-ARQUIVO      PIC 9(5).
               05 PRG-RETENCAO     PIC 9(2).

           FD  PURGACTL-FILE
               LABEL RECORD IS STANDARD.
           01  REG-PURGACTL.
               05 CTL-ULTIMO-TOKEN PIC 9(5).

           FD  LISTA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-LISTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-DEMOG-STATUS PIC XX.
           77 WS-ENCARR-STATUS PIC XX.
           77 WS-ASE-STATUS PIC XX.
           77 WS-PERCURSO-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-ARQ-STATUS PIC XX.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-REG-STATUS PIC XX.
           77 WS-CTL-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-MODO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-SAI PIC X.
           77 WS-ARQ-SAI PIC X.
           77 WS-HOJE PIC X(8).
           77 WS-DATA-CORTE PIC X(8).
           77 WS-ANO-CORTE PIC 9(4).
           77 WS-RETENCAO-ANOS PIC 9(2).
           77 WS-NOME-ARQUIVO PIC X(30).
           77 WS-ARQ-IDX PIC 9(1).
           77 WS-ARQ-TIPO PIC X(1).
           77 WS-IDX PIC 9(3).
           77 WS-POS PIC 9(3).
           77 WS-ACHADO PIC 9(3).
           77 WS-TOTAL-CAND PIC 9(3) VALUE 0.
           77 WS-TOTAL-INA PIC 9(3) VALUE 0.
           77 WS-TOTAL-SIM PIC 9(3) VALUE 0.
           77 WS-TOTAL-ORFAOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-TRATADOS PIC 9(3) VALUE 0.
           77 WS-TOTAL-ADIADOS PIC 9(3) VALUE 0.
           77 WS-GRUPO-NUMERO PIC 9(5).
           77 WS-GRUPO-DATA PIC X(8).
           77 WS-GRUPO-ANONIMO PIC X.
           77 WS-NUMERO PIC 9(5).
           77 WS-TOKEN PIC 9(6).
           77 WS-TOKEN-NOME PIC X(20).
           77 WS-EM-USO PIC X.
           77 WS-ENC-ABERTO PIC X.
           77 WS-DEM-ABERTO PIC X.
           77 WS-ASE-ABERTO PIC X.
           77 WS-PER-ABERTO PIC X.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-F-TOKEN PIC 9(5).

      * alunos a purgar nesta corrida.
           01 WS-CANDIDATOS.
               05 WS-CAND OCCURS 500 TIMES.
                   10 CAN-NUMERO     PIC 9(5).
                   10 CAN-SAIDA      PIC X(8).
                   10 CAN-ORIGEM     PIC X(1).
                   10 CAN-EXECUTA    PIC X(1).
                   10 CAN-TOKEN      PIC 9(5).
                   10 CAN-ENCARR     PIC X(1).
                   10 CAN-DEMOG      PIC X(1).
                   10 CAN-ASE        PIC X(1).
                   10 CAN-PERCURSO   PIC 9(3).
                   10 CAN-ARQUIVO    PIC 9(5).

      * inativos do NOTAS.DAT e data do ultimo APAGAR na auditoria.
           01 WS-INATIVOS.
               05 WS-INA OCCURS 500 TIMES.
                   10 INA-NUMERO     PIC 9(5).
                   10 INA-SAIDA      PIC X(8).

      * alunos listados pela simulacao de hoje.
           01 WS-SIMULADOS.
               05 SIM-NUMERO PIC 9(5) OCCURS 500 TIMES.

           01 WS-AUD-LINHA.
               05 WS-AUD-TIMESTAMP   PIC X(26).
               05 WS-AUD-OPERACAO    PIC X(1).
               05 WS-AUD-NUMERO      PIC 9(5).
               05 WS-AUD-RESTO       PIC X(48).

           01 WS-ARQ-ALUNO.
               05 WS-ARQ-NUMERO      PIC 9(5).
               05 WS-ARQ-NOME        PIC A(20).
               05 WS-ARQ-RESTO       PIC X(215).

           01 WS-LINHA-CAND.
               05 WS-L-NUMERO  PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-SAIDA   PIC X(8).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-ORIGEM  PIC X(1).
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-L-ENCARR  PIC X(1).
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-L-DEMOG   PIC X(1).
               05 FILLER       PIC X(4) VALUE SPACE.
               05 WS-L-ASE     PIC X(1).
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-L-PERC    PIC ZZ9.
               05 FILLER       PIC X(3) VALUE SPACE.
               05 WS-L-ARQ     PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-L-ESTADO  PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-SUPERVISOR
           IF WS-PERFIL NOT = "S"
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM OBTER-RETENCAO
           MOVE WS-HOJE(1:4) TO WS-ANO-CORTE
           SUBTRACT WS-RETENCAO-ANOS FROM WS-ANO-CORTE
           MOVE WS-HOJE TO WS-DATA-CORTE
           MOVE WS-ANO-CORTE TO WS-DATA-CORTE(1:4)
           DISPLAY "RETENCAO: " WS-RETENCAO-ANOS " ANOS. SAIDAS "
               "ANTERIORES A " WS-DATA-CORTE
           DISPLAY "MODO: 1-SIMULACAO (NAO ALTERA NADA) "
               "2-EXECUCAO"
           ACCEPT WS-MODO
           IF WS-MODO NOT = "1" AND WS-MODO NOT = "2"
               DISPLAY "MODO INVALIDO."
               STOP RUN
           END-IF
           IF WS-MODO = "2"
               PERFORM CARREGAR-SIMULACAO
               IF WS-TOTAL-SIM = ZERO
                   DISPLAY "NAO HA SIMULACAO DE HOJE COM ALUNOS A "
                       "PURGAR. CORRA PRIMEIRO O MODO 1."
                   STOP RUN
               END-IF
               DISPLAY "A EXECUCAO APAGA E ANONIMIZA OS "
                   WS-TOTAL-SIM " ALUNOS DA SIMULACAO. CONTINUA? "
                   "(S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "PURGA CANCELADA."
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF
           PERFORM CARREGAR-INATIVOS
           PERFORM DATAR-INATIVOS
           PERFORM PERCORRER-PERCURSO
           CLOSE NOTAS-FILE
           IF WS-MODO = "2"
               PERFORM MARCAR-SIMULADOS
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-CAND
                   MOVE "S" TO CAN-EXECUTA(WS-IDX)
               END-PERFORM
           END-IF
           OPEN OUTPUT LISTA-FILE
           PERFORM ESCREVER-CABECALHO
           PERFORM TRATAR-CANDIDATOS
           PERFORM TRATAR-ARQUIVOS
           PERFORM ESCREVER-CANDIDATOS
           PERFORM LISTAR-ORFAOS
           PERFORM ESCREVER-TOTAIS
           CLOSE LISTA-FILE
           PERFORM REGISTAR-PURGA
           DISPLAY "ALUNOS A PURGAR:   " WS-TOTAL-TRATADOS
           IF WS-TOTAL-ADIADOS > ZERO
               DISPLAY "FORA DA SIMULACAO: " WS-TOTAL-ADIADOS
           END-IF
           DISPLAY "SEM DATA DE SAIDA: " WS-TOTAL-ORFAOS
           DISPLAY "PURGA.LST ESCRITO."
           STOP RUN.

           LOGIN-SUPERVISOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               MOVE "ADMN" TO WS-OPERADOR
               MOVE "S" TO WS-PERFIL
           ELSE
               DISPLAY "CODIGO DO SUPERVISOR: "
                   ACCEPT WS-LOGIN-CODIGO
               DISPLAY "SENHA: "
                   ACCEPT WS-LOGIN-SENHA
               MOVE WS-LOGIN-CODIGO TO OP-CODIGO
               READ OPERADOR-FILE KEY IS OP-CODIGO
                   INVALID KEY
                       DISPLAY "OPERADOR DESCONHECIDO."
                   NOT INVALID KEY
                       IF OP-SENHA = WS-LOGIN-SENHA AND
                               PERFIL-SUPERVISOR
                           MOVE OP-CODIGO TO WS-OPERADOR
                           MOVE OP-PERFIL TO WS-PERFIL
                       ELSE
                           DISPLAY "SENHA ERRADA OU SEM PERFIL "
                               "DE SUPERVISOR."
                       END-IF
               END-READ
               CLOSE OPERADOR-FILE
           END-IF
           .

      * anos de retencao (2 digitos); sem parametro valem 5.
           OBTER-RETENCAO.
           MOVE 5 TO WS-RETENCAO-ANOS
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHA-PARAM IS NUMERIC
                           MOVE LINHA-PARAM TO WS-RETENCAO-ANOS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           .

      * a execucao so trata os alunos que a simulacao de hoje
      * listou no registo.
           CARREGAR-SIMULACAO.
           MOVE ZERO TO WS-TOTAL-SIM
           OPEN INPUT PURGAREG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ PURGAREG-FILE
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF PRG-SIMULACAO AND
                                   PRG-TIMESTAMP(1:8) = WS-HOJE AND
                                   WS-TOTAL-SIM < 500
                               ADD 1 TO WS-TOTAL-SIM
                               MOVE PRG-NOTAS-NUMBER TO
                                   SIM-NUMERO(WS-TOTAL-SIM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGAREG-FILE
           END-IF
           .

           MARCAR-SIMULADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CAND
               MOVE "N" TO CAN-EXECUTA(WS-IDX)
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > WS-TOTAL-SIM
                   IF SIM-NUMERO(WS-POS) = CAN-NUMERO(WS-IDX)
                       MOVE "S" TO CAN-EXECUTA(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           CARREGAR-INATIVOS.
           MOVE ZERO TO WS-TOTAL-INA
           MOVE "N" TO WS-SAI
           PERFORM UNTIL WS-SAI = "S"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-SAI
                   NOT AT END
                       IF ALUNO-INATIVO AND WS-TOTAL-INA < 500
                               AND NOMEALUNO(1:8) NOT = "ANONIMO "
                           ADD 1 TO WS-TOTAL-INA
                           MOVE NOTAS-NUMBER TO
                               INA-NUMERO(WS-TOTAL-INA)
                           MOVE SPACE TO INA-SAIDA(WS-TOTAL-INA)
                       END-IF
               END-READ
           END-PERFORM
           .

      * o ultimo "D" de cada inativo nos arquivos dos periodos e no
      * log vivo; um inativo sem "D" nao tem data e nao sai.
           DATAR-INATIVOS.
           IF WS-TOTAL-INA > ZERO
               PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                       UNTIL WS-ARQ-IDX > 4
                   EVALUATE WS-ARQ-IDX
                       WHEN 1
                           MOVE "AUDIT_ARQ_P1.LOG" TO WS-NOME-ARQUIVO
                       WHEN 2
                           MOVE "AUDIT_ARQ_P2.LOG" TO WS-NOME-ARQUIVO
                       WHEN 3
                           MOVE "AUDIT_ARQ_P3.LOG" TO WS-NOME-ARQUIVO
                       WHEN 4
                           MOVE "AUDITORIA.LOG" TO WS-NOME-ARQUIVO
                   END-EVALUATE
                   PERFORM PROCURAR-APAGAR
               END-PERFORM
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-INA
               IF INA-SAIDA(WS-IDX) NOT = SPACE AND
                       INA-SAIDA(WS-IDX) < WS-DATA-CORTE
                   MOVE INA-NUMERO(WS-IDX) TO WS-NUMERO
                   MOVE INA-SAIDA(WS-IDX) TO WS-GRUPO-DATA
                   MOVE "I" TO WS-ARQ-TIPO
                   PERFORM ACRESCENTAR-CANDIDATO
               END-IF
           END-PERFORM
           .

           PROCURAR-APAGAR.
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQ-STATUS = "00"
               MOVE "N" TO WS-ARQ-SAI
               PERFORM UNTIL WS-ARQ-SAI = "S"
                   READ ARQUIVO-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-SAI
                       NOT AT END
                           MOVE REG-ARQUIVO(1:80) TO WS-AUD-LINHA
                           IF WS-AUD-OPERACAO = "D"
                               PERFORM DATAR-INATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
           END-IF
           .

           DATAR-INATIVO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-INA
               IF INA-NUMERO(WS-IDX) = WS-AUD-NUMERO
                   MOVE WS-AUD-TIMESTAMP(1:8) TO INA-SAIDA(WS-IDX)
               END-IF
           END-PERFORM
           .

      * o percurso esta por numero + ano letivo: a ultima linha de
      * cada numero e a da transicao em que o aluno saiu. so conta
      * quem ja nao esta no NOTAS.DAT.
           PERCORRER-PERCURSO.
           MOVE ZERO TO WS-GRUPO-NUMERO
           MOVE SPACE TO WS-GRUPO-DATA
           MOVE "N" TO WS-GRUPO-ANONIMO
           OPEN INPUT PERCURSO-FILE
           IF WS-PERCURSO-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ PERCURSO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           IF PER-NOTAS-NUMBER NOT = WS-GRUPO-NUMERO
                               PERFORM AVALIAR-GRUPO
                               MOVE PER-NOTAS-NUMBER TO
                                   WS-GRUPO-NUMERO
                               MOVE "N" TO WS-GRUPO-ANONIMO
                           END-IF
                           MOVE PER-TIMESTAMP(1:8) TO WS-GRUPO-DATA
                           IF PER-NOMEALUNO(1:8) = "ANONIMO "
                               MOVE "S" TO WS-GRUPO-ANONIMO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM AVALIAR-GRUPO
               CLOSE PERCURSO-FILE
           END-IF
           .

      * um grupo ja anonimizado (nome "ANONIMO nnnnn") nao volta a
      * ser candidato.
           AVALIAR-GRUPO.
           IF WS-GRUPO-NUMERO NOT = ZERO AND
                   WS-GRUPO-DATA < WS-DATA-CORTE AND
                   WS-GRUPO-ANONIMO = "N"
               MOVE WS-GRUPO-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE WS-GRUPO-NUMERO TO WS-NUMERO
                       MOVE "P" TO WS-ARQ-TIPO
                       PERFORM ACRESCENTAR-CANDIDATO
               END-READ
           END-IF
           .

           ACRESCENTAR-CANDIDATO.
           IF WS-TOTAL-CAND < 500
               ADD 1 TO WS-TOTAL-CAND
               MOVE WS-NUMERO TO CAN-NUMERO(WS-TOTAL-CAND)
               MOVE WS-GRUPO-DATA TO CAN-SAIDA(WS-TOTAL-CAND)
               MOVE WS-ARQ-TIPO TO CAN-ORIGEM(WS-TOTAL-CAND)
               MOVE "N" TO CAN-EXECUTA(WS-TOTAL-CAND)
               MOVE ZERO TO CAN-TOKEN(WS-TOTAL-CAND)
               MOVE "N" TO CAN-ENCARR(WS-TOTAL-CAND)
                           CAN-DEMOG(WS-TOTAL-CAND)
                           CAN-ASE(WS-TOTAL-CAND)
               MOVE ZERO TO CAN-PERCURSO(WS-TOTAL-CAND)
                            CAN-ARQUIVO(WS-TOTAL-CAND)
           END-IF
           .

      * registos por numero: encarregado, demografia e acao social
      * sao apagados; o percurso passa para o token. na simulacao
      * so se conta.
           TRATAR-CANDIDATOS.
           IF WS-MODO = "2"
               PERFORM LER-CONTROLO
               OPEN I-O NOTAS-FILE
               OPEN I-O ENCARR-FILE
               OPEN I-O DEMOG-FILE
               OPEN I-O ASE-FILE
               OPEN I-O PERCURSO-FILE
           ELSE
               OPEN INPUT NOTAS-FILE
               OPEN INPUT ENCARR-FILE
               OPEN INPUT DEMOG-FILE
               OPEN INPUT ASE-FILE
               OPEN INPUT PERCURSO-FILE
           END-IF
           PERFORM MARCAR-ABERTOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CAND
               IF CAN-EXECUTA(WS-IDX) = "S"
                   ADD 1 TO WS-TOTAL-TRATADOS
                   PERFORM TRATAR-CANDIDATO
               ELSE
                   ADD 1 TO WS-TOTAL-ADIADOS
               END-IF
           END-PERFORM
           CLOSE NOTAS-FILE
           IF WS-ENC-ABERTO = "S"
               CLOSE ENCARR-FILE
           END-IF
           IF WS-DEM-ABERTO = "S"
               CLOSE DEMOG-FILE
           END-IF
           IF WS-ASE-ABERTO = "S"
               CLOSE ASE-FILE
           END-IF
           IF WS-PER-ABERTO = "S"
               CLOSE PERCURSO-FILE
           END-IF
           IF WS-MODO = "2"
               PERFORM GRAVAR-CONTROLO
           END-IF
           .

      * um ficheiro que nao exista fica simplesmente de fora.
           MARCAR-ABERTOS.
           MOVE "N" TO WS-ENC-ABERTO WS-DEM-ABERTO WS-ASE-ABERTO
                       WS-PER-ABERTO
           IF WS-ENCARR-STATUS = "00"
               MOVE "S" TO WS-ENC-ABERTO
           END-IF
           IF WS-DEMOG-STATUS = "00"
               MOVE "S" TO WS-DEM-ABERTO
           END-IF
           IF WS-ASE-STATUS = "00"
               MOVE "S" TO WS-ASE-ABERTO
           END-IF
           IF WS-PERCURSO-STATUS = "00"
               MOVE "S" TO WS-PER-ABERTO
           END-IF
           .

           TRATAR-CANDIDATO.
           MOVE CAN-NUMERO(WS-IDX) TO WS-NUMERO
           IF WS-MODO = "2"
               PERFORM ATRIBUIR-TOKEN
               MOVE WS-TOKEN TO CAN-TOKEN(WS-IDX)
           END-IF
           IF WS-ENC-ABERTO = "S"
               MOVE WS-NUMERO TO ENC-NOTAS-NUMBER
               READ ENCARR-FILE KEY IS ENC-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAN-ENCARR(WS-IDX)
                       IF WS-MODO = "2"
                           DELETE ENCARR-FILE RECORD
                       END-IF
               END-READ
           END-IF
           IF WS-DEM-ABERTO = "S"
               MOVE WS-NUMERO TO DEM-NOTAS-NUMBER
               READ DEMOG-FILE KEY IS DEM-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAN-DEMOG(WS-IDX)
                       IF WS-MODO = "2"
                           DELETE DEMOG-FILE RECORD
                       END-IF
               END-READ
           END-IF
           IF WS-ASE-ABERTO = "S"
               MOVE WS-NUMERO TO ASE-NOTAS-NUMBER
               READ ASE-FILE KEY IS ASE-NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAN-ASE(WS-IDX)
                       IF WS-MODO = "2"
                           DELETE ASE-FILE RECORD
                       END-IF
               END-READ
           END-IF
           IF WS-PER-ABERTO = "S"
               PERFORM ANONIMIZAR-PERCURSO
           END-IF
           IF WS-MODO = "2" AND CAN-ORIGEM(WS-IDX) = "I"
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-TOKEN-NOME TO NOMEALUNO
                       REWRITE REG-ALUNO
               END-READ
           END-IF
           .

      * cada linha do percurso do aluno e apagada e regravada com
      * o numero e o nome do token; recomeca-se do inicio do numero
      * porque a chave mudou.
           ANONIMIZAR-PERCURSO.
           MOVE "N" TO WS-ARQ-SAI
           PERFORM UNTIL WS-ARQ-SAI = "S"
               MOVE WS-NUMERO TO PER-NOTAS-NUMBER
               MOVE LOW-VALUES TO PER-ANO-LETIVO
               START PERCURSO-FILE KEY IS NOT LESS THAN PER-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-ARQ-SAI
               END-START
               IF WS-ARQ-SAI = "N"
                   READ PERCURSO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-ARQ-SAI
                   END-READ
               END-IF
               IF WS-ARQ-SAI = "N"
                   IF PER-NOTAS-NUMBER NOT = WS-NUMERO
                       MOVE "S" TO WS-ARQ-SAI
                   ELSE
                       ADD 1 TO CAN-PERCURSO(WS-IDX)
                       IF WS-MODO = "2"
                           PERFORM REGRAVAR-PERCURSO
                       ELSE
                           PERFORM SALTAR-PERCURSO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

           REGRAVAR-PERCURSO.
           DELETE PERCURSO-FILE RECORD
           MOVE WS-TOKEN TO PER-NOTAS-NUMBER
           MOVE WS-TOKEN-NOME TO PER-NOMEALUNO
           WRITE REG-PERCURSO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR PERCURSO DE "
                       WS-NUMERO
           END-WRITE
           .

      * na simulacao nada muda: conta o resto das linhas do numero.
           SALTAR-PERCURSO.
           PERFORM UNTIL WS-ARQ-SAI = "S"
               READ PERCURSO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ARQ-SAI
                   NOT AT END
                       IF PER-NOTAS-NUMBER NOT = WS-NUMERO
                           MOVE "S" TO WS-ARQ-SAI
                       ELSE
                           ADD 1 TO CAN-PERCURSO(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           .

      * o token desce a partir do ultimo usado (PURGA_CTL.DAT),
      * saltando numeros que existam no NOTAS.DAT ou no percurso.
           ATRIBUIR-TOKEN.
           MOVE "S" TO WS-EM-USO
           PERFORM UNTIL WS-EM-USO = "N"
               SUBTRACT 1 FROM WS-TOKEN
               MOVE "N" TO WS-EM-USO
               MOVE WS-TOKEN TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EM-USO
               END-READ
               IF WS-EM-USO = "N" AND WS-PER-ABERTO = "S"
                   MOVE WS-TOKEN TO PER-NOTAS-NUMBER
                   MOVE LOW-VALUES TO PER-ANO-LETIVO
                   START PERCURSO-FILE KEY IS NOT LESS THAN PER-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PERCURSO-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PER-NOTAS-NUMBER = WS-TOKEN
                                       MOVE "S" TO WS-EM-USO
                                   END-IF
                           END-READ
                   END-START
               END-IF
           END-PERFORM
           MOVE WS-TOKEN TO WS-F-TOKEN
           MOVE SPACE TO WS-TOKEN-NOME
           STRING "ANONIMO " WS-F-TOKEN
               DELIMITED BY SIZE INTO WS-TOKEN-NOME
           .

           LER-CONTROLO.
           MOVE 100000 TO WS-TOKEN
           OPEN INPUT PURGACTL-FILE
           IF WS-CTL-STATUS = "00"
               READ PURGACTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ULTIMO-TOKEN IS NUMERIC
                           MOVE CTL-ULTIMO-TOKEN TO WS-TOKEN
                       END-IF
               END-READ
               CLOSE PURGACTL-FILE
           END-IF
           .

           GRAVAR-CONTROLO.
           OPEN OUTPUT PURGACTL-FILE
           MOVE WS-TOKEN TO CTL-ULTIMO-TOKEN
           WRITE REG-PURGACTL
           CLOSE PURGACTL-FILE
           .

      * arquivos sequenciais: NOTAS_ARQ.SEQ (numero e nome) e os
      * arquivos de auditoria (numero). na execucao cada ficheiro e
      * reescrito via PURGA.TMP, como o catalogo do NOTASGRD.
           TRATAR-ARQUIVOS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1 UNTIL WS-ARQ-IDX > 5
               EVALUATE WS-ARQ-IDX
                   WHEN 1
                       MOVE "NOTAS_ARQ.SEQ" TO WS-NOME-ARQUIVO
                       MOVE "N" TO WS-ARQ-TIPO
                   WHEN 2
                       MOVE "AUDIT_ARQ.SEQ" TO WS-NOME-ARQUIVO
                       MOVE "A" TO WS-ARQ-TIPO
                   WHEN 3
                       MOVE "AUDIT_ARQ_P1.LOG" TO WS-NOME-ARQUIVO
                       MOVE "A" TO WS-ARQ-TIPO
                   WHEN 4
                       MOVE "AUDIT_ARQ_P2.LOG" TO WS-NOME-ARQUIVO
                       MOVE "A" TO WS-ARQ-TIPO
                   WHEN 5
                       MOVE "AUDIT_ARQ_P3.LOG" TO WS-NOME-ARQUIVO
                       MOVE "A" TO WS-ARQ-TIPO
               END-EVALUATE
               IF WS-TOTAL-TRATADOS > ZERO
                   PERFORM TRATAR-ARQUIVO
               END-IF
           END-PERFORM
           .

           TRATAR-ARQUIVO.
           OPEN INPUT ARQUIVO-FILE
           IF WS-ARQ-STATUS = "00"
               IF WS-MODO = "2"
                   OPEN OUTPUT TEMP-FILE
               END-IF
               MOVE "N" TO WS-ARQ-SAI
               PERFORM UNTIL WS-ARQ-SAI = "S"
                   READ ARQUIVO-FILE
                       AT END
                           MOVE "S" TO WS-ARQ-SAI
                       NOT AT END
                           PERFORM TRATAR-LINHA-ARQUIVO
                           IF WS-MODO = "2"
                               MOVE REG-ARQUIVO TO REG-TEMP
                               WRITE REG-TEMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
               IF WS-MODO = "2"
                   CLOSE TEMP-FILE
                   PERFORM REESCREVER-ARQUIVO
               END-IF
           END-IF
           .

           TRATAR-LINHA-ARQUIVO.
           IF WS-ARQ-TIPO = "N"
               MOVE REG-ARQUIVO TO WS-ARQ-ALUNO
               MOVE WS-ARQ-NUMERO TO WS-NUMERO
           ELSE
               MOVE REG-ARQUIVO(1:80) TO WS-AUD-LINHA
               MOVE WS-AUD-NUMERO TO WS-NUMERO
           END-IF
           MOVE ZERO TO WS-ACHADO
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOTAL-CAND
               IF CAN-NUMERO(WS-POS) = WS-NUMERO AND
                       CAN-EXECUTA(WS-POS) = "S"
                   MOVE WS-POS TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO > ZERO
               ADD 1 TO CAN-ARQUIVO(WS-ACHADO)
               IF WS-MODO = "2"
                   MOVE CAN-TOKEN(WS-ACHADO) TO WS-F-TOKEN
                   IF WS-ARQ-TIPO = "N"
                       MOVE CAN-TOKEN(WS-ACHADO) TO WS-ARQ-NUMERO
                       MOVE SPACE TO WS-ARQ-NOME
                       STRING "ANONIMO " WS-F-TOKEN
                           DELIMITED BY SIZE INTO WS-ARQ-NOME
                       MOVE WS-ARQ-ALUNO TO REG-ARQUIVO
                   ELSE
                       MOVE CAN-TOKEN(WS-ACHADO) TO WS-AUD-NUMERO
                       MOVE WS-AUD-LINHA TO REG-ARQUIVO(1:80)
                   END-IF
               END-IF
           END-IF
           .

           REESCREVER-ARQUIVO.
           OPEN INPUT TEMP-FILE
           OPEN OUTPUT ARQUIVO-FILE
           MOVE "N" TO WS-ARQ-SAI
           PERFORM UNTIL WS-ARQ-SAI = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO WS-ARQ-SAI
                   NOT AT END
                       MOVE REG-TEMP TO REG-ARQUIVO
                       WRITE REG-ARQUIVO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-FILE
           CLOSE TEMP-FILE
           .

           ESCREVER-CABECALHO.
           IF WS-MODO = "1"
               MOVE "ESCOLA - PURGA DE DADOS DE ALUNOS - SIMULACAO"
                   TO LINHA-LISTA
           ELSE
               MOVE "ESCOLA - PURGA DE DADOS DE ALUNOS - EXECUCAO"
                   TO LINHA-LISTA
           END-IF
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           STRING "DATA: " WS-HOJE "  SUPERVISOR: " WS-OPERADOR
                  "  RETENCAO: " WS-RETENCAO-ANOS " ANOS"
                  "  CORTE: " WS-DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "ORIGEM: P = SAIU NA TRANSICAO, I = INATIVO NO ANO"
               TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "NUMERO  SAIDA     ORIG ENC  DEM  ASE  PERC  ARQUIV"
               TO LINHA-LISTA
           WRITE LINHA-LISTA
           .

           ESCREVER-CANDIDATOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CAND
               MOVE CAN-NUMERO(WS-IDX) TO WS-L-NUMERO
               MOVE CAN-SAIDA(WS-IDX) TO WS-L-SAIDA
               MOVE CAN-ORIGEM(WS-IDX) TO WS-L-ORIGEM
               MOVE CAN-ENCARR(WS-IDX) TO WS-L-ENCARR
               MOVE CAN-DEMOG(WS-IDX) TO WS-L-DEMOG
               MOVE CAN-ASE(WS-IDX) TO WS-L-ASE
               MOVE CAN-PERCURSO(WS-IDX) TO WS-L-PERC
               MOVE CAN-ARQUIVO(WS-IDX) TO WS-L-ARQ
               IF CAN-EXECUTA(WS-IDX) = "N"
                   MOVE "NAO SIMULADO" TO WS-L-ESTADO
               ELSE
                   IF WS-MODO = "1"
                       MOVE "A PURGAR" TO WS-L-ESTADO
                   ELSE
                       MOVE "PURGADO" TO WS-L-ESTADO
                   END-IF
               END-IF
               WRITE LINHA-LISTA FROM WS-LINHA-CAND
           END-PERFORM
           .

      * demografia e encarregados de numeros que nao estao no
      * NOTAS.DAT nem no percurso: sem data de saida, ficam para
      * revisao manual.
           LISTAR-ORFAOS.
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "REGISTOS SEM DATA DE SAIDA (NAO PURGADOS):"
               TO LINHA-LISTA
           WRITE LINHA-LISTA
           OPEN INPUT NOTAS-FILE
           OPEN INPUT PERCURSO-FILE
           MOVE "N" TO WS-PER-ABERTO
           IF WS-PERCURSO-STATUS = "00"
               MOVE "S" TO WS-PER-ABERTO
           END-IF
           OPEN INPUT DEMOG-FILE
           IF WS-DEMOG-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ DEMOG-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           MOVE DEM-NOTAS-NUMBER TO WS-NUMERO
                           MOVE "DEMOGRAFIA" TO WS-L-ESTADO
                           PERFORM VERIFICAR-ORFAO
                   END-READ
               END-PERFORM
               CLOSE DEMOG-FILE
           END-IF
           OPEN INPUT ENCARR-FILE
           IF WS-ENCARR-STATUS = "00"
               MOVE "N" TO WS-SAI
               PERFORM UNTIL WS-SAI = "S"
                   READ ENCARR-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI
                       NOT AT END
                           MOVE ENC-NOTAS-NUMBER TO WS-NUMERO
                           MOVE "ENCARREGADO" TO WS-L-ESTADO
                           PERFORM VERIFICAR-ORFAO
                   END-READ
               END-PERFORM
               CLOSE ENCARR-FILE
           END-IF
           IF WS-PER-ABERTO = "S"
               CLOSE PERCURSO-FILE
           END-IF
           CLOSE NOTAS-FILE
           .

           VERIFICAR-ORFAO.
           MOVE "S" TO WS-EM-USO
           MOVE WS-NUMERO TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-EM-USO
           END-READ
           IF WS-EM-USO = "N" AND WS-PER-ABERTO = "S"
               MOVE WS-NUMERO TO PER-NOTAS-NUMBER
               MOVE LOW-VALUES TO PER-ANO-LETIVO
               START PERCURSO-FILE KEY IS NOT LESS THAN PER-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PERCURSO-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PER-NOTAS-NUMBER = WS-NUMERO
                                   MOVE "S" TO WS-EM-USO
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-EM-USO = "N"
               ADD 1 TO WS-TOTAL-ORFAOS
               MOVE WS-NUMERO TO WS-F-NUMERO
               MOVE SPACE TO LINHA-LISTA
               STRING "  " WS-F-NUMERO "  " WS-L-ESTADO
                   DELIMITED BY SIZE INTO LINHA-LISTA
               WRITE LINHA-LISTA
           END-IF
           .

           ESCREVER-TOTAIS.
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           STRING "ALUNOS TRATADOS: " WS-TOTAL-TRATADOS
                  "  FORA DA SIMULACAO: " WS-TOTAL-ADIADOS
                  "  SEM DATA DE SAIDA: " WS-TOTAL-ORFAOS
               DELIMITED BY SIZE INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE "O SUPERVISOR: ______________________" TO LINHA-LISTA
           WRITE LINHA-LISTA
           .

      * registo permanente: uma linha por aluno tratado, com o
      * modo; o token nao e registado.
           REGISTAR-PURGA.
           OPEN EXTEND PURGAREG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT PURGAREG-FILE
               CLOSE PURGAREG-FILE
               OPEN EXTEND PURGAREG-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CAND
               IF CAN-EXECUTA(WS-IDX) = "S"
                   MOVE SPACE TO REG-PURGA
                   MOVE FUNCTION CURRENT-DATE TO PRG-TIMESTAMP
                   IF WS-MODO = "1"
                       SET PRG-SIMULACAO TO TRUE
                   ELSE
                       SET PRG-EXECUCAO TO TRUE
                   END-IF
                   MOVE WS-OPERADOR TO PRG-SUPERVISOR
                   MOVE CAN-NUMERO(WS-IDX) TO PRG-NOTAS-NUMBER
                   MOVE CAN-SAIDA(WS-IDX) TO PRG-DATA-SAIDA
                   MOVE CAN-ORIGEM(WS-IDX) TO PRG-ORIGEM
                   MOVE CAN-ENCARR(WS-IDX) TO PRG-ENCARR
                   MOVE CAN-DEMOG(WS-IDX) TO PRG-DEMOG
                   MOVE CAN-ASE(WS-IDX) TO PRG-ASE
                   MOVE CAN-PERCURSO(WS-IDX) TO PRG-PERCURSO
                   MOVE CAN-ARQUIVO(WS-IDX) TO PRG-ARQUIVO
                   MOVE WS-RETENCAO-ANOS TO PRG-RETENCAO
                   WRITE REG-PURGA
               END-IF
           END-PERFORM
           CLOSE PURGAREG-FILE
           .
