       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASAVF.
      *--------------------------------------------------
      * avisos diarios de faltas aos encarregados: passo da cadeia
      * noturna que junta as faltas novas do FALTAS.DAT (as de data
      * posterior ao ultimo aviso, ate hoje - so as de hoje na
      * primeira corrida) ao ENCARR.DAT e escreve o ficheiro
      * AVISO_FALTAS.DAT para a plataforma de mensagens da camara:
      * uma mensagem por encarregado com o aluno, as disciplinas em
      * que faltou e o total de faltas de cada uma contra o limite
      * do catalogo (DIS-LIMITE-FALTAS; 0 = sem limite). o desenho
      * e o H/D/T do NOTASMIN:
      *   H + escola(6) + data(8)
      *   D + id(13, data + numero do aluno) + canal(1, S sms /
      *       E e-mail) + contacto(40) + texto(160)
      *   T + numero de mensagens(6)
      * os alunos sem encarregado, ou com encarregado sem canal de
      * contacto (ENC-CANAL, no ecra do encarregado do NOTAS), vao
      * para a listagem AVISO_FALTAS_SEMCONT.LST para contacto
      * pela secretaria. a data do ultimo aviso fica em
      * AVISO_FALTAS_CTL.DAT. o estado de entrega devolvido pela
      * plataforma e carregado pelo NOTASAVE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slencarr.cbl".
           COPY "slfaltas.cbl".
           COPY "sldiscipl.cbl".

           SELECT AVISO-FILE ASSIGN TO "AVISO_FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEMCONT-FILE ASSIGN TO "AVISO_FALTAS_SEMCONT.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISOCTL-FILE ASSIGN TO "AVISO_FALTAS_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ESCOLA-FILE ASSIGN TO "ESCOLA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCOLA-STATUS.

           SELECT CONTAGENS-FILE ASSIGN TO "NOC_CONTAGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdencarr.cbl".
           COPY "fdfaltas.cbl".
           COPY "fddiscipl.cbl".

           FD  AVISO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-AVISO PIC X(215).

           FD  SEMCONT-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-SEMCONT PIC X(80).

           FD  AVISOCTL-FILE
               LABEL RECORD IS STANDARD.
           01  REG-AVISOCTL.
               05 ACT-ULTIMA-DATA PIC X(8).

           FD  ESCOLA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-ESCOLA PIC X(6).

           FD  CONTAGENS-FILE
               LABEL RECORD IS STANDARD.
           01  REG-CONTAGEM.
               05 CTG-PASSO    PIC X(8).
               05 FILLER       PIC X(1).
               05 CTG-LIDOS    PIC 9(5).
               05 FILLER       PIC X(1).
               05 CTG-ESCRITOS PIC 9(5).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-ENCARR-STATUS PIC XX.
           77 WS-FALTAS-STATUS PIC XX.
           77 WS-DISCIPL-STATUS PIC XX.
           77 WS-CTL-STATUS PIC XX.
           77 WS-ESCOLA-STATUS PIC XX.
           77 WS-CTG-STATUS PIC XX.
           77 WS-ENCARR-ABERTO PIC X.
           77 SAI PIC X VALUE "N".
           77 WS-CAT-SAI PIC X.
           77 WS-HOJE PIC X(8).
           77 WS-ULTIMA-DATA PIC X(8).
           77 WS-DATA-NUM PIC 9(8).
           77 WS-ESCOLA PIC X(6).
           77 WS-GRUPO-NUMERO PIC 9(5) VALUE 0.
           77 WS-GRUPO-DISC PIC X(6) VALUE SPACE.
           77 WS-DISC-TOTAL PIC 9(3) VALUE 0.
           77 WS-DISC-NOVAS PIC 9(3) VALUE 0.
           77 WS-CAT-IDX PIC 9(3).
           77 WS-TOTAL-CATALOGO PIC 9(3) VALUE 0.
           77 WS-CAT-LIMITE PIC 9(2).
           77 WS-A PIC 9(2).
           77 WS-TOTAL-AV PIC 9(2) VALUE 0.
           77 WS-PONTEIRO PIC 9(3).
           77 WS-TOTAL-LIDAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-MENSAGENS PIC 9(5) VALUE 0.
           77 WS-TOTAL-SEM-CONTACTO PIC 9(5) VALUE 0.
           77 WS-TOTAL-INATIVOS PIC 9(5) VALUE 0.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-F-NOVAS PIC ZZ9.
           77 WS-F-TOTAL PIC ZZ9.
           77 WS-F-LIMITE PIC Z9.
           77 WS-MOTIVO-SEM PIC X(20).
           77 WS-TEXTO PIC X(160).
           77 WS-RESUMO-DISC PIC X(150).

           01 WS-CATALOGO-TABELA.
               05 WS-CATALOGO OCCURS 200 TIMES.
                   10 CAT-CODIGO PIC X(6).
                   10 CAT-LIMITE PIC 9(2).

      * disciplinas com faltas novas do aluno corrente.
           01 WS-AVISO-TABELA.
               05 WS-AV OCCURS 12 TIMES.
                   10 AV-CODIGO PIC X(6).
                   10 AV-NOVAS  PIC 9(3).
                   10 AV-TOTAL  PIC 9(3).
                   10 AV-LIMITE PIC 9(2).

           01 WS-REG-CABECALHO.
               05 FILLER          PIC X VALUE "H".
               05 WS-H-ESCOLA     PIC X(6).
               05 WS-H-DATA       PIC X(8).
               05 FILLER          PIC X(200) VALUE SPACE.

           01 WS-REG-DETALHE.
               05 FILLER          PIC X VALUE "D".
               05 WS-D-ID.
                   10 WS-D-DATA   PIC X(8).
                   10 WS-D-NUMERO PIC 9(5).
               05 WS-D-CANAL      PIC X(1).
               05 WS-D-CONTACTO   PIC X(40).
               05 WS-D-TEXTO      PIC X(160).

           01 WS-REG-FECHO.
               05 FILLER          PIC X VALUE "T".
               05 WS-T-CONTAGEM   PIC 9(6).
               05 FILLER          PIC X(208) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM OBTER-ESCOLA
           PERFORM LER-ULTIMA-DATA
           PERFORM CARREGAR-CATALOGO
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = "00"
               DISPLAY "FALTAS.DAT NAO ENCONTRADO. SEM AVISOS."
               PERFORM GRAVAR-ULTIMA-DATA
               PERFORM REGISTAR-CONTAGENS
               GOBACK
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               CLOSE FALTAS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-ENCARR-ABERTO
           OPEN INPUT ENCARR-FILE
           IF WS-ENCARR-STATUS NOT = "00"
               MOVE "N" TO WS-ENCARR-ABERTO
               DISPLAY "ENCARR.DAT NAO ENCONTRADO. TODOS OS AVISOS "
                   "VAO PARA A LISTAGEM SEM CONTACTO."
           END-IF
           OPEN OUTPUT AVISO-FILE
           OPEN OUTPUT SEMCONT-FILE
           MOVE WS-ESCOLA TO WS-H-ESCOLA
           MOVE WS-HOJE TO WS-H-DATA
           WRITE LINHA-AVISO FROM WS-REG-CABECALHO
           MOVE SPACE TO LINHA-SEMCONT
           STRING "ALUNOS COM FALTAS NOVAS SEM CONTACTO DO "
                  "ENCARREGADO - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           MOVE SPACE TO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           PERFORM UNTIL SAI = "S"
               READ FALTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       PERFORM TRATAR-FALTA
               END-READ
           END-PERFORM
           PERFORM FECHAR-DISCIPLINA
           PERFORM FECHAR-ALUNO
           MOVE WS-TOTAL-MENSAGENS TO WS-T-CONTAGEM
           WRITE LINHA-AVISO FROM WS-REG-FECHO
           MOVE SPACE TO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           MOVE SPACE TO LINHA-SEMCONT
           STRING "MENSAGENS: " WS-TOTAL-MENSAGENS
                  "  SEM CONTACTO: " WS-TOTAL-SEM-CONTACTO
               DELIMITED BY SIZE INTO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           CLOSE SEMCONT-FILE
           CLOSE AVISO-FILE
           IF WS-ENCARR-ABERTO = "S"
               CLOSE ENCARR-FILE
           END-IF
           CLOSE NOTAS-FILE
           CLOSE FALTAS-FILE
           PERFORM GRAVAR-ULTIMA-DATA
           PERFORM REGISTAR-CONTAGENS
           DISPLAY "FALTAS NOVAS:      " WS-TOTAL-LIDAS
           DISPLAY "MENSAGENS:         " WS-TOTAL-MENSAGENS
           DISPLAY "SEM CONTACTO:      " WS-TOTAL-SEM-CONTACTO
           IF WS-TOTAL-INATIVOS > ZERO
               DISPLAY "ALUNOS INATIVOS:   " WS-TOTAL-INATIVOS
           END-IF
      * termina com GOBACK para poder correr como passo da cadeia
      * noturna (o NOTASNOC chama os passos com CALL).
           GOBACK.

      * o FALTAS.DAT esta por aluno, disciplina e data: o total de
      * cada disciplina conta todas as faltas, e as faltas novas
      * sao as de data entre o ultimo aviso e hoje.
           TRATAR-FALTA.
           IF FAL-NOTAS-NUMBER NOT = WS-GRUPO-NUMERO
               PERFORM FECHAR-DISCIPLINA
               PERFORM FECHAR-ALUNO
               MOVE FAL-NOTAS-NUMBER TO WS-GRUPO-NUMERO
               MOVE FAL-DISC-CODIGO TO WS-GRUPO-DISC
           END-IF
           IF FAL-DISC-CODIGO NOT = WS-GRUPO-DISC
               PERFORM FECHAR-DISCIPLINA
               MOVE FAL-DISC-CODIGO TO WS-GRUPO-DISC
           END-IF
           ADD 1 TO WS-DISC-TOTAL
           IF FAL-DATA > WS-ULTIMA-DATA AND FAL-DATA NOT > WS-HOJE
               ADD 1 TO WS-DISC-NOVAS
               ADD 1 TO WS-TOTAL-LIDAS
           END-IF
           .

           FECHAR-DISCIPLINA.
           IF WS-DISC-NOVAS > ZERO AND WS-TOTAL-AV < 12
               ADD 1 TO WS-TOTAL-AV
               MOVE WS-GRUPO-DISC TO AV-CODIGO(WS-TOTAL-AV)
               MOVE WS-DISC-NOVAS TO AV-NOVAS(WS-TOTAL-AV)
               MOVE WS-DISC-TOTAL TO AV-TOTAL(WS-TOTAL-AV)
               PERFORM LOCALIZAR-LIMITE-DISCIPLINA
               MOVE WS-CAT-LIMITE TO AV-LIMITE(WS-TOTAL-AV)
           END-IF
           MOVE ZERO TO WS-DISC-TOTAL WS-DISC-NOVAS
           .

           FECHAR-ALUNO.
           IF WS-TOTAL-AV > ZERO
               MOVE WS-GRUPO-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-INATIVOS
                   NOT INVALID KEY
                       IF ALUNO-ATIVO
                           PERFORM EMITIR-AVISO
                       ELSE
                           ADD 1 TO WS-TOTAL-INATIVOS
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-TOTAL-AV
           .

           EMITIR-AVISO.
           PERFORM MONTAR-RESUMO
           MOVE SPACE TO WS-MOTIVO-SEM
           IF WS-ENCARR-ABERTO NOT = "S"
               MOVE "SEM ENCARREGADO" TO WS-MOTIVO-SEM
           ELSE
               MOVE NOTAS-NUMBER TO ENC-NOTAS-NUMBER
               READ ENCARR-FILE KEY IS ENC-NOTAS-NUMBER
                   INVALID KEY
                       MOVE "SEM ENCARREGADO" TO WS-MOTIVO-SEM
                   NOT INVALID KEY
                       IF NOT ENC-COM-CONTACTO OR
                               ENC-CONTACTO = SPACE
                           MOVE "SEM CONTACTO" TO WS-MOTIVO-SEM
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIVO-SEM NOT = SPACE
               PERFORM LISTAR-SEM-CONTACTO
           ELSE
               PERFORM ESCREVER-MENSAGEM
           END-IF
           .

      * resumo das disciplinas: codigo, faltas novas e o total
      * contra o limite, por exemplo "MAT +1 (7/10)".
           MONTAR-RESUMO.
           MOVE SPACE TO WS-RESUMO-DISC
           MOVE 1 TO WS-PONTEIRO
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-TOTAL-AV
               MOVE AV-NOVAS(WS-A) TO WS-F-NOVAS
               MOVE AV-TOTAL(WS-A) TO WS-F-TOTAL
               MOVE AV-LIMITE(WS-A) TO WS-F-LIMITE
               IF WS-A > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-RESUMO-DISC WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
               IF AV-LIMITE(WS-A) = ZERO
                   STRING AV-CODIGO(WS-A) DELIMITED BY SPACE
                          " +" FUNCTION TRIM(WS-F-NOVAS)
                          " (" FUNCTION TRIM(WS-F-TOTAL) ")"
                          DELIMITED BY SIZE
                       INTO WS-RESUMO-DISC WITH POINTER WS-PONTEIRO
                   END-STRING
               ELSE
                   STRING AV-CODIGO(WS-A) DELIMITED BY SPACE
                          " +" FUNCTION TRIM(WS-F-NOVAS)
                          " (" FUNCTION TRIM(WS-F-TOTAL) "/"
                          FUNCTION TRIM(WS-F-LIMITE) ")"
                          DELIMITED BY SIZE
                       INTO WS-RESUMO-DISC WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM
           .

           ESCREVER-MENSAGEM.
           MOVE SPACE TO WS-TEXTO
           STRING "ESCOLA: " DELIMITED BY SIZE
                  NOMEALUNO DELIMITED BY "  "
                  " (" NOTAS-TURMA DELIMITED BY SIZE
                  ") TEVE FALTAS: " DELIMITED BY SIZE
                  WS-RESUMO-DISC DELIMITED BY "  "
                  ". FALTAS TOTAIS/LIMITE." DELIMITED BY SIZE
               INTO WS-TEXTO
           END-STRING
           MOVE WS-HOJE TO WS-D-DATA
           MOVE NOTAS-NUMBER TO WS-D-NUMERO
           MOVE ENC-CANAL TO WS-D-CANAL
           MOVE ENC-CONTACTO TO WS-D-CONTACTO
           MOVE WS-TEXTO TO WS-D-TEXTO
           WRITE LINHA-AVISO FROM WS-REG-DETALHE
           ADD 1 TO WS-TOTAL-MENSAGENS
           .

           LISTAR-SEM-CONTACTO.
           ADD 1 TO WS-TOTAL-SEM-CONTACTO
           MOVE NOTAS-NUMBER TO WS-F-NUMERO
           MOVE SPACE TO LINHA-SEMCONT
           STRING "ALUNO " WS-F-NUMERO " " NOMEALUNO
                  " TURMA " NOTAS-TURMA " - " WS-MOTIVO-SEM
               DELIMITED BY SIZE INTO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           MOVE SPACE TO LINHA-SEMCONT
           STRING "    " WS-RESUMO-DISC(1:76)
               DELIMITED BY SIZE INTO LINHA-SEMCONT
           WRITE LINHA-SEMCONT
           IF WS-RESUMO-DISC(77:74) NOT = SPACE
               MOVE SPACE TO LINHA-SEMCONT
               STRING "    " WS-RESUMO-DISC(77:74)
                   DELIMITED BY SIZE INTO LINHA-SEMCONT
               WRITE LINHA-SEMCONT
           END-IF
           .

      * sem controlo (primeira corrida) so contam as faltas de hoje.
           LER-ULTIMA-DATA.
           MOVE WS-HOJE TO WS-DATA-NUM
           COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1)
           MOVE WS-DATA-NUM TO WS-ULTIMA-DATA
           OPEN INPUT AVISOCTL-FILE
           IF WS-CTL-STATUS = "00"
               READ AVISOCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACT-ULTIMA-DATA IS NUMERIC
                           MOVE ACT-ULTIMA-DATA TO WS-ULTIMA-DATA
                       END-IF
               END-READ
               CLOSE AVISOCTL-FILE
           END-IF
           .

           GRAVAR-ULTIMA-DATA.
           OPEN OUTPUT AVISOCTL-FILE
           MOVE WS-HOJE TO ACT-ULTIMA-DATA
           WRITE REG-AVISOCTL
           CLOSE AVISOCTL-FILE
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

           CARREGAR-CATALOGO.
           OPEN INPUT DISCIPLINAS-FILE
           IF WS-DISCIPL-STATUS = "00"
               MOVE "N" TO WS-CAT-SAI
               PERFORM UNTIL WS-CAT-SAI = "S"
                   READ DISCIPLINAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-CAT-SAI
                       NOT AT END
                           IF WS-TOTAL-CATALOGO < 200
                               ADD 1 TO WS-TOTAL-CATALOGO
                               MOVE DIS-CODIGO TO
                                   CAT-CODIGO(WS-TOTAL-CATALOGO)
                               IF DIS-LIMITE-FALTAS IS NUMERIC
                                   MOVE DIS-LIMITE-FALTAS TO
                                       CAT-LIMITE(WS-TOTAL-CATALOGO)
                               ELSE
                                   MOVE ZERO TO
                                       CAT-LIMITE(WS-TOTAL-CATALOGO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF
           .

           LOCALIZAR-LIMITE-DISCIPLINA.
           MOVE ZERO TO WS-CAT-LIMITE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-TOTAL-CATALOGO
               IF CAT-CODIGO(WS-CAT-IDX) = WS-GRUPO-DISC
                   MOVE CAT-LIMITE(WS-CAT-IDX) TO WS-CAT-LIMITE
               END-IF
           END-PERFORM
           .

           REGISTAR-CONTAGENS.
           OPEN EXTEND CONTAGENS-FILE
           IF WS-CTG-STATUS = "35"
               OPEN OUTPUT CONTAGENS-FILE
               CLOSE CONTAGENS-FILE
               OPEN EXTEND CONTAGENS-FILE
           END-IF
           MOVE SPACE TO REG-CONTAGEM
           MOVE "NOTASAVF" TO CTG-PASSO
           MOVE WS-TOTAL-LIDAS TO CTG-LIDOS
           MOVE WS-TOTAL-MENSAGENS TO CTG-ESCRITOS
           WRITE REG-CONTAGEM
           CLOSE CONTAGENS-FILE
           .
