       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASPER.
      *--------------------------------------------------
      * percurso escolar do aluno: dado um numero, mostra e imprime
      * em PERCURSO.LST todos os anos letivos que o aluno passou na
      * escola, pela ordem da chave (numero + ano letivo) do
      * PERCURSO.DAT que o NOTASTRA acrescenta em cada transicao:
      * turma, disciplinas com periodo, nota e recurso, media, total
      * de faltas e a decisao do ano. no fim vem o ano em curso,
      * lido do NOTAS.DAT, para a resposta sair completa num so
      * papel quando um encarregado ou o ministerio pedem notas de
      * anos anteriores.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slpercurso.cbl".

           SELECT PERCURSO-LST ASSIGN TO "PERCURSO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdpercurso.cbl".

           FD  PERCURSO-LST
               LABEL RECORD IS STANDARD.
           01  LINHA-PERCURSO PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-PERCURSO-STATUS PIC XX.
           77 SAI PIC X.
           77 WS-NUMERO PIC 9(5).
           77 WS-D PIC 9(2).
           77 WS-TOTAL-ANOS PIC 9(3).
           77 WS-F-NOTA PIC Z9.99.
           77 WS-DECISAO-TXT PIC X(20).

           01 WS-LINHA-ANO.
               05 FILLER        PIC X(11) VALUE "ANO LETIVO ".
               05 WS-LA-ANO     PIC X(9).
               05 FILLER        PIC X(8) VALUE "  TURMA ".
               05 WS-LA-TURMA   PIC X(4).
               05 FILLER        PIC X(8) VALUE "  MEDIA ".
               05 WS-LA-MEDIA   PIC Z9.99.
               05 FILLER        PIC X(9) VALUE "  FALTAS ".
               05 WS-LA-FALTAS  PIC ZZZ9.

           01 WS-LINHA-DISC.
               05 FILLER        PIC X(3) VALUE SPACE.
               05 WS-LD-CODIGO  PIC X(6).
               05 FILLER        PIC X(10) VALUE "  PERIODO ".
               05 WS-LD-PERIODO PIC 9.
               05 FILLER        PIC X(7) VALUE "  NOTA ".
               05 WS-LD-NOTA    PIC Z9.99.
               05 FILLER        PIC X(10) VALUE "  RECURSO ".
               05 WS-LD-RECURSO PIC X(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT PERCURSO-FILE
           IF WS-PERCURSO-STATUS NOT = "00"
               DISPLAY "PERCURSO.DAT NAO ENCONTRADO. O PERCURSO E "
                   "ESCRITO PELO NOTASTRA NA TRANSICAO DE ANO."
               STOP RUN
           END-IF
           OPEN INPUT NOTAS-FILE
           OPEN OUTPUT PERCURSO-LST
           MOVE 1 TO WS-NUMERO
           PERFORM UNTIL WS-NUMERO = ZERO
               DISPLAY "NUMERO DO ALUNO (0 PARA SAIR): "
               ACCEPT WS-NUMERO
               IF WS-NUMERO NOT = ZERO
                   PERFORM MOSTRAR-PERCURSO
               END-IF
           END-PERFORM
           CLOSE PERCURSO-LST
           IF WS-NOTAS-STATUS = "00"
               CLOSE NOTAS-FILE
           END-IF
           CLOSE PERCURSO-FILE
           DISPLAY "PERCURSO.LST ESCRITO."
           STOP RUN.

           MOSTRAR-PERCURSO.
           MOVE ZERO TO WS-TOTAL-ANOS
           MOVE SPACE TO LINHA-PERCURSO
           STRING "PERCURSO ESCOLAR DO ALUNO " WS-NUMERO
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           MOVE WS-NUMERO TO PER-NOTAS-NUMBER
           MOVE LOW-VALUES TO PER-ANO-LETIVO
           START PERCURSO-FILE KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE "S" TO SAI
               NOT INVALID KEY
                   MOVE "N" TO SAI
           END-START
           PERFORM UNTIL SAI = "S"
               READ PERCURSO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF PER-NOTAS-NUMBER NOT = WS-NUMERO
                           MOVE "S" TO SAI
                       ELSE
                           ADD 1 TO WS-TOTAL-ANOS
                           PERFORM IMPRIMIR-ANO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTAL-ANOS = ZERO
               MOVE "SEM ANOS LETIVOS FECHADOS NO PERCURSO."
                   TO LINHA-PERCURSO
               PERFORM ESCREVER-LINHA
           END-IF
           PERFORM IMPRIMIR-ANO-CORRENTE
           MOVE SPACE TO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           .

           IMPRIMIR-ANO.
           MOVE SPACE TO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           IF WS-TOTAL-ANOS = 1
               MOVE SPACE TO LINHA-PERCURSO
               STRING "NOME: " PER-NOMEALUNO
                   DELIMITED BY SIZE INTO LINHA-PERCURSO
               PERFORM ESCREVER-LINHA
           END-IF
           MOVE PER-ANO-LETIVO TO WS-LA-ANO
           MOVE PER-TURMA TO WS-LA-TURMA
           MOVE PER-MEDIAALUNO TO WS-LA-MEDIA
           MOVE PER-TOTAL-FALTAS TO WS-LA-FALTAS
           MOVE WS-LINHA-ANO TO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > PER-NUM-DISCIPLINAS OR WS-D > 12
               MOVE PER-DISC-CODIGO(WS-D) TO WS-LD-CODIGO
               MOVE PER-DISC-PERIODO(WS-D) TO WS-LD-PERIODO
               MOVE PER-DISC-NOTA(WS-D) TO WS-LD-NOTA
               IF PER-DISC-TEM-RECURSO(WS-D)
                   MOVE PER-DISC-RECURSO(WS-D) TO WS-F-NOTA
                   MOVE WS-F-NOTA TO WS-LD-RECURSO
               ELSE
                   MOVE "  -" TO WS-LD-RECURSO
               END-IF
               MOVE WS-LINHA-DISC TO LINHA-PERCURSO
               PERFORM ESCREVER-LINHA
           END-PERFORM
           EVALUATE TRUE
               WHEN PER-TRANSITA
                   MOVE "TRANSITOU PARA" TO WS-DECISAO-TXT
               WHEN PER-NAO-TRANSITA
                   MOVE "NAO TRANSITOU" TO WS-DECISAO-TXT
               WHEN PER-CONCLUIU
                   MOVE "CONCLUIU" TO WS-DECISAO-TXT
               WHEN PER-SAIU
                   MOVE "SAIU DA ESCOLA" TO WS-DECISAO-TXT
               WHEN OTHER
                   MOVE "SEM DECISAO" TO WS-DECISAO-TXT
           END-EVALUATE
           MOVE SPACE TO LINHA-PERCURSO
           STRING "   DECISAO: " WS-DECISAO-TXT " "
               PER-TURMA-DESTINO
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           .

      * o ano que ainda nao fechou so existe no NOTAS.DAT; sai no
      * fim, marcado como em curso, sem decisao.
           IMPRIMIR-ANO-CORRENTE.
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE "ALUNO SEM REGISTO NO ANO EM CURSO."
                           TO LINHA-PERCURSO
                       PERFORM ESCREVER-LINHA
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-NOTAS-CORRENTES
               END-READ
           END-IF
           .

           IMPRIMIR-NOTAS-CORRENTES.
           MOVE SPACE TO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           MOVE SPACE TO LINHA-PERCURSO
           STRING "ANO EM CURSO  TURMA " NOTAS-TURMA
               "  NOME " NOMEALUNO
               DELIMITED BY SIZE INTO LINHA-PERCURSO
           PERFORM ESCREVER-LINHA
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > NOTAS-NUM-DISCIPLINAS OR WS-D > 12
               MOVE DISC-CODIGO(WS-D) TO WS-LD-CODIGO
               MOVE DISC-PERIODO(WS-D) TO WS-LD-PERIODO
               MOVE DISC-NOTA(WS-D) TO WS-LD-NOTA
               IF DISC-TEM-RECURSO(WS-D)
                   MOVE DISC-RECURSO(WS-D) TO WS-F-NOTA
                   MOVE WS-F-NOTA TO WS-LD-RECURSO
               ELSE
                   MOVE "  -" TO WS-LD-RECURSO
               END-IF
               MOVE WS-LINHA-DISC TO LINHA-PERCURSO
               PERFORM ESCREVER-LINHA
           END-PERFORM
           .

           ESCREVER-LINHA.
           DISPLAY LINHA-PERCURSO
           WRITE LINHA-PERCURSO
           .
