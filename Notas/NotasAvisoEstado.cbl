       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASAVE.
      *--------------------------------------------------
      * carga do estado de entrega dos avisos de faltas: le o
      * ficheiro de retorno da plataforma de mensagens
      * (AVISO_FALTAS_RET.DAT), acrescenta cada linha ao historico
      * AVISO_FALTAS_ESTADOS.LOG com a data da carga e escreve a
      * listagem AVISO_FALTAS_NAOENT.LST com as mensagens nao
      * entregues, com o aluno, o encarregado e o contacto, para a
      * secretaria telefonar. linhas que nao casam com nenhum
      * aluno saem na mesma listagem, como divergencias.
      * desenho da linha de retorno: "D" + id da mensagem(13, data
      * + numero do aluno, como no AVISO_FALTAS.DAT do NOTASAVF) +
      * estado(1, E entregue / N nao entregue / I contacto
      * invalido) + data e hora(14) + motivo(30). "H" e "T" sao
      * saltados.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slencarr.cbl".

           SELECT RETORNO-FILE ASSIGN TO "AVISO_FALTAS_RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "AVISO_FALTAS_ESTADOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT NAOENT-FILE ASSIGN TO "AVISO_FALTAS_NAOENT.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdencarr.cbl".

           FD  RETORNO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-RETORNO.
               05 RET-TIPO        PIC X(1).
               05 RET-ID.
                   10 RET-DATA    PIC X(8).
                   10 RET-NUMERO  PIC X(5).
               05 RET-ESTADO      PIC X(1).
                   88 RET-ENTREGUE      VALUE "E".
                   88 RET-ESTADO-VALIDO VALUE "E" "N" "I".
               05 RET-DATA-HORA   PIC X(14).
               05 RET-MOTIVO      PIC X(30).

           FD  HISTORICO-FILE
               LABEL RECORD IS STANDARD.
           01  REG-HISTORICO.
               05 HIS-TIMESTAMP   PIC X(26).
               05 HIS-LINHA       PIC X(59).

           FD  NAOENT-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-NAOENT PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-ENCARR-STATUS PIC XX.
           77 WS-ENCARR-ABERTO PIC X.
           77 WS-RET-STATUS PIC XX.
           77 WS-HIS-STATUS PIC XX.
           77 SAI PIC X.
           77 WS-TOTAL-LIDAS PIC 9(5) VALUE 0.
           77 WS-TOTAL-ENTREGUES PIC 9(5) VALUE 0.
           77 WS-TOTAL-NAO-ENTREGUES PIC 9(5) VALUE 0.
           77 WS-TOTAL-DIVERGENTES PIC 9(5) VALUE 0.
           77 WS-F-NUMERO PIC ZZZZ9.
           77 WS-DESC-ESTADO PIC X(16).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT RETORNO-FILE
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "AVISO_FALTAS_RET.DAT NAO ENCONTRADO."
               STOP RUN
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
               CLOSE RETORNO-FILE
               STOP RUN
           END-IF
           MOVE "S" TO WS-ENCARR-ABERTO
           OPEN INPUT ENCARR-FILE
           IF WS-ENCARR-STATUS NOT = "00"
               MOVE "N" TO WS-ENCARR-ABERTO
           END-IF
           OPEN EXTEND HISTORICO-FILE
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN EXTEND HISTORICO-FILE
           END-IF
           OPEN OUTPUT NAOENT-FILE
           MOVE "AVISOS DE FALTAS NAO ENTREGUES - CONTACTAR POR "
               TO LINHA-NAOENT
           MOVE "TELEFONE" TO LINHA-NAOENT(48:8)
           WRITE LINHA-NAOENT
           MOVE SPACE TO LINHA-NAOENT
           WRITE LINHA-NAOENT
           MOVE "N" TO SAI
           PERFORM UNTIL SAI = "S"
               READ RETORNO-FILE
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF RET-TIPO = "D"
                           ADD 1 TO WS-TOTAL-LIDAS
                           PERFORM TRATAR-LINHA-RETORNO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACE TO LINHA-NAOENT
           WRITE LINHA-NAOENT
           MOVE SPACE TO LINHA-NAOENT
           STRING "ENTREGUES: " WS-TOTAL-ENTREGUES
                  "  NAO ENTREGUES: " WS-TOTAL-NAO-ENTREGUES
                  "  DIVERGENTES: " WS-TOTAL-DIVERGENTES
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           CLOSE NAOENT-FILE
           CLOSE HISTORICO-FILE
           IF WS-ENCARR-ABERTO = "S"
               CLOSE ENCARR-FILE
           END-IF
           CLOSE NOTAS-FILE
           CLOSE RETORNO-FILE
           DISPLAY "LINHAS DE RETORNO:  " WS-TOTAL-LIDAS
           DISPLAY "ENTREGUES:          " WS-TOTAL-ENTREGUES
           DISPLAY "NAO ENTREGUES:      " WS-TOTAL-NAO-ENTREGUES
           DISPLAY "DIVERGENTES:        " WS-TOTAL-DIVERGENTES
           STOP RUN.

           TRATAR-LINHA-RETORNO.
           MOVE FUNCTION CURRENT-DATE TO HIS-TIMESTAMP
           MOVE LINHA-RETORNO TO HIS-LINHA
           WRITE REG-HISTORICO
           IF RET-NUMERO IS NOT NUMERIC OR NOT RET-ESTADO-VALIDO
               PERFORM DIVERGENCIA-LINHA
           ELSE
               IF RET-ENTREGUE
                   ADD 1 TO WS-TOTAL-ENTREGUES
               ELSE
                   MOVE RET-NUMERO TO NOTAS-NUMBER
                   READ NOTAS-FILE KEY IS NOTAS-NUMBER
                       INVALID KEY
                           PERFORM DIVERGENCIA-LINHA
                       NOT INVALID KEY
                           PERFORM LISTAR-NAO-ENTREGUE
                   END-READ
               END-IF
           END-IF
           .

           LISTAR-NAO-ENTREGUE.
           ADD 1 TO WS-TOTAL-NAO-ENTREGUES
           IF RET-ESTADO = "I"
               MOVE "CONTACTO INVALID" TO WS-DESC-ESTADO
           ELSE
               MOVE "NAO ENTREGUE" TO WS-DESC-ESTADO
           END-IF
           MOVE NOTAS-NUMBER TO WS-F-NUMERO
           MOVE SPACE TO LINHA-NAOENT
           STRING "ALUNO " WS-F-NUMERO " " NOMEALUNO
                  " TURMA " NOTAS-TURMA "  AVISO DE " RET-DATA
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           MOVE SPACE TO REG-ENCARREGADO
           IF WS-ENCARR-ABERTO = "S"
               MOVE NOTAS-NUMBER TO ENC-NOTAS-NUMBER
               READ ENCARR-FILE KEY IS ENC-NOTAS-NUMBER
                   INVALID KEY
                       MOVE SPACE TO REG-ENCARREGADO
               END-READ
           END-IF
           MOVE SPACE TO LINHA-NAOENT
           STRING "    ENCARREGADO: " ENC-NOME
                  " " ENC-PARENTESCO
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           MOVE SPACE TO LINHA-NAOENT
           STRING "    CONTACTO: " ENC-CONTACTO
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           MOVE SPACE TO LINHA-NAOENT
           STRING "    " WS-DESC-ESTADO " " RET-DATA-HORA
                  " " RET-MOTIVO
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           .

           DIVERGENCIA-LINHA.
           ADD 1 TO WS-TOTAL-DIVERGENTES
           MOVE SPACE TO LINHA-NAOENT
           STRING "LINHA SEM ALUNO CORRESPONDENTE: "
                  LINHA-RETORNO(1:15)
               DELIMITED BY SIZE INTO LINHA-NAOENT
           WRITE LINHA-NAOENT
           .
