       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCVE.
      *--------------------------------------------------
      * conversao unica: reconstroi o ENCARR.DAT antigo (sem os
      * campos ENC-CANAL e ENC-CONTACTO dos avisos de faltas) num
      * ficheiro novo ENCARR.NEW com o desenho atual. sem esta
      * conversao um ENCARR.DAT antigo abre com status 39 em todos
      * os programas que usam o ficheiro dos encarregados. o canal e
      * o contacto ficam em branco (sem contacto) e preenchem-se
      * depois. depois de conferir as contagens, o operador
      * substitui o ENCARR.DAT pelo ENCARR.NEW, como na conversao
      * do NOTASCNV.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANTIGO-FILE ASSIGN TO "ENCARR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ENC-NOTAS-NUMBER
               FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT NOVO-FILE ASSIGN TO "ENCARR.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOVO-ENC-NOTAS-NUMBER
               FILE STATUS IS WS-NOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  ANTIGO-FILE
               LABEL RECORD IS STANDARD.
           01  ANT-REG-ENCARREGADO.
               05 ANT-ENC-NOTAS-NUMBER PIC 9(5).
               05 ANT-ENC-NOME         PIC X(30).
               05 ANT-ENC-MORADA1      PIC X(30).
               05 ANT-ENC-MORADA2      PIC X(30).
               05 ANT-ENC-PARENTESCO   PIC X(10).

           FD  NOVO-FILE
               LABEL RECORD IS STANDARD.
           01  NOVO-REG-ENCARREGADO.
               05 NOVO-ENC-NOTAS-NUMBER PIC 9(5).
               05 NOVO-ENC-NOME         PIC X(30).
               05 NOVO-ENC-MORADA1      PIC X(30).
               05 NOVO-ENC-MORADA2      PIC X(30).
               05 NOVO-ENC-PARENTESCO   PIC X(10).
               05 NOVO-ENC-CANAL        PIC X(1).
               05 NOVO-ENC-CONTACTO     PIC X(40).

       WORKING-STORAGE SECTION.
           77 WS-ANTIGO-STATUS PIC XX.
           77 WS-NOVO-STATUS PIC XX.
           77 SAI PIC X VALUE "N".
           77 WS-TOTAL-LIDOS PIC 9(5) VALUE 0.
           77 WS-TOTAL-GRAVADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT ANTIGO-FILE
           IF WS-ANTIGO-STATUS NOT = "00"
               DISPLAY "ENCARR.DAT NAO ENCONTRADO. STATUS: "
                   WS-ANTIGO-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NOVO-FILE
           PERFORM UNTIL SAI = "S"
               READ ANTIGO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM CONVERTER-REGISTO
                       WRITE NOVO-REG-ENCARREGADO
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ANTIGO-FILE
           CLOSE NOVO-FILE
           DISPLAY "REGISTOS LIDOS:    " WS-TOTAL-LIDOS
           DISPLAY "REGISTOS GRAVADOS: " WS-TOTAL-GRAVADOS
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO OK. SUBSTITUA O ENCARR.DAT PELO"
               DISPLAY "ENCARR.NEW E REGISTE O CANAL E O CONTACTO"
               DISPLAY "DOS ENCARREGADOS QUE RECEBEM AVISOS."
           ELSE
               DISPLAY "CONTAGENS DIFERENTES. NAO SUBSTITUA O "
                   "FICHEIRO."
           END-IF
           STOP RUN.

           CONVERTER-REGISTO.
           MOVE ANT-ENC-NOTAS-NUMBER TO NOVO-ENC-NOTAS-NUMBER
           MOVE ANT-ENC-NOME TO NOVO-ENC-NOME
           MOVE ANT-ENC-MORADA1 TO NOVO-ENC-MORADA1
           MOVE ANT-ENC-MORADA2 TO NOVO-ENC-MORADA2
           MOVE ANT-ENC-PARENTESCO TO NOVO-ENC-PARENTESCO
           MOVE SPACE TO NOVO-ENC-CANAL
           MOVE SPACES TO NOVO-ENC-CONTACTO
           .
