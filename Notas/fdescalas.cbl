       FD  ESCALAS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-ESCALA.
           05 ESC-ANO-DE          PIC 9(2).
           05 FILLER              PIC X(1).
           05 ESC-ANO-ATE         PIC 9(2).
           05 FILLER              PIC X(1).
           05 ESC-NOTA-BASE       PIC 99V99.
           05 FILLER              PIC X(1).
           05 ESC-NOTA-MAXIMA     PIC 99V99.
           05 FILLER              PIC X(1).
           05 ESC-NOTA-MINIMA     PIC 99V99.
           05 FILLER              PIC X(1).
           05 ESC-NOME            PIC X(12).
