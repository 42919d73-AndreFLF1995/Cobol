       FD  ASE-FILE
           LABEL RECORD IS STANDARD.
       01  REG-ASE.
           05 ASE-NOTAS-NUMBER    PIC 9(5).
           05 ASE-ANO-LETIVO      PIC X(9).
           05 ASE-ESCALAO         PIC X(1).
               88 ASE-ISENTO          VALUE "A" "B".
               88 ASE-ESCALAO-VALIDO  VALUE "A" "B" "C".
           05 ASE-DATA            PIC X(8).
           05 ASE-OPERADOR        PIC X(4).
