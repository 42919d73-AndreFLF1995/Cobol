       FD  CFD-FILE
           LABEL RECORD IS STANDARD.
       01  REG-CFD.
           05 CFD-CHAVE.
               10 CFD-NOTAS-NUMBER  PIC 9(5).
               10 CFD-ANO-LETIVO    PIC X(9).
               10 CFD-DISC-CODIGO   PIC X(6).
           05 CFD-EXAME           PIC 9(3).
           05 CFD-EXAME-DATA      PIC X(8).
           05 CFD-CIF             PIC 99V99.
           05 CFD-FINAL           PIC 99V99.
           05 CFD-ESTADO          PIC X(1).
               88 CFD-SO-EXAME    VALUE "E".
               88 CFD-CALCULADA   VALUE "C".
           05 CFD-TIMESTAMP       PIC X(26).
