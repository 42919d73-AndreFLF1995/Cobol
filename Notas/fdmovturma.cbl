       FD  MOVTURMA-FILE
           LABEL RECORD IS STANDARD.
       01  REG-MOVTURMA.
           05 MOV-CHAVE.
               10 MOV-NOTAS-NUMBER  PIC 9(5).
               10 MOV-DATA-EFETIVA  PIC X(8).
           05 MOV-TURMA-ANTIGA    PIC X(4).
           05 MOV-TURMA-NOVA      PIC X(4).
           05 MOV-OPERADOR        PIC X(4).
           05 MOV-TIMESTAMP       PIC X(26).
