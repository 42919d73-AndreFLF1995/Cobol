       FD  CONSELHO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-CONSELHO.
           05 CON-CHAVE.
               10 CON-ANO-LETIVO   PIC X(9).
               10 CON-TURMA        PIC X(4).
               10 CON-PERIODO      PIC 9(1).
           05 CON-DATA            PIC X(8).
           05 CON-HORA            PIC X(4).
           05 CON-PRESIDENTE      PIC X(30).
           05 CON-SECRETARIO      PIC X(30).
           05 CON-NUM-MEMBROS     PIC 9(2).
           05 CON-MEMBROS         OCCURS 12 TIMES.
               10 CON-MEMBRO-NOME  PIC X(30).
               10 CON-MEMBRO-QUALIDADE PIC X(12).
           05 CON-OPERADOR        PIC X(4).
           05 CON-TIMESTAMP       PIC X(26).
