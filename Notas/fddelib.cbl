       FD  DELIB-FILE
           LABEL RECORD IS STANDARD.
       01  REG-DELIBERACAO.
           05 DEL-CHAVE.
               10 DEL-ANO-LETIVO   PIC X(9).
               10 DEL-TURMA        PIC X(4).
               10 DEL-PERIODO      PIC 9(1).
               10 DEL-SEQ          PIC 9(3).
           05 DEL-NOTAS-NUMBER    PIC 9(5).
           05 DEL-TIPO            PIC X(1).
               88 DEL-ALTERA-NOTA VALUE "N".
               88 DEL-TRANSITA    VALUE "T".
               88 DEL-MEDIDA      VALUE "M".
           05 DEL-DISC-CODIGO     PIC X(6).
           05 DEL-NOTA-ANTES      PIC 99V99.
           05 DEL-NOTA-DEPOIS     PIC 99V99.
           05 DEL-JUSTIFICACAO    PIC X(60) OCCURS 2 TIMES.
           05 DEL-OPERADOR        PIC X(4).
           05 DEL-TIMESTAMP       PIC X(26).
