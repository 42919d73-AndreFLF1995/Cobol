       FD  PERCURSO-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PERCURSO.
           05 PER-CHAVE.
               10 PER-NOTAS-NUMBER  PIC 9(5).
               10 PER-ANO-LETIVO    PIC X(9).
           05 PER-NOMEALUNO       PIC A(20).
           05 PER-TURMA           PIC X(4).
           05 PER-MEDIAALUNO      PIC 99V99.
           05 PER-TOTAL-FALTAS    PIC 9(4).
           05 PER-DECISAO         PIC X.
               88 PER-TRANSITA    VALUE "T".
               88 PER-NAO-TRANSITA VALUE "N".
               88 PER-CONCLUIU    VALUE "C".
               88 PER-SAIU        VALUE "S".
           05 PER-TURMA-DESTINO   PIC X(4).
           05 PER-TIMESTAMP       PIC X(26).
           05 PER-NUM-DISCIPLINAS PIC 9(2).
           05 PER-DISCIPLINAS     OCCURS 12 TIMES.
               10 PER-DISC-CODIGO  PIC X(6).
               10 PER-DISC-PERIODO PIC 9(1).
               10 PER-DISC-NOTA    PIC 99V99.
               10 PER-DISC-RECURSO PIC 99V99.
               10 PER-DISC-RECURSO-FLAG PIC X.
                   88 PER-DISC-TEM-RECURSO VALUE "S".
