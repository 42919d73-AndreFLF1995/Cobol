       FD  PAUTA-REG-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PAUTA-REG.
           05 PAU-TURMA           PIC X(4).
           05 FILLER              PIC X(1).
           05 PAU-DISC            PIC X(6).
           05 FILLER              PIC X(1).
           05 PAU-PERIODO         PIC 9(1).
           05 FILLER              PIC X(1).
           05 PAU-VERSAO          PIC 9(3).
           05 FILLER              PIC X(1).
           05 PAU-TIMESTAMP       PIC X(26).
           05 FILLER              PIC X(1).
           05 PAU-TIPO            PIC X(1).
               88 PAU-VERSAO-IMPRESSA VALUE "V" SPACE.
               88 PAU-REVISAO-PEDIDA  VALUE "R".
           05 FILLER              PIC X(1).
           05 PAU-PEDIDO          PIC X(6).
