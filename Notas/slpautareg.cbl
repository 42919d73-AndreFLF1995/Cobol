           SELECT PAUTA-REG-FILE ASSIGN TO "PAUTA_REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
