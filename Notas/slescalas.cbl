           SELECT ESCALAS-FILE ASSIGN TO "ESCALAS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALAS-STATUS.
