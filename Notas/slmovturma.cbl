           SELECT MOVTURMA-FILE ASSIGN TO "MOVIMENTOS_TURMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MOVTURMA-STATUS.
