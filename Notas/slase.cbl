           SELECT ASE-FILE ASSIGN TO "ACAO_SOCIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASE-NOTAS-NUMBER
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ASE-STATUS.
