           SELECT CFD-FILE ASSIGN TO "EXAMES_CFD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFD-CHAVE
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CFD-STATUS.
