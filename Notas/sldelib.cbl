           SELECT DELIB-FILE ASSIGN TO "DELIBERACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEL-CHAVE
               ALTERNATE RECORD KEY IS DEL-NOTAS-NUMBER WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DELIB-STATUS.
