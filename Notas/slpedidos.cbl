           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS_ALTERACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PEDIDOS-STATUS.
