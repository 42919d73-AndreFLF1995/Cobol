       FD  PAGAMENTOS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PAGAMENTO.
           05 PAG-RECIBO          PIC 9(6).
           05 PAG-INSCRICAO.
               10 PAG-NOTAS-NUMBER PIC 9(5).
               10 PAG-DISC-CODIGO  PIC X(6).
           05 PAG-VALOR           PIC 9(3)V99.
           05 PAG-METODO          PIC X(1).
               88 PAG-NUMERARIO       VALUE "N".
               88 PAG-MULTIBANCO      VALUE "M".
               88 PAG-CHEQUE          VALUE "C".
               88 PAG-TRANSFERENCIA   VALUE "T".
               88 PAG-ISENTO          VALUE "I".
               88 PAG-METODO-VALIDO   VALUE "N" "M" "C" "T".
           05 PAG-DATA            PIC X(8).
           05 PAG-OPERADOR        PIC X(4).
           05 PAG-TIMESTAMP       PIC X(26).
