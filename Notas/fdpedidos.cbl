       FD  PEDIDOS-FILE
           LABEL RECORD IS STANDARD.
       01  REG-PEDIDO.
           05 PED-NUMERO          PIC 9(6).
           05 PED-NOTAS-NUMBER    PIC 9(5).
           05 PED-TURMA           PIC X(4).
           05 PED-DISC-CODIGO     PIC X(6).
           05 PED-PERIODO         PIC 9(1).
           05 PED-CAMPO           PIC X(1).
               88 PED-NOTA-PERIODO    VALUE "N".
               88 PED-NOTA-DISCIPLINA VALUE "D".
           05 PED-NOTA-ANTES      PIC 99V99.
           05 PED-NOTA-NOVA       PIC 99V99.
           05 PED-MOTIVO          PIC X(40).
           05 PED-REQUERENTE      PIC X(4).
           05 PED-TIMESTAMP       PIC X(26).
           05 PED-ESTADO          PIC X(1).
               88 PED-PENDENTE        VALUE "P".
               88 PED-APROVADO        VALUE "A".
               88 PED-REJEITADO       VALUE "R".
           05 PED-SUPERVISOR      PIC X(4).
           05 PED-DATA-DECISAO    PIC X(26).
