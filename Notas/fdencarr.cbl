           05 ENC-MORADA1         PIC X(30).
           05 ENC-MORADA2         PIC X(30).
           05 ENC-PARENTESCO      PIC X(10).
           05 ENC-CANAL           PIC X(1).
               88 ENC-CANAL-SMS       VALUE "S".
               88 ENC-CANAL-EMAIL     VALUE "E".
               88 ENC-COM-CONTACTO    VALUE "S" "E".
           05 ENC-CONTACTO        PIC X(40).
