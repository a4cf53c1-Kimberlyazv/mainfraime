               05  WS-ABE-T-SITUACAO   PIC X(01).
                   88 ABE-T-ABERTA      VALUE 'A'.
                   88 ABE-T-PAGA        VALUE 'P'.
               05  WS-ABE-T-NOSSO      PIC 9(10).
       01  WS-FAT-PAGA.
           03  WS-PAGA-COMPET          PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PAGA-VALOR           PIC 9(05)V99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PAGA-DATA-GERACAO    PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PAGA-NOSSO-NUMERO    PIC 9(10).
