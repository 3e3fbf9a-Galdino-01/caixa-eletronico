           05  MH-VALOR                   PIC 9(10)V99.
           05  MH-DATA-MOVIMENTO          PIC 9(08).
           05  MH-HORA-MOVIMENTO          PIC 9(06).
           05  MH-SALDO-RESULTANTE        PIC S9(10)V99.
           05  MH-LOGIN-RELACIONADO       PIC X(20).
           05  MH-TERMINAL                PIC X(08).
