           05  CP-HORA                    PIC 9(06).
           05  CP-TIPO-OPERACAO           PIC X(02).
           05  CP-VALOR                   PIC 9(10)V99.
           05  CP-SALDO-RESULTANTE        PIC S9(10)V99.
           05  CP-TERMINAL                PIC X(08).
           05  CP-COD-AUTENTICACAO        PIC X(12).
      * QUANTAS SEGUNDAS VIAS JA FORAM EMITIDAS - TODA REIMPRESSAO
