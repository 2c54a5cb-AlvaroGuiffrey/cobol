               88  WFP-RESERVADA-PAGO VALUE "S".
           05  WFP-CON-DIFERENCIAS   PIC X(01).
               88  WFP-TIENE-DIFERENC VALUE "S".
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  NUMERO.
       01  REG-NUMERO.
