           05  WTB-PORC-PROTEINA     PIC 9(02)V99.
           05  WTB-LIQUIDADO         PIC X(01).
               88  WTB-ESTA-LIQUIDADO VALUE "S".
           05  WTB-LITROS-USADOS     PIC 9(07)V99.

       FD  TLECHPAR.
       01  REG-TLECHPAR.
           05  WFP-CANCELADO         PIC X(01).
           05  WFP-EN-PAGO           PIC X(01).
           05  WFP-CON-DIFERENCIAS   PIC X(01).
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  NUMERO.
       01  REG-NUMERO.
           MOVE "N"                 TO WFP-CANCELADO.
           MOVE "N"                 TO WFP-EN-PAGO.
           MOVE "N"                 TO WFP-CON-DIFERENCIAS.
           MOVE 0                   TO WFP-MONEDA.
           MOVE 1                   TO WFP-COTIZ-ORIGEN.
           MOVE 1                   TO WFP-COTIZ-VIGENTE.
           MOVE 0                   TO WFP-TOTAL-ME.
           MOVE 0                   TO WFP-SALDO-ME.
           WRITE REG-CTAPROV
               INVALID KEY DISPLAY "NO PUDO GRABAR CTAPROV"
           END-WRITE.
