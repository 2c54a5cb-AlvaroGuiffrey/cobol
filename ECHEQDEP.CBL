               88  WCH-ECHEQ-PENDIENTE VALUE "P".
               88  WCH-ECHEQ-ACEPTADO  VALUE "A".
           05  WCH-CUIT-LIBRADOR     PIC 9(11).
           05  WCH-DESCUENTO         PIC X(01).
           05  WCH-BCO-DESC          PIC 9(04).
           05  WCH-LOTE-DESC         PIC 9(08).

       FD  DEPOEX.
       01  LIN-DEPOEX                PIC X(60).
