      * aprobada detras. Modo L lista las pendientes. Modo U
      * fija el limite del supervisor (REQLIM), tambien bajo
      * permiso de gerencia.
      * La orden generada lleva la sucursal destino y la fecha
      * prevista de entrega, que usa el disponible para
      * prometer (ATPCALC).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WOR-CANT-RECIBIDA     PIC S9(07)V99.
           05  WOR-CERRADA           PIC X(01).
           05  WOR-FEC-EMISION       PIC 9(08).
           05  WOR-FEC-PREVISTA      PIC 9(08).
           05  WOR-SUC-DESTINO       PIC 9(02).

       WORKING-STORAGE SECTION.
       77  WRQ-STATUS                PIC X(02).
       77  WRC-ART-COTBEST           PIC 9(06).
       77  WRC-PROV-COTBEST          PIC 9(06).
       77  WRC-PRECIO-COTBEST        PIC S9(07)V99.
       77  WRC-FEC-PREVISTA          PIC 9(08).
       77  WRC-SUC-DESTINO           PIC 9(02).
       77  EOF-REQUIS                 PIC X(01).
           88  NO-HAY-MAS-REQUIS      VALUE "S".
       01  WRC-CLAVE-OPER.
           MOVE 0             TO WOR-CANT-RECIBIDA.
           MOVE "N"           TO WOR-CERRADA.
           MOVE WRC-HOY       TO WOR-FEC-EMISION.
      *    Sucursal que recibe y fecha prevista de entrega: con
      *    las dos la orden suma al disponible para prometer
      *    (ATPCALC) ese dia; fecha 0 = sin fecha, no suma.
           DISPLAY "SUCURSAL DESTINO ..: " LINE 10 POSITION 5.
           ACCEPT WRC-SUC-DESTINO LINE 10 POSITION 27.
           DISPLAY "FECHA PREVISTA ....: " LINE 11 POSITION 5.
           ACCEPT WRC-FEC-PREVISTA LINE 11 POSITION 27.
           IF WRC-FEC-PREVISTA NOT = 0
              AND WRC-FEC-PREVISTA < WRC-HOY
               DISPLAY "FECHA PREVISTA ANTERIOR A HOY"
               GO TO 4000-GENERAR-ORDEN-EXIT
           END-IF.
           MOVE WRC-SUC-DESTINO  TO WOR-SUC-DESTINO.
           MOVE WRC-FEC-PREVISTA TO WOR-FEC-PREVISTA.
           WRITE REG-ORDEN
               INVALID KEY DISPLAY "NO PUDO GRABAR ORDEN"
           END-WRITE.
