      * practicadas (RETENC). Modo S resume lo abierto por
      * semana de vencimiento, que es lo que el duenio coteja
      * contra las propuestas de pago de PAGOPROP.
      * El resumen de modo E incluye las compensaciones con la
      * cuenta de cliente del mismo proveedor (COMPENSA).
      * Las facturas en moneda extranjera muestran, ademas del
      * saldo en pesos (a la cotizacion de la factura o del
      * ultimo cierre de REVALPRO), la moneda y el saldo en
      * origen; modo A cierra con el total abierto por moneda.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WRT-NUMERO
                             FILE STATUS IS WRT-STATUS.
           SELECT COMPENSA  ASSIGN TO "COMPENSA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCN-NUMERO
                             ALTERNATE RECORD KEY IS WCN-CUENTA
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY IS WCN-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WCN-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
               88  WFP-ESTA-CANCELADO VALUE "S".
           05  WFP-EN-PAGO           PIC X(01).
           05  WFP-CON-DIFERENCIAS   PIC X(01).
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  ORDPADET.
       01  REG-ORDPADET.
           05  WRT-PORCENTAJE        PIC 9(02)V99.
           05  WRT-IMPORTE           PIC S9(09)V99.

       FD  COMPENSA.
       01  REG-COMPENSA.
           05  WCN-NUMERO            PIC 9(08).
           05  WCN-FECHA             PIC 9(08).
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-PROVEEDOR         PIC 9(06).
           05  WCN-IMPORTE           PIC S9(09)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WFP-STATUS                PIC X(02).
       77  WOD-STATUS                PIC X(02).
       77  WRT-STATUS                PIC X(02).
       77  WCN-STATUS                PIC X(02).
       77  WPA-MODO-PARAM            PIC X(01).
       77  WPA-PROVEEDOR-PARAM       PIC 9(06).
       77  WPA-HOY                   PIC 9(08).
       77  WPA-SEMANA-IX             PIC 9(02).
       77  WPA-SEMANA-ED             PIC 9(01).
       77  WPA-TOT-ABIERTO           PIC S9(13)V99 VALUE 0.
       77  WPA-MONEDA-IX             PIC 9(02).
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-ORDPADET               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ORDPADET    VALUE "S".
       77  EOF-RETENC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RETENC      VALUE "S".
       77  EOF-COMPENSA               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMPENSA    VALUE "S".

       01  WPA-TOTALES-BUCKET.
           05  WPA-BUCKET            PIC S9(13)V99 OCCURS 5.
       01  WPA-TOTALES-SEMANA.
           05  WPA-SEMANA            PIC S9(13)V99 OCCURS 8.
      *    Saldo abierto en origen, subindicado por la moneda.
       01  WPA-TOTALES-MONEDA.
           05  WPA-TOT-ME            PIC S9(13)V99 OCCURS 99.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  D-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-EXTRA               PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORIGEN.
               10  D-MONEDA          PIC X(03).
               10  D-IMPORTE-ME      PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-BUCKET.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  B-LEYENDA             PIC X(14).
           05  B-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-MONEDA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "MONEDA ".
           05  M-MONEDA              PIC 99.
           05  FILLER                PIC X(05) VALUE " ...:".
           05  M-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(12) VALUE " EN ORIGEN".

       PROCEDURE DIVISION.
       DECLARATIVES.
       CTAPROV-ERR SECTION.
       RETENC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RETENC.
           DISPLAY "ERROR E/S RETENC: " WRT-STATUS.
       COMPENSA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMPENSA.
           DISPLAY "ERROR E/S COMPENSA: " WCN-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               UNTIL WPA-SEMANA-IX > 8
               MOVE 0 TO WPA-SEMANA (WPA-SEMANA-IX)
           END-PERFORM.
           PERFORM 1100-LIMPIAR-MONEDA
               VARYING WPA-MONEDA-IX FROM 1 BY 1
               UNTIL WPA-MONEDA-IX > 98.
           MOVE 0 TO WPA-TOT-ME (99).
           IF WPA-MODO-PARAM NOT = "E"
              AND NOT NO-HAY-MAS-CTAPROV
               READ CTAPROV NEXT RECORD
               END-READ
           END-IF.

       1100-LIMPIAR-MONEDA.
           MOVE 0 TO WPA-TOT-ME (WPA-MONEDA-IX).

      *    Moneda y saldo en origen de la factura, en blanco
      *    para las de pesos.
       1200-MONEDA-ORIGEN.
           MOVE SPACES TO D-ORIGEN.
           IF WFP-MONEDA NOT = 0
               MOVE "M"          TO D-MONEDA (1:1)
               MOVE WFP-MONEDA   TO D-MONEDA (2:2)
               MOVE WFP-SALDO-ME TO D-IMPORTE-ME
           END-IF.

      *    Antiguedad con los mismos tramos de CARTAGE:
      *    corriente, 30, 60, 90 y mas de 90.
       2000-ENVEJECER.
           MOVE WFP-SALDO       TO D-IMPORTE.
           MOVE SPACES          TO D-EXTRA.
           MOVE WPA-BUCKET-IX   TO D-EXTRA (1:1).
           PERFORM 1200-MONEDA-ORIGEN.
           IF WFP-MONEDA NOT = 0
               ADD WFP-SALDO-ME TO WPA-TOT-ME (WFP-MONEDA)
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       2000-ENVEJECER-LEER.
           READ CTAPROV NEXT RECORD
           MOVE "TOTAL ABIERTO:" TO B-LEYENDA.
           MOVE WPA-TOT-ABIERTO TO B-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-BUCKET AFTER 2.
           PERFORM 2600-TOTAL-MONEDA
               VARYING WPA-MONEDA-IX FROM 1 BY 1
               UNTIL WPA-MONEDA-IX > 98.
           MOVE 99 TO WPA-MONEDA-IX.
           PERFORM 2600-TOTAL-MONEDA.

      *    Lo abierto en cada moneda extranjera, en origen.
       2600-TOTAL-MONEDA.
           IF WPA-TOT-ME (WPA-MONEDA-IX) NOT = 0
               MOVE WPA-MONEDA-IX TO M-MONEDA
               MOVE WPA-TOT-ME (WPA-MONEDA-IX) TO M-IMPORTE
               WRITE LIN-LISTADO FROM LIN-MONEDA AFTER 1
           END-IF.

      *    Resumen de cuenta: facturas del proveedor, pagos
      *    aplicados por orden de pago y retenciones sufridas
               THRU 3300-UNA-RETENCION-EXIT
               UNTIL NO-HAY-MAS-RETENC.
           CLOSE RETENC.
           OPEN INPUT COMPENSA.
           IF WCN-STATUS NOT = "00"
               MOVE "S" TO EOF-COMPENSA
           ELSE
               MOVE WPA-PROVEEDOR-PARAM TO WCN-PROVEEDOR
               START COMPENSA KEY IS NOT LESS THAN WCN-PROVEEDOR
                   INVALID KEY MOVE "S" TO EOF-COMPENSA
               END-START
           END-IF.
           PERFORM 3400-UNA-COMPENSACION
               THRU 3400-UNA-COMPENSACION-EXIT
               UNTIL NO-HAY-MAS-COMPENSA.
           CLOSE COMPENSA.
       3000-RESUMEN-FIN.
           EXIT.

           IF WFP-ESTA-CANCELADO
               MOVE "CANCELADA   " TO D-EXTRA
           END-IF.
           PERFORM 1200-MONEDA-ORIGEN.
           IF WFP-MONEDA NOT = 0
               MOVE WFP-TOTAL-ME TO D-IMPORTE-ME
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       3100-UNA-FACTURA-EXIT.
           EXIT.
               MOVE WOD-IMPORTE     TO D-IMPORTE
               MOVE SPACES          TO D-EXTRA
               MOVE WOD-ORDEN-PAGO  TO D-EXTRA (1:8)
               MOVE SPACES          TO D-ORIGEN
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.
           READ ORDPADET NEXT RECORD
               MOVE WRT-IMPORTE    TO D-IMPORTE
               MOVE SPACES         TO D-EXTRA
               MOVE WRT-JURISDICCION TO D-EXTRA (1:2)
               MOVE SPACES           TO D-ORIGEN
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.
           READ RETENC NEXT RECORD
       3300-UNA-RETENCION-EXIT.
           EXIT.

      *    Compensacion contra la cuenta de cliente: cancela
      *    facturas del proveedor igual que un pago.
       3400-UNA-COMPENSACION.
           READ COMPENSA NEXT RECORD
               AT END MOVE "S" TO EOF-COMPENSA
           END-READ.
           IF NO-HAY-MAS-COMPENSA
              OR WCN-PROVEEDOR NOT = WPA-PROVEEDOR-PARAM
               MOVE "S" TO EOF-COMPENSA
               GO TO 3400-UNA-COMPENSACION-EXIT
           END-IF.
           MOVE WCN-PROVEEDOR  TO D-PROVEEDOR.
           MOVE WCN-NUMERO     TO D-COMPROBANTE.
           MOVE WCN-FECHA      TO D-FECHA.
           MOVE "COMPENSACION" TO D-CONCEPTO.
           MOVE WCN-IMPORTE    TO D-IMPORTE.
           MOVE SPACES         TO D-EXTRA.
           MOVE "CTA "         TO D-EXTRA (1:4).
           MOVE SPACES         TO D-ORIGEN.
           MOVE WCN-CUENTA     TO D-EXTRA (5:6).
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       3400-UNA-COMPENSACION-EXIT.
           EXIT.

      *    Deuda abierta por semana de vencimiento: semanas 1 a
      *    7 desde hoy, y la octava junta lo vencido y lo que
      *    cae mas alla.
