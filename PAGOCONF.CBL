      * RETENC para el export SICORE/SIRCAR de SICOREXP, imprime
      * su certificado numerado a continuacion de la orden, y el
      * neto a pagar sale en el pie de la orden.
      * Facturas en moneda extranjera: al confirmar, el saldo en
      * origen se valua a la cotizacion de COTIHIST del dia del
      * pago; la diferencia contra el saldo en pesos (valuado a
      * la cotizacion de la factura, o a la del ultimo cierre de
      * REVALPRO) es diferencia de cambio y se asienta en DIARIO
      * (origen "PAGOCONF", cuentas de CTAMAP "DIFCAMBP" si es
      * perdida y "DIFCAMBG" si es ganancia). El total de la
      * orden se corrige a los pesos efectivamente pagados.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ALTERNATE RECORD KEY IS WPV-RAZON-SOCIAL
                                 WITH DUPLICATES
                             FILE STATUS IS WPV-STATUS.
           SELECT COTIHIST  ASSIGN TO "COTIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTH-CLAVE
                             FILE STATUS IS WTH-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCM-ORIGEN
                             FILE STATUS IS WCM-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
               88  WFP-RESERVADA-PAGO VALUE "S".
           05  WFP-CON-DIFERENCIAS   PIC X(01).
               88  WFP-TIENE-DIFERENC VALUE "S".
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  RETREGIM.
       01  REG-RETREGIM.
           05  WPV-BAJA              PIC X(01).
           05  WPV-JURISDICCION      PIC X(02).

       FD  COTIHIST.
       01  REG-COTIHIST.
           05  WTH-CLAVE.
               10  WTH-MONEDA        PIC 9(02).
               10  WTH-FEC-DESDE     PIC 9(08).
           05  WTH-COTIZACION        PIC 9(07)V9999.

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
           05  WCM-CUENTA-DEBE       PIC X(08).
           05  WCM-CUENTA-HABER      PIC X(08).
           05  WCM-CCOSTO            PIC X(03).

       FD  DIARIO.
       01  REG-DIARIO.
           05  WDI-CLAVE.
               10  WDI-ASIENTO       PIC 9(08).
               10  WDI-RENGLON       PIC 9(02).
           05  WDI-FECHA             PIC 9(08).
           05  WDI-CUENTA-PCTA       PIC X(08).
           05  WDI-DEBE              PIC S9(11)V99.
           05  WDI-HABER             PIC S9(11)V99.
           05  WDI-ORIGEN            PIC X(08).
           05  WDI-REFERENCIA        PIC 9(08).
           05  WDI-CCOSTO            PIC X(03).
           05  WDI-EMPRESA           PIC 9(04).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WRT-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WTH-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WPC-ORDEN-PARAM           PIC 9(08).
       77  WPC-ACCION-PARAM          PIC X(01).
       77  WPC-JURIS-PROVEEDOR       PIC X(02).
       77  WPC-RET-CALCULADA         PIC S9(09)V99.
       77  WPC-TOTAL-RETENIDO        PIC S9(09)V99 VALUE 0.
       77  WPC-NETO-PAGAR            PIC S9(09)V99.
       77  WPC-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WPC-COTIZ-PAGO            PIC 9(07)V9999.
       77  WPC-PESOS-PAGO            PIC S9(09)V99.
       77  WPC-SALDO-ANT             PIC S9(09)V99.
       77  WPC-DIF-CAMBIO            PIC S9(09)V99.
       77  WPC-TOTAL-DIF-CAMBIO      PIC S9(11)V99 VALUE 0.
       77  WPC-ASIENTO               PIC 9(08) VALUE 0.
       77  WPC-RENGLON               PIC 9(02) VALUE 0.
       77  WPC-CUENTA                PIC X(08).
       77  WPC-MOVIMIENTO            PIC S9(11)V99.
       77  WPC-CTA-PERD-DEBE         PIC X(08).
       77  WPC-CTA-PERD-HABER        PIC X(08).
       77  WPC-CC-PERD               PIC X(03).
       77  WPC-CTA-GAN-DEBE          PIC X(08).
       77  WPC-CTA-GAN-HABER         PIC X(08).
       77  WPC-CC-GAN                PIC X(03).
       77  WPC-CCOSTO                PIC X(03).
       77  WPC-SIN-MAPEO             PIC X(01) VALUE "N".
           88  WPC-FALTA-MAPEO        VALUE "S".
       77  WPC-ERROR                 PIC X(01) VALUE "N".
           88  WPC-HUBO-ERROR         VALUE "S".
       77  EOF-ORDPADET               PIC X(01) VALUE "N".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-DIF-CAMBIO.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "  MONEDA ".
           05  DC-MONEDA             PIC 99.
           05  FILLER                PIC X(08) VALUE " ORIGEN ".
           05  DC-SALDO-ME           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(06) VALUE " COT. ".
           05  DC-COTIZ-FACT         PIC Z(6)9.9999.
           05  FILLER                PIC X(03) VALUE " / ".
           05  DC-COTIZ-PAGO         PIC Z(6)9.9999.
           05  FILLER                PIC X(13) VALUE " DIF.CAMBIO ".
           05  DC-DIFERENCIA         PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(16)
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       COTIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COTIHIST.
           DISPLAY "ERROR E/S COTIHIST: " WTH-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           ACCEPT WPC-ORDEN-PARAM LINE 10 POSITION 26.
           DISPLAY "ACCION (C/A) .....: " LINE 11 POSITION 5.
           ACCEPT WPC-ACCION-PARAM LINE 11 POSITION 26.
           DISPLAY "EMPRESA ..........: " LINE 12 POSITION 5.
           ACCEPT WPC-EMPRESA-PARAM LINE 12 POSITION 26.
           ACCEPT WPC-HOY FROM DATE YYYYMMDD.
           OPEN I-O ORDPAGO.
           OPEN INPUT ORDPADET.
               OPEN I-O NUMERO
           END-IF.
           OPEN INPUT PROVEE.
           OPEN INPUT COTIHIST.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                   GO TO 3000-PROCESAR-DETALLE-EXIT
           END-READ.
           IF WPC-ACCION-PARAM = "C"
               MOVE WFP-SALDO TO WPC-SALDO-ANT
               MOVE 0 TO WFP-SALDO
               MOVE "S" TO WFP-CANCELADO
               MOVE WOD-COMPROBANTE TO D-COMPROBANTE
               MOVE WOD-IMPORTE     TO D-IMPORTE
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
               IF WFP-MONEDA NOT = 0 AND WFP-SALDO-ME NOT = 0
                   PERFORM 4000-DIFERENCIA-CAMBIO
                       THRU 4000-DIFERENCIA-CAMBIO-EXIT
               END-IF
               MOVE 0 TO WFP-SALDO-ME
           ELSE
               MOVE "N" TO WFP-EN-PAGO
           END-IF.
       3000-PROCESAR-DETALLE-EXIT.
           EXIT.

      *    Diferencia de cambio de una factura en moneda
      *    extranjera: el saldo en origen a la cotizacion del dia
      *    del pago contra el saldo en pesos con que estaba
      *    valuada. Lo que se paga de mas o de menos respecto de
      *    lo propuesto por PAGOPROP corrige el total de la orden.
       4000-DIFERENCIA-CAMBIO.
           MOVE 0           TO WPC-COTIZ-PAGO.
           MOVE WFP-MONEDA  TO WTH-MONEDA.
           MOVE WPC-HOY     TO WTH-FEC-DESDE.
           START COTIHIST KEY IS NOT GREATER THAN WTH-CLAVE
               INVALID KEY GO TO 4000-DIFERENCIA-CAMBIO-FALTA
           END-START.
           READ COTIHIST NEXT RECORD
               AT END GO TO 4000-DIFERENCIA-CAMBIO-FALTA
           END-READ.
           IF WTH-MONEDA NOT = WFP-MONEDA OR WTH-COTIZACION = 0
               GO TO 4000-DIFERENCIA-CAMBIO-FALTA
           END-IF.
           MOVE WTH-COTIZACION TO WPC-COTIZ-PAGO.
           COMPUTE WPC-PESOS-PAGO ROUNDED =
               WFP-SALDO-ME * WPC-COTIZ-PAGO.
           COMPUTE WPC-DIF-CAMBIO = WPC-PESOS-PAGO - WOD-IMPORTE.
           ADD WPC-DIF-CAMBIO TO WOP-TOTAL.
           COMPUTE WPC-DIF-CAMBIO = WPC-PESOS-PAGO - WPC-SALDO-ANT.
           MOVE WFP-MONEDA        TO DC-MONEDA.
           MOVE WFP-SALDO-ME      TO DC-SALDO-ME.
           MOVE WFP-COTIZ-VIGENTE TO DC-COTIZ-FACT.
           MOVE WPC-COTIZ-PAGO    TO DC-COTIZ-PAGO.
           MOVE WPC-DIF-CAMBIO    TO DC-DIFERENCIA.
           WRITE LIN-LISTADO FROM LIN-DIF-CAMBIO AFTER 1.
           IF WPC-DIF-CAMBIO = 0
               GO TO 4000-DIFERENCIA-CAMBIO-EXIT
           END-IF.
           IF WPC-ASIENTO = 0
               PERFORM 4100-ABRIR-ASIENTO
           END-IF.
           IF WPC-FALTA-MAPEO
               GO TO 4000-DIFERENCIA-CAMBIO-EXIT
           END-IF.
           ADD WPC-DIF-CAMBIO TO WPC-TOTAL-DIF-CAMBIO.
           IF WPC-DIF-CAMBIO > 0
               MOVE WPC-CTA-PERD-DEBE  TO WPC-CUENTA
               MOVE WPC-CC-PERD        TO WPC-CCOSTO
               MOVE WPC-DIF-CAMBIO     TO WPC-MOVIMIENTO
               PERFORM 4200-RENGLON
               MOVE WPC-CTA-PERD-HABER TO WPC-CUENTA
               COMPUTE WPC-MOVIMIENTO = 0 - WPC-DIF-CAMBIO
               PERFORM 4200-RENGLON
           ELSE
               MOVE WPC-CTA-GAN-DEBE   TO WPC-CUENTA
               MOVE WPC-CC-GAN         TO WPC-CCOSTO
               COMPUTE WPC-MOVIMIENTO = 0 - WPC-DIF-CAMBIO
               PERFORM 4200-RENGLON
               MOVE WPC-CTA-GAN-HABER  TO WPC-CUENTA
               MOVE WPC-DIF-CAMBIO     TO WPC-MOVIMIENTO
               PERFORM 4200-RENGLON
           END-IF.
           GO TO 4000-DIFERENCIA-CAMBIO-EXIT.
       4000-DIFERENCIA-CAMBIO-FALTA.
           DISPLAY "SIN COTIZACION MONEDA " WFP-MONEDA
               " - FACTURA " WFP-COMPROBANTE
               " SIN DIFERENCIA DE CAMBIO".
       4000-DIFERENCIA-CAMBIO-EXIT.
           EXIT.

      *    Un solo asiento por orden con todas sus diferencias;
      *    sin las dos filas de CTAMAP no se asienta nada.
       4100-ABRIR-ASIENTO.
           MOVE "DIFCAMBP" TO WCM-ORIGEN.
           PERFORM 4110-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WPC-CTA-PERD-DEBE.
           MOVE WCM-CUENTA-HABER TO WPC-CTA-PERD-HABER.
           MOVE WCM-CCOSTO       TO WPC-CC-PERD.
           MOVE "DIFCAMBG" TO WCM-ORIGEN.
           PERFORM 4110-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WPC-CTA-GAN-DEBE.
           MOVE WCM-CUENTA-HABER TO WPC-CTA-GAN-HABER.
           MOVE WCM-CCOSTO       TO WPC-CC-GAN.
           IF WPC-FALTA-MAPEO
               DISPLAY "DIFERENCIA DE CAMBIO SIN ASENTAR"
               MOVE 99999999 TO WPC-ASIENTO
           ELSE
               MOVE "ASIENTO " TO WNU-TIPO-COMP
               READ NUMERO KEY IS WNU-TIPO-COMP
                   INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
               END-READ
               ADD 1 TO WNU-ULTIMO-NUMERO
               REWRITE REG-NUMERO
                   INVALID KEY
                       WRITE REG-NUMERO
                           INVALID KEY
                               DISPLAY "NO PUDO GRABAR NUMERO"
                       END-WRITE
               END-REWRITE
               MOVE WNU-ULTIMO-NUMERO TO WPC-ASIENTO
           END-IF.

       4110-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WPC-SIN-MAPEO
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

      *    Importe positivo al debe, negativo al haber.
       4200-RENGLON.
           ADD 1 TO WPC-RENGLON.
           MOVE WPC-ASIENTO       TO WDI-ASIENTO.
           MOVE WPC-RENGLON       TO WDI-RENGLON.
           MOVE WPC-HOY           TO WDI-FECHA.
           MOVE WPC-CUENTA        TO WDI-CUENTA-PCTA.
           IF WPC-MOVIMIENTO > 0
               MOVE WPC-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WPC-MOVIMIENTO
           END-IF.
           MOVE "PAGOCONF"        TO WDI-ORIGEN.
           MOVE WOP-NUMERO        TO WDI-REFERENCIA.
           MOVE WPC-CCOSTO        TO WDI-CCOSTO.
           MOVE WPC-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.

       5000-ACTUALIZAR-ORDEN.
           IF WPC-ACCION-PARAM = "C"
               MOVE "C" TO WOP-ESTADO
               DISPLAY "ORDEN " WOP-NUMERO " CONFIRMADA"
               DISPLAY "TOTAL RETENIDO: " WPC-TOTAL-RETENIDO
               DISPLAY "NETO A PAGAR .: " WPC-NETO-PAGAR
               IF WPC-TOTAL-DIF-CAMBIO NOT = 0
                   DISPLAY "DIF. DE CAMBIO: " WPC-TOTAL-DIF-CAMBIO
                       " ASIENTO " WPC-ASIENTO
               END-IF
           ELSE
               MOVE "X" TO WOP-ESTADO
               DISPLAY "ORDEN " WOP-NUMERO " ANULADA"
           CLOSE RETENC.
           CLOSE NUMERO.
           CLOSE PROVEE.
           CLOSE COTIHIST.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
