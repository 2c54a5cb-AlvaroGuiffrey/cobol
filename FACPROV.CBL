      * compras, y el detalle renglon por renglon en FPRODET con
      * la marca de diferencia. El vencimiento sale de la fecha
      * de factura mas el plazo de pago del maestro PROVEE.
      * Factura en moneda extranjera (equipos, fermentos,
      * envases facturados en dolares): se informa la moneda y
      * los precios se cargan en la moneda de origen; la
      * cotizacion es la de COTIHIST vigente a la fecha de la
      * factura. CTAPROV guarda total y saldo en origen con esa
      * cotizacion, y los importes en pesos convertidos a ella
      * (el control de precio contra CAPPRE y el detalle de
      * FPRODET quedan en pesos). La diferencia de cambio la
      * calculan PAGOCONF al pagar y REVALPRO a fin de mes.
      * Si el proveedor tenia el RNE o la habilitacion de SENASA
      * vencidos a la fecha de la factura (PROVRNE via REGCHK)
      * se avisa: la mercaderia ya la freno ORDCOMPR, la factura
      * se carga igual.
      * La factura se puede imputar a un centro de costo (en
      * blanco no se imputa): queda en FPROCCO y, si con ella el
      * centro pasa su presupuesto de gastos del mes (PRESUGAS,
      * controlado por PRESGCHK), se avisa; la factura se carga
      * igual.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFD-CLAVE
                             FILE STATUS IS WFD-STATUS.
           SELECT FPROCCO   ASSIGN TO "FPROCCO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFO-CLAVE
                             FILE STATUS IS WFO-STATUS.
           SELECT COTIHIST  ASSIGN TO "COTIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTH-CLAVE
                             FILE STATUS IS WTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN.
      *    Cuenta corriente de proveedores, espejo de FACT: la
      *    clave proveedor+comprobante con alternativa por
      *    proveedor para recorrer lo adeudado a cada uno.
      *    Al final la moneda de origen (0 pesos), la cotizacion
      *    de la factura, la cotizacion a la que esta valuado hoy
      *    el saldo en pesos (la de la factura o la del ultimo
      *    cierre de REVALPRO) y total y saldo en moneda origen.
       FD  CTAPROV.
       01  REG-CTAPROV.
           05  WFP-CLAVE.
               88  WFP-RESERVADA-PAGO VALUE "S".
           05  WFP-CON-DIFERENCIAS   PIC X(01).
               88  WFP-TIENE-DIFERENC VALUE "S".
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  FPRODET.
       01  REG-FPRODET.
               88  WFD-DIF-PRECIO     VALUE "P".
               88  WFD-DIF-AMBAS      VALUE "B".

      *    Imputacion de la factura a un centro de costo.
       FD  FPROCCO.
       01  REG-FPROCCO.
           05  WFO-CLAVE.
               10  WFO-PROVEEDOR     PIC 9(06).
               10  WFO-COMPROBANTE   PIC 9(08).
           05  WFO-EMPRESA           PIC 9(04).
           05  WFO-CCOSTO            PIC X(03).
           05  WFO-FECHA             PIC 9(08).
           05  WFO-NETO              PIC S9(09)V99.

       FD  COTIHIST.
       01  REG-COTIHIST.
           05  WTH-CLAVE.
               10  WTH-MONEDA        PIC 9(02).
               10  WTH-FEC-DESDE     PIC 9(08).
           05  WTH-COTIZACION        PIC 9(07)V9999.

       WORKING-STORAGE SECTION.
       77  WOR-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WAL-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WFD-STATUS                PIC X(02).
       77  WTH-STATUS                PIC X(02).
       77  WFO-STATUS                PIC X(02).
       77  WFC-PROVEEDOR-PARAM       PIC 9(06).
       77  WFC-COMPROBANTE-PARAM     PIC 9(08).
       77  WFC-ORDEN-PARAM           PIC 9(08).
       77  WFC-RAZON-SOCIAL          PIC X(30).
       77  WFC-COND-IVA              PIC X(02).
       77  WFC-PLAZO-PAGO            PIC 9(03).
       77  WFC-MONEDA-PARAM          PIC 9(02).
       77  WFC-COTIZ                 PIC 9(07)V9999 VALUE 1.
       77  WFC-TIPO-REG              PIC X(01) VALUE "P".
       77  WFC-RESULTADO-REG         PIC X(01).
       77  WFC-FEC-VTO-REG           PIC 9(08).
       77  WFC-PRECIO-PESOS          PIC S9(07)V99.
       77  WFC-NETO-ME               PIC S9(09)V99 VALUE 0.
       77  WFC-IVA-ME                PIC S9(09)V99 VALUE 0.
       77  WFC-CCOSTO-PARAM          PIC X(03) VALUE SPACES.
       77  WFC-EMP-GASTO             PIC 9(04) VALUE 0.
       77  WFC-PRESUP-MES            PIC S9(11)V99.
       77  WFC-GASTADO-MES           PIC S9(11)V99.
       77  WFC-RESULTADO-PRES        PIC X(01).
       77  WFC-ERROR                 PIC X(01) VALUE "N".
           88  WFC-HUBO-ERROR         VALUE "S".
       77  FIN-CARGA                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LINEAS      VALUE "S".

       FPRODET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPRODET.
           DISPLAY "ERROR E/S FPRODET: " WFD-STATUS.
       FPROCCO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPROCCO.
           DISPLAY "ERROR E/S FPROCCO: " WFO-STATUS.
       COTIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COTIHIST.
           DISPLAY "ERROR E/S COTIHIST: " WTH-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-CARGAR-LINEA THRU 2000-CARGAR-LINEA-EXIT
               UNTIL NO-HAY-MAS-LINEAS.
           IF NOT WFC-HUBO-ERROR
               PERFORM 3000-GRABAR-CABECERA
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.

           ACCEPT WFC-FECHA-PARAM LINE 10 POSITION 26.
           DISPLAY "ALICUOTA IVA .....: " LINE 11 POSITION 5.
           ACCEPT WFC-ALICUOTA-PARAM LINE 11 POSITION 26.
           DISPLAY "MONEDA (0 PESOS) .: " LINE 12 POSITION 5.
           ACCEPT WFC-MONEDA-PARAM LINE 12 POSITION 26.
           DISPLAY "CENTRO DE COSTO ..: " LINE 14 POSITION 5.
           ACCEPT WFC-CCOSTO-PARAM LINE 14 POSITION 26.
           CALL "PROVEE" USING WFC-MODO-PROVEE
                               WFC-PROVEEDOR-PARAM
                               WFC-RAZON-SOCIAL
                               WFC-PLAZO-PAGO
           END-CALL.
           DISPLAY "PROVEEDOR: " WFC-RAZON-SOCIAL.
           CALL "REGCHK" USING WFC-TIPO-REG
                               WFC-PROVEEDOR-PARAM
                               WFC-FECHA-PARAM
                               WFC-RESULTADO-REG
                               WFC-FEC-VTO-REG
           END-CALL.
           IF WFC-RESULTADO-REG = "V"
               DISPLAY "ATENCION: RNE/HABILITACION DEL PROVEEDOR "
                   "VENCIDA EL " WFC-FEC-VTO-REG
           END-IF.
           OPEN INPUT ORDEN.
           OPEN INPUT CAPPRE.
           OPEN INPUT ALICUO.
               CLOSE FPRODET
               OPEN I-O FPRODET
           END-IF.
           OPEN I-O FPROCCO.
           IF WFO-STATUS = "35"
               CLOSE FPROCCO
               OPEN OUTPUT FPROCCO
               CLOSE FPROCCO
               OPEN I-O FPROCCO
           END-IF.
           OPEN INPUT COTIHIST.
           IF WFC-MONEDA-PARAM NOT = 0
               PERFORM 1100-COTIZACION THRU 1100-COTIZACION-EXIT
           END-IF.

      *    Cotizacion vigente a la fecha de la factura: la ultima
      *    alta de COTIHIST de esa moneda no posterior a la fecha.
      *    Sin cotizacion no se carga la factura.
       1100-COTIZACION.
           MOVE 0                TO WFC-COTIZ.
           MOVE WFC-MONEDA-PARAM TO WTH-MONEDA.
           MOVE WFC-FECHA-PARAM  TO WTH-FEC-DESDE.
           START COTIHIST KEY IS NOT GREATER THAN WTH-CLAVE
               INVALID KEY GO TO 1100-COTIZACION-FALTA
           END-START.
           READ COTIHIST NEXT RECORD
               AT END GO TO 1100-COTIZACION-FALTA
           END-READ.
           IF WTH-MONEDA = WFC-MONEDA-PARAM
              AND WTH-COTIZACION > 0
               MOVE WTH-COTIZACION TO WFC-COTIZ
               DISPLAY "COTIZACION .......: " WFC-COTIZ
                   LINE 13 POSITION 5
               GO TO 1100-COTIZACION-EXIT
           END-IF.
       1100-COTIZACION-FALTA.
           DISPLAY "SIN COTIZACION MONEDA " WFC-MONEDA-PARAM
               " A LA FECHA - FACTURA NO CARGADA".
           MOVE "S" TO WFC-ERROR.
           MOVE "S" TO FIN-CARGA.
       1100-COTIZACION-EXIT.
           EXIT.

      *    Renglones de la factura: articulo 0 termina la carga.
      *    El control de tres vias por renglon: lo facturado
      *    contra lo recibido de la orden (PARTI ya volcado por
      *    ORDCOMPR en WOR-CANT-RECIBIDA) y el precio contra el
      *    costo de lista de CAPPRE. En moneda extranjera el
      *    precio se tipea en origen y se pasa a pesos con la
      *    cotizacion de la factura antes de compararlo.
       2000-CARGAR-LINEA.
           DISPLAY "ARTICULO (0 TERMINA): ".
           ACCEPT WFC-ARTICULO-CAP.
           ACCEPT WFC-CANTIDAD-CAP.
           DISPLAY "PRECIO UNITARIO ....: ".
           ACCEPT WFC-PRECIO-CAP.
           IF WFC-MONEDA-PARAM NOT = 0
               COMPUTE WFC-NETO-ME = WFC-NETO-ME +
                   (WFC-CANTIDAD-CAP * WFC-PRECIO-CAP)
               COMPUTE WFC-PRECIO-PESOS ROUNDED =
                   WFC-PRECIO-CAP * WFC-COTIZ
               MOVE WFC-PRECIO-PESOS TO WFC-PRECIO-CAP
           END-IF.

           MOVE "N" TO WFC-DIF-LINEA.
           MOVE WFC-ORDEN-PARAM   TO WOR-NUMERO.
           COMPUTE WFP-FEC-VENC =
               FUNCTION DATE-OF-INTEGER (WFC-DIA-LINEAL).
           MOVE WFC-NETO-ACUM         TO WFP-NETO.
           IF WFC-MONEDA-PARAM NOT = 0
               COMPUTE WFC-NETO-ACUM ROUNDED =
                   WFC-NETO-ME * WFC-COTIZ
               MOVE WFC-NETO-ACUM     TO WFP-NETO
           END-IF.
           MOVE WFC-ALICUOTA-PARAM    TO WFP-ALICUOTA.
           MOVE WFC-ALICUOTA-PARAM    TO WAL-CODIGO.
           READ ALICUO KEY IS WAL-CODIGO
               WFC-NETO-ACUM * WAL-PORCENTAJE / 100.
           COMPUTE WFP-TOTAL = WFC-NETO-ACUM + WFP-IVA.
           MOVE WFP-TOTAL TO WFP-SALDO.
           MOVE WFC-MONEDA-PARAM TO WFP-MONEDA.
           MOVE WFC-COTIZ        TO WFP-COTIZ-ORIGEN.
           MOVE WFC-COTIZ        TO WFP-COTIZ-VIGENTE.
           IF WFC-MONEDA-PARAM NOT = 0
               COMPUTE WFC-IVA-ME ROUNDED =
                   WFC-NETO-ME * WAL-PORCENTAJE / 100
               COMPUTE WFP-TOTAL-ME = WFC-NETO-ME + WFC-IVA-ME
           ELSE
               MOVE 0 TO WFP-TOTAL-ME
           END-IF.
           MOVE WFP-TOTAL-ME TO WFP-SALDO-ME.
           MOVE "N" TO WFP-CANCELADO.
           MOVE "N" TO WFP-EN-PAGO.
           IF WFC-CANT-DIFERENCIAS > 0
           ELSE
               MOVE "N" TO WFP-CON-DIFERENCIAS
           END-IF.
           IF WFC-CCOSTO-PARAM NOT = SPACES
               PERFORM 3100-PRESUPUESTO-CENTRO
           END-IF.
           WRITE REG-CTAPROV
               INVALID KEY REWRITE REG-CTAPROV
                   INVALID KEY DISPLAY "NO PUDO GRABAR CTAPROV"
           END-WRITE.
           DISPLAY "FACTURA " WFP-COMPROBANTE " PROVEEDOR "
               WFP-PROVEEDOR " TOTAL " WFP-TOTAL.
           IF WFC-MONEDA-PARAM NOT = 0
               DISPLAY "EN MONEDA " WFP-MONEDA " TOTAL "
                   WFP-TOTAL-ME " COTIZACION " WFP-COTIZ-ORIGEN
           END-IF.

      *    Control contra el presupuesto de gastos del mes del
      *    centro imputado (neto en pesos) y registro de la
      *    imputacion para los controles de las facturas que
      *    siguen.
       3100-PRESUPUESTO-CENTRO.
           MOVE 0 TO WFC-EMP-GASTO.
           CALL "PRESGCHK" USING WFC-EMP-GASTO
                                 WFC-CCOSTO-PARAM
                                 WFC-FECHA-PARAM
                                 WFC-PROVEEDOR-PARAM
                                 WFC-COMPROBANTE-PARAM
                                 WFP-NETO
                                 WFC-PRESUP-MES
                                 WFC-GASTADO-MES
                                 WFC-RESULTADO-PRES
           END-CALL.
           IF WFC-RESULTADO-PRES = "S"
               DISPLAY "ATENCION: EL CENTRO " WFC-CCOSTO-PARAM
                   " PASA SU PRESUPUESTO DEL MES"
               DISPLAY "PRESUPUESTO " WFC-PRESUP-MES
                   " GASTADO " WFC-GASTADO-MES
                   " ESTA FACTURA " WFP-NETO
           END-IF.
           MOVE WFC-PROVEEDOR-PARAM   TO WFO-PROVEEDOR.
           MOVE WFC-COMPROBANTE-PARAM TO WFO-COMPROBANTE.
           MOVE WFC-EMP-GASTO         TO WFO-EMPRESA.
           MOVE WFC-CCOSTO-PARAM      TO WFO-CCOSTO.
           MOVE WFC-FECHA-PARAM       TO WFO-FECHA.
           MOVE WFP-NETO              TO WFO-NETO.
           WRITE REG-FPROCCO
               INVALID KEY REWRITE REG-FPROCCO
                   INVALID KEY DISPLAY "NO PUDO GRABAR FPROCCO"
           END-WRITE.

       9999-FINAL.
           CLOSE ORDEN.
           CLOSE ALICUO.
           CLOSE CTAPROV.
           CLOSE FPRODET.
           CLOSE FPROCCO.
           CLOSE COTIHIST.
       9999-FINAL-EXIT.
           EXIT.
