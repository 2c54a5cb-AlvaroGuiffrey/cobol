       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FLETERO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Liquidacion de fleteros: algunas rutas las hacen
      * transportistas contratados con camion propio que cobran
      * por viaje, por kilometro o por kilo entregado, y su
      * factura no se controlaba contra nada.
      *   modo T: tarifa por ruta en FLETTAR: proveedor (el
      *           fletero en PROVEE), modalidad (V=viaje, K=km,
      *           P=kilo entregado), tarifa, kilometros de la
      *           ruta y descuento por parada fallida;
      *   modo V: registro de viajes del dia en FLETVIA, una
      *           linea por ruta tercerizada con remitos en la
      *           fecha: los kilos cargados salen de los
      *           renglones de REMDET de los remitos del
      *           manifiesto (RUTMANIF) con el kilaje de ARTPESO
      *           (como CARGAPLN), y lo entregado de ENTREGAS
      *           (lo que rindio RUTENTRE). Una parada es
      *           fallida si no se entrego nada (rechazo,
      *           cliente cerrado o sin rendir). Se puede
      *           re-registrar mientras el viaje no se liquido;
      *   modo L: liquidacion quincenal del fletero: suma los
      *           viajes pendientes del periodo (viaje o km
      *           menos el descuento por parada fallida; por
      *           kilo se paga solo lo entregado), graba la
      *           factura de proveedor en CTAPROV numerada desde
      *           NUMERO tipo "FACPROV " (como LECHELIQ), carga
      *           el costo de cada viaje a la ruta en RUTGASTO
      *           (concepto FLE, fecha del viaje) para que RUTPYG
      *           refleje las rutas tercerizadas, y lista el
      *           detalle por PRNTDEST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLETTAR   ASSIGN TO "FLETTAR"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFT-RUTA
                             FILE STATUS IS WFT-STATUS.
           SELECT FLETVIA   ASSIGN TO "FLETVIA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFV-CLAVE
                             ALTERNATE RECORD KEY IS WFV-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WFV-STATUS.
           SELECT REMITO    ASSIGN TO "REMITO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRM-NUMERO
                             ALTERNATE RECORD KEY IS WRM-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WRM-STATUS.
           SELECT REMDET    ASSIGN TO "REMDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRD-CLAVE
                             FILE STATUS IS WRD-STATUS.
           SELECT ENTREGAS  ASSIGN TO "ENTREGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEN-CLAVE
                             FILE STATUS IS WEN-STATUS.
           SELECT ARTPESO   ASSIGN TO "ARTPESO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPS-ARTICULO
                             FILE STATUS IS WPS-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT RUTGASTO  ASSIGN TO "RUTGASTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRG-CLAVE
                             FILE STATUS IS WRG-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Tarifa del fletero por ruta.
       FD  FLETTAR.
       01  REG-FLETTAR.
           05  WFT-RUTA              PIC 9(03).
           05  WFT-PROVEEDOR         PIC 9(06).
           05  WFT-MODALIDAD         PIC X(01).
               88  WFT-POR-VIAJE      VALUE "V".
               88  WFT-POR-KM         VALUE "K".
               88  WFT-POR-KILO       VALUE "P".
           05  WFT-TARIFA            PIC S9(07)V9999.
           05  WFT-KM-RUTA           PIC 9(05).
           05  WFT-DESC-PARADA       PIC S9(07)V99.

      *    Viaje de la ruta tercerizada en el dia. WFV-FACTURA
      *    es el comprobante de CTAPROV que lo liquido.
       FD  FLETVIA.
       01  REG-FLETVIA.
           05  WFV-CLAVE.
               10  WFV-RUTA          PIC 9(03).
               10  WFV-FECHA         PIC 9(08).
           05  WFV-PROVEEDOR         PIC 9(06).
           05  WFV-MODALIDAD         PIC X(01).
           05  WFV-KM                PIC 9(05).
           05  WFV-PARADAS           PIC 9(03).
           05  WFV-PARADAS-FALLIDAS  PIC 9(03).
           05  WFV-KILOS-CARGADOS    PIC 9(07)V99.
           05  WFV-KILOS-ENTREGADOS  PIC 9(07)V99.
           05  WFV-IMPORTE-BRUTO     PIC S9(09)V99.
           05  WFV-DESCUENTO         PIC S9(09)V99.
           05  WFV-IMPORTE-NETO      PIC S9(09)V99.
           05  WFV-ESTADO            PIC X(01).
               88  WFV-PENDIENTE      VALUE "P".
               88  WFV-LIQUIDADO      VALUE "L".
           05  WFV-FACTURA           PIC 9(08).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.

       FD  ENTREGAS.
       01  REG-ENTREGAS.
           05  WEN-CLAVE.
               10  WEN-REMITO        PIC 9(08).
               10  WEN-SECUENCIA     PIC 9(04).
           05  WEN-RUTA              PIC 9(03).
           05  WEN-FEC-REPARTO       PIC 9(08).
           05  WEN-ORDEN-ENTREGA     PIC 9(03).
           05  WEN-CUENTA            PIC 9(06).
           05  WEN-ARTICULO          PIC 9(06).
           05  WEN-CANT-PEDIDA       PIC S9(07)V99.
           05  WEN-CANT-ENTREGADA    PIC S9(07)V99.
           05  WEN-RESULTADO         PIC X(01).

       FD  ARTPESO.
       01  REG-ARTPESO.
           05  WPS-ARTICULO          PIC 9(06).
           05  WPS-PESO-VARIABLE     PIC X(01).
           05  WPS-KG-NOMINAL        PIC 9(03)V999.

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).
           05  WPV-COND-IVA          PIC X(02).
           05  WPV-PLAZO-PAGO-DIAS   PIC 9(03).

       FD  CTAPROV.
       01  REG-CTAPROV.
           05  WFP-CLAVE.
               10  WFP-PROVEEDOR     PIC 9(06).
               10  WFP-COMPROBANTE   PIC 9(08).
           05  WFP-ORDEN             PIC 9(08).
           05  WFP-FEC-EMISION       PIC 9(08).
           05  WFP-FEC-VENC          PIC 9(08).
           05  WFP-NETO              PIC S9(09)V99.
           05  WFP-ALICUOTA          PIC 9(02).
           05  WFP-IVA               PIC S9(09)V99.
           05  WFP-TOTAL             PIC S9(09)V99.
           05  WFP-SALDO             PIC S9(09)V99.
           05  WFP-CANCELADO         PIC X(01).
           05  WFP-EN-PAGO           PIC X(01).
           05  WFP-CON-DIFERENCIAS   PIC X(01).
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  RUTGASTO.
       01  REG-RUTGASTO.
           05  WRG-CLAVE.
               10  WRG-RUTA          PIC 9(04).
               10  WRG-FECHA         PIC 9(08).
               10  WRG-SECUENCIA     PIC 9(04).
           05  WRG-CONCEPTO          PIC X(03).
           05  WRG-IMPORTE           PIC S9(07)V99.

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "FLETERO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WFT-STATUS                PIC X(02).
       77  WFV-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WPS-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WRG-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WFL-MODO-PARAM            PIC X(01).
       77  WFL-RUTA-PARAM            PIC 9(03).
       77  WFL-FECHA-PARAM           PIC 9(08).
       77  WFL-PROVEEDOR-PARAM       PIC 9(06).
       77  WFL-DESDE-PARAM           PIC 9(08).
       77  WFL-HASTA-PARAM           PIC 9(08).
       77  WFL-ALICUOTA-PARAM        PIC 9(02).
       77  WFL-KM-CAP                PIC 9(05).
       77  WFL-HOY                   PIC 9(08).
       77  WFL-HALLADO               PIC X(01).
       77  WFL-KG-RENGLON            PIC S9(09)V99.
       77  WFL-KG-ENTREGADO          PIC S9(09)V99.
       77  WFL-ENTREGO-ALGO          PIC X(01).
       77  WFL-ULTIMA-SEC            PIC 9(04).
       77  WFL-CANT-VIAJES           PIC 9(04) VALUE 0.
       77  WFL-CANT-SIN-PESO         PIC 9(05) VALUE 0.
       77  WFL-TOT-NETO              PIC S9(11)V99 VALUE 0.
       77  WFL-TOT-DESCUENTO         PIC S9(11)V99 VALUE 0.
       77  WFL-TOT-IVA               PIC S9(11)V99 VALUE 0.
       77  EOF-FLETTAR                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FLETTAR     VALUE "S".
       77  EOF-FLETVIA                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FLETVIA     VALUE "S".
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-RUTGASTO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RUTGASTO    VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(26)
               VALUE "LIQUIDACION DE FLETERO   ".
           05  T-PROVEEDOR        PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  T-RAZON-SOCIAL     PIC X(30).
           05  FILLER             PIC X(05) VALUE " DEL ".
           05  T-DESDE            PIC 9(08).
           05  FILLER             PIC X(04) VALUE " AL ".
           05  T-HASTA            PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "RUTA FECHA    M    KM PAR FAL  KG CARGA  KG ENTREG".
           05  FILLER             PIC X(50) VALUE
               "          BRUTO      DESCUENTO           NETO".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-RUTA                PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MODALIDAD           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-KM                  PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PARADAS             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FALLIDAS            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-KG-CARGA            PIC ZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-KG-ENTREGA          PIC ZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-BRUTO               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESCUENTO           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NETO                PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-LEYENDA             PIC X(30).
           05  L-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       FLETTAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FLETTAR.
           DISPLAY "ERROR E/S FLETTAR: " WFT-STATUS.
       FLETVIA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FLETVIA.
           DISPLAY "ERROR E/S FLETVIA: " WFV-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       ENTREGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ENTREGAS.
           DISPLAY "ERROR E/S ENTREGAS: " WEN-STATUS.
       ARTPESO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTPESO.
           DISPLAY "ERROR E/S ARTPESO: " WPS-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       RUTGASTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTGASTO.
           DISPLAY "ERROR E/S RUTGASTO: " WRG-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WFL-MODO-PARAM
               WHEN "T"
                   PERFORM 2000-TARIFA THRU 2000-TARIFA-EXIT
               WHEN "V"
                   PERFORM 3000-VIAJE-RUTA THRU 3000-VIAJE-RUTA-EXIT
                       UNTIL NO-HAY-MAS-FLETTAR
                   DISPLAY "VIAJES REGISTRADOS ...: " WFL-CANT-VIAJES
                   DISPLAY "RENGLONES SIN KILAJE .: " WFL-CANT-SIN-PESO
               WHEN "L"
                   PERFORM 5000-LIQUIDAR-VIAJE
                       THRU 5000-LIQUIDAR-VIAJE-EXIT
                       UNTIL NO-HAY-MAS-FLETVIA
                   PERFORM 6000-FACTURA-PROVEEDOR
                       THRU 6000-FACTURA-PROVEEDOR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (T=TARIFA V=VIAJES L=LIQUIDACION): "
               LINE 6 POSITION 5.
           ACCEPT WFL-MODO-PARAM LINE 6 POSITION 46.
           ACCEPT WFL-HOY FROM DATE YYYYMMDD.
           OPEN I-O FLETTAR.
           IF WFT-STATUS = "35"
               CLOSE FLETTAR
               OPEN OUTPUT FLETTAR
               CLOSE FLETTAR
               OPEN I-O FLETTAR
           END-IF.
           OPEN I-O FLETVIA.
           IF WFV-STATUS = "35"
               CLOSE FLETVIA
               OPEN OUTPUT FLETVIA
               CLOSE FLETVIA
               OPEN I-O FLETVIA
           END-IF.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT ENTREGAS.
           OPEN INPUT ARTPESO.
           OPEN INPUT PROVEE.
           OPEN I-O CTAPROV.
           IF WFP-STATUS = "35"
               CLOSE CTAPROV
               OPEN OUTPUT CTAPROV
               CLOSE CTAPROV
               OPEN I-O CTAPROV
           END-IF.
           OPEN I-O RUTGASTO.
           IF WRG-STATUS = "35"
               CLOSE RUTGASTO
               OPEN OUTPUT RUTGASTO
               CLOSE RUTGASTO
               OPEN I-O RUTGASTO
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           IF WFL-MODO-PARAM = "V"
               DISPLAY "FECHA DE REPARTO ...: " LINE 8 POSITION 5
               ACCEPT WFL-FECHA-PARAM LINE 8 POSITION 28
               MOVE 0 TO WFT-RUTA
               START FLETTAR KEY IS NOT LESS THAN WFT-RUTA
                   INVALID KEY MOVE "S" TO EOF-FLETTAR
               END-START
           END-IF.
           IF WFL-MODO-PARAM = "L"
               PERFORM 1100-INICIAL-LIQUIDACION
           END-IF.

       1100-INICIAL-LIQUIDACION.
           DISPLAY "FLETERO (PROVEEDOR) : " LINE 8 POSITION 5.
           ACCEPT WFL-PROVEEDOR-PARAM LINE 8 POSITION 28.
           DISPLAY "DESDE FECHA ........: " LINE 9 POSITION 5.
           ACCEPT WFL-DESDE-PARAM LINE 9 POSITION 28.
           DISPLAY "HASTA FECHA ........: " LINE 10 POSITION 5.
           ACCEPT WFL-HASTA-PARAM LINE 10 POSITION 28.
           DISPLAY "ALICUOTA IVA (0=MONOTRIBUTO): " LINE 11 POSITION 5.
           ACCEPT WFL-ALICUOTA-PARAM LINE 11 POSITION 36.
           MOVE WFL-PROVEEDOR-PARAM TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY
                   MOVE SPACES TO WPV-RAZON-SOCIAL
                   MOVE 0      TO WPV-PLAZO-PAGO-DIAS
           END-READ.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WFL-PROVEEDOR-PARAM TO T-PROVEEDOR.
           MOVE WPV-RAZON-SOCIAL    TO T-RAZON-SOCIAL.
           MOVE WFL-DESDE-PARAM     TO T-DESDE.
           MOVE WFL-HASTA-PARAM     TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE WFL-PROVEEDOR-PARAM TO WFV-PROVEEDOR.
           START FLETVIA KEY IS NOT LESS THAN WFV-PROVEEDOR
               INVALID KEY MOVE "S" TO EOF-FLETVIA
           END-START.

       2000-TARIFA.
           DISPLAY "RUTA ...............: " LINE 8 POSITION 5.
           ACCEPT WFL-RUTA-PARAM LINE 8 POSITION 28.
           MOVE "S" TO WFL-HALLADO.
           MOVE WFL-RUTA-PARAM TO WFT-RUTA.
           READ FLETTAR KEY IS WFT-RUTA
               INVALID KEY
                   MOVE "N" TO WFL-HALLADO
                   INITIALIZE REG-FLETTAR
                   MOVE WFL-RUTA-PARAM TO WFT-RUTA
           END-READ.
           DISPLAY "FLETERO (PROVEEDOR) : " LINE 9 POSITION 5.
           ACCEPT WFT-PROVEEDOR LINE 9 POSITION 28.
           DISPLAY "MODALIDAD (V/K/P) ..: " LINE 10 POSITION 5.
           ACCEPT WFT-MODALIDAD LINE 10 POSITION 28.
           DISPLAY "TARIFA .............: " LINE 11 POSITION 5.
           ACCEPT WFT-TARIFA LINE 11 POSITION 28.
           DISPLAY "KM DE LA RUTA ......: " LINE 12 POSITION 5.
           ACCEPT WFT-KM-RUTA LINE 12 POSITION 28.
           DISPLAY "DESC. PARADA FALLIDA: " LINE 13 POSITION 5.
           ACCEPT WFT-DESC-PARADA LINE 13 POSITION 28.
           IF NOT WFT-POR-VIAJE AND NOT WFT-POR-KM
              AND NOT WFT-POR-KILO
               DISPLAY "MODALIDAD DEBE SER V, K O P" LINE 20 POSITION 5
               GO TO 2000-TARIFA-EXIT
           END-IF.
           MOVE WFT-PROVEEDOR TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-TARIFA-EXIT
           END-READ.
           DISPLAY WPV-RAZON-SOCIAL LINE 9 POSITION 38.
           IF WFL-HALLADO = "S"
               REWRITE REG-FLETTAR
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FLETTAR"
               END-REWRITE
           ELSE
               WRITE REG-FLETTAR
                   INVALID KEY DISPLAY "NO PUDO GRABAR FLETTAR"
               END-WRITE
           END-IF.
           DISPLAY "TARIFA GRABADA" LINE 17 POSITION 5.
       2000-TARIFA-EXIT.
           EXIT.

      *    Un viaje por ruta tercerizada con remitos en la fecha.
      *    Un viaje ya liquidado no se vuelve a registrar.
       3000-VIAJE-RUTA.
           READ FLETTAR NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FLETTAR
                   GO TO 3000-VIAJE-RUTA-EXIT
           END-READ.
           MOVE "S" TO WFL-HALLADO.
           MOVE WFT-RUTA        TO WFV-RUTA.
           MOVE WFL-FECHA-PARAM TO WFV-FECHA.
           READ FLETVIA KEY IS WFV-CLAVE
               INVALID KEY MOVE "N" TO WFL-HALLADO
           END-READ.
           IF WFL-HALLADO = "S" AND WFV-LIQUIDADO
               DISPLAY "RUTA " WFT-RUTA " YA LIQUIDADA EN FACTURA "
                   WFV-FACTURA
               GO TO 3000-VIAJE-RUTA-EXIT
           END-IF.
           INITIALIZE REG-FLETVIA.
           MOVE WFT-RUTA        TO WFV-RUTA.
           MOVE WFL-FECHA-PARAM TO WFV-FECHA.
           MOVE WFT-PROVEEDOR   TO WFV-PROVEEDOR.
           MOVE WFT-MODALIDAD   TO WFV-MODALIDAD.
           MOVE WFT-KM-RUTA     TO WFV-KM.
           MOVE "P"             TO WFV-ESTADO.
           MOVE "N" TO EOF-REMITO.
           MOVE WFT-RUTA        TO WRM-RUTA.
           MOVE WFL-FECHA-PARAM TO WRM-FEC-REPARTO.
           MOVE 0               TO WRM-ORDEN-ENTREGA.
           START REMITO KEY IS NOT LESS THAN WRM-RUTA-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMITO
           END-START.
           PERFORM 3100-UN-REMITO THRU 3100-UN-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF WFV-PARADAS = 0
               GO TO 3000-VIAJE-RUTA-EXIT
           END-IF.
      *    Por km se confirman los kilometros reales del viaje;
      *    cero deja los de la tarifa.
           IF WFT-POR-KM
               DISPLAY "RUTA " LINE 10 POSITION 5
               DISPLAY WFT-RUTA LINE 10 POSITION 10
               DISPLAY "KM DEL VIAJE (0=TARIFA): " LINE 11 POSITION 5
               ACCEPT WFL-KM-CAP LINE 11 POSITION 31
               IF WFL-KM-CAP > 0
                   MOVE WFL-KM-CAP TO WFV-KM
               END-IF
           END-IF.
           PERFORM 4000-VALORIZAR-VIAJE.
           IF WFL-HALLADO = "S"
               REWRITE REG-FLETVIA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FLETVIA"
               END-REWRITE
           ELSE
               WRITE REG-FLETVIA
                   INVALID KEY DISPLAY "NO PUDO GRABAR FLETVIA"
               END-WRITE
           END-IF.
           ADD 1 TO WFL-CANT-VIAJES.
       3000-VIAJE-RUTA-EXIT.
           EXIT.

       3100-UN-REMITO.
           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
           END-READ.
           IF NO-HAY-MAS-REMITO
              OR WRM-RUTA NOT = WFT-RUTA
              OR WRM-FEC-REPARTO NOT = WFL-FECHA-PARAM
               MOVE "S" TO EOF-REMITO
               GO TO 3100-UN-REMITO-EXIT
           END-IF.
           ADD 1 TO WFV-PARADAS.
           MOVE "N" TO WFL-ENTREGO-ALGO.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           MOVE 0          TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3200-UN-RENGLON THRU 3200-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           IF WFL-ENTREGO-ALGO = "N"
               ADD 1 TO WFV-PARADAS-FALLIDAS
           END-IF.
       3100-UN-REMITO-EXIT.
           EXIT.

      *    Kilos del renglon con el kilaje nominal de ARTPESO;
      *    lo entregado sale del resultado en ENTREGAS (sin
      *    resultado cargado no se da por entregado).
       3200-UN-RENGLON.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WRM-NUMERO
               MOVE "S" TO EOF-REMDET
               GO TO 3200-UN-RENGLON-EXIT
           END-IF.
           MOVE WRD-ARTICULO TO WPS-ARTICULO.
           READ ARTPESO KEY IS WPS-ARTICULO
               INVALID KEY MOVE 0 TO WPS-KG-NOMINAL
           END-READ.
           IF WPS-KG-NOMINAL = 0
               ADD 1 TO WFL-CANT-SIN-PESO
           END-IF.
           COMPUTE WFL-KG-RENGLON ROUNDED =
               WRD-CANTIDAD * WPS-KG-NOMINAL.
           ADD WFL-KG-RENGLON TO WFV-KILOS-CARGADOS.
           MOVE WRD-CLAVE TO WEN-CLAVE.
           READ ENTREGAS KEY IS WEN-CLAVE
               INVALID KEY MOVE 0 TO WEN-CANT-ENTREGADA
           END-READ.
           IF WEN-CANT-ENTREGADA > 0
               MOVE "S" TO WFL-ENTREGO-ALGO
               COMPUTE WFL-KG-ENTREGADO ROUNDED =
                   WEN-CANT-ENTREGADA * WPS-KG-NOMINAL
               ADD WFL-KG-ENTREGADO TO WFV-KILOS-ENTREGADOS
           END-IF.
       3200-UN-RENGLON-EXIT.
           EXIT.

      *    Por viaje o por km se descuenta cada parada fallida;
      *    por kilo ya se paga solo lo entregado.
       4000-VALORIZAR-VIAJE.
           EVALUATE TRUE
               WHEN WFT-POR-VIAJE
                   MOVE WFT-TARIFA TO WFV-IMPORTE-BRUTO
                   COMPUTE WFV-DESCUENTO =
                       WFV-PARADAS-FALLIDAS * WFT-DESC-PARADA
               WHEN WFT-POR-KM
                   COMPUTE WFV-IMPORTE-BRUTO ROUNDED =
                       WFV-KM * WFT-TARIFA
                   COMPUTE WFV-DESCUENTO =
                       WFV-PARADAS-FALLIDAS * WFT-DESC-PARADA
               WHEN OTHER
                   COMPUTE WFV-IMPORTE-BRUTO ROUNDED =
                       WFV-KILOS-CARGADOS * WFT-TARIFA
                   COMPUTE WFV-DESCUENTO ROUNDED =
                       (WFV-KILOS-CARGADOS - WFV-KILOS-ENTREGADOS)
                       * WFT-TARIFA
           END-EVALUATE.
           IF WFV-DESCUENTO > WFV-IMPORTE-BRUTO
               MOVE WFV-IMPORTE-BRUTO TO WFV-DESCUENTO
           END-IF.
           COMPUTE WFV-IMPORTE-NETO =
               WFV-IMPORTE-BRUTO - WFV-DESCUENTO.

       5000-LIQUIDAR-VIAJE.
           READ FLETVIA NEXT RECORD
               AT END MOVE "S" TO EOF-FLETVIA
           END-READ.
           IF NO-HAY-MAS-FLETVIA
              OR WFV-PROVEEDOR NOT = WFL-PROVEEDOR-PARAM
               MOVE "S" TO EOF-FLETVIA
               GO TO 5000-LIQUIDAR-VIAJE-EXIT
           END-IF.
           IF NOT WFV-PENDIENTE
              OR WFV-FECHA < WFL-DESDE-PARAM
              OR WFV-FECHA > WFL-HASTA-PARAM
               GO TO 5000-LIQUIDAR-VIAJE-EXIT
           END-IF.
           ADD WFV-IMPORTE-NETO TO WFL-TOT-NETO.
           ADD WFV-DESCUENTO    TO WFL-TOT-DESCUENTO.
           ADD 1 TO WFL-CANT-VIAJES.
           MOVE WFV-RUTA              TO D-RUTA.
           MOVE WFV-FECHA             TO D-FECHA.
           MOVE WFV-MODALIDAD         TO D-MODALIDAD.
           MOVE WFV-KM                TO D-KM.
           MOVE WFV-PARADAS           TO D-PARADAS.
           MOVE WFV-PARADAS-FALLIDAS  TO D-FALLIDAS.
           MOVE WFV-KILOS-CARGADOS    TO D-KG-CARGA.
           MOVE WFV-KILOS-ENTREGADOS  TO D-KG-ENTREGA.
           MOVE WFV-IMPORTE-BRUTO     TO D-BRUTO.
           MOVE WFV-DESCUENTO         TO D-DESCUENTO.
           MOVE WFV-IMPORTE-NETO      TO D-NETO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       5000-LIQUIDAR-VIAJE-EXIT.
           EXIT.

      *    Factura del fletero en CTAPROV; despues se marcan los
      *    viajes con el comprobante y se carga el costo de cada
      *    viaje a su ruta.
       6000-FACTURA-PROVEEDOR.
           IF WFL-TOT-NETO = 0
               DISPLAY "NADA PARA LIQUIDAR EN EL PERIODO"
               GO TO 6000-FACTURA-PROVEEDOR-EXIT
           END-IF.
           COMPUTE WFL-TOT-IVA ROUNDED =
               WFL-TOT-NETO * WFL-ALICUOTA-PARAM / 100.
           MOVE "FACPROV " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.
           MOVE WFL-PROVEEDOR-PARAM TO WFP-PROVEEDOR.
           MOVE WNU-ULTIMO-NUMERO   TO WFP-COMPROBANTE.
           MOVE 0                   TO WFP-ORDEN.
           MOVE WFL-HOY             TO WFP-FEC-EMISION.
           COMPUTE WFP-FEC-VENC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WFL-HOY)
                + WPV-PLAZO-PAGO-DIAS).
           MOVE WFL-TOT-NETO        TO WFP-NETO.
           MOVE WFL-ALICUOTA-PARAM  TO WFP-ALICUOTA.
           MOVE WFL-TOT-IVA         TO WFP-IVA.
           COMPUTE WFP-TOTAL = WFL-TOT-NETO + WFL-TOT-IVA.
           MOVE WFP-TOTAL           TO WFP-SALDO.
           MOVE "N"                 TO WFP-CANCELADO.
           MOVE "N"                 TO WFP-EN-PAGO.
           MOVE "N"                 TO WFP-CON-DIFERENCIAS.
           MOVE 0                   TO WFP-MONEDA.
           MOVE 1                   TO WFP-COTIZ-ORIGEN.
           MOVE 1                   TO WFP-COTIZ-VIGENTE.
           MOVE 0                   TO WFP-TOTAL-ME.
           MOVE 0                   TO WFP-SALDO-ME.
           WRITE REG-CTAPROV
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR CTAPROV"
                   GO TO 6000-FACTURA-PROVEEDOR-EXIT
           END-WRITE.
           MOVE "N" TO EOF-FLETVIA.
           MOVE WFL-PROVEEDOR-PARAM TO WFV-PROVEEDOR.
           START FLETVIA KEY IS NOT LESS THAN WFV-PROVEEDOR
               INVALID KEY MOVE "S" TO EOF-FLETVIA
           END-START.
           PERFORM 6100-MARCAR-VIAJE THRU 6100-MARCAR-VIAJE-EXIT
               UNTIL NO-HAY-MAS-FLETVIA.
           MOVE "DESCUENTOS POR PARADAS ......:" TO L-LEYENDA.
           MOVE WFL-TOT-DESCUENTO TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           MOVE "NETO A PAGAR ................:" TO L-LEYENDA.
           MOVE WFP-NETO TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           MOVE "IVA .........................:" TO L-LEYENDA.
           MOVE WFP-IVA TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           MOVE "TOTAL FACTURA PROVEEDOR .....:" TO L-LEYENDA.
           MOVE WFP-TOTAL TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           DISPLAY "VIAJES LIQUIDADOS .: " WFL-CANT-VIAJES.
           DISPLAY "FACTURA PROVEEDOR .: " WFP-COMPROBANTE.
       6000-FACTURA-PROVEEDOR-EXIT.
           EXIT.

       6100-MARCAR-VIAJE.
           READ FLETVIA NEXT RECORD
               AT END MOVE "S" TO EOF-FLETVIA
           END-READ.
           IF NO-HAY-MAS-FLETVIA
              OR WFV-PROVEEDOR NOT = WFL-PROVEEDOR-PARAM
               MOVE "S" TO EOF-FLETVIA
               GO TO 6100-MARCAR-VIAJE-EXIT
           END-IF.
           IF NOT WFV-PENDIENTE
              OR WFV-FECHA < WFL-DESDE-PARAM
              OR WFV-FECHA > WFL-HASTA-PARAM
               GO TO 6100-MARCAR-VIAJE-EXIT
           END-IF.
           MOVE "L"             TO WFV-ESTADO.
           MOVE WFP-COMPROBANTE TO WFV-FACTURA.
           REWRITE REG-FLETVIA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FLETVIA"
           END-REWRITE.
           IF WFV-IMPORTE-NETO NOT = 0
               PERFORM 7000-GASTO-A-RUTA THRU 7000-GASTO-A-RUTA-EXIT
           END-IF.
       6100-MARCAR-VIAJE-EXIT.
           EXIT.

      *    Costo del viaje a la ruta en la fecha del viaje,
      *    concepto FLE, con la secuencia libre del dia (misma
      *    mecanica que COMBUST y VEHICULO).
       7000-GASTO-A-RUTA.
           MOVE 0   TO WFL-ULTIMA-SEC.
           MOVE "N" TO EOF-RUTGASTO.
           MOVE WFV-RUTA  TO WRG-RUTA.
           MOVE WFV-FECHA TO WRG-FECHA.
           MOVE 0         TO WRG-SECUENCIA.
           START RUTGASTO KEY IS NOT LESS THAN WRG-CLAVE
               INVALID KEY MOVE "S" TO EOF-RUTGASTO
           END-START.
       7000-GASTO-LEER.
           IF NO-HAY-MAS-RUTGASTO
               GO TO 7000-GASTO-GRABA
           END-IF.
           READ RUTGASTO NEXT RECORD
               AT END MOVE "S" TO EOF-RUTGASTO
           END-READ.
           IF NO-HAY-MAS-RUTGASTO
              OR WRG-RUTA NOT = WFV-RUTA
              OR WRG-FECHA NOT = WFV-FECHA
               GO TO 7000-GASTO-GRABA
           END-IF.
           MOVE WRG-SECUENCIA TO WFL-ULTIMA-SEC.
           GO TO 7000-GASTO-LEER.
       7000-GASTO-GRABA.
           MOVE WFV-RUTA         TO WRG-RUTA.
           MOVE WFV-FECHA        TO WRG-FECHA.
           COMPUTE WRG-SECUENCIA = WFL-ULTIMA-SEC + 1.
           MOVE "FLE"            TO WRG-CONCEPTO.
           MOVE WFV-IMPORTE-NETO TO WRG-IMPORTE.
           WRITE REG-RUTGASTO
               INVALID KEY DISPLAY "NO PUDO GRABAR RUTGASTO"
           END-WRITE.
       7000-GASTO-A-RUTA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE FLETTAR.
           CLOSE FLETVIA.
           CLOSE REMITO.
           CLOSE REMDET.
           CLOSE ENTREGAS.
           CLOSE ARTPESO.
           CLOSE PROVEE.
           CLOSE CTAPROV.
           CLOSE RUTGASTO.
           CLOSE NUMERO.
           IF WFL-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
