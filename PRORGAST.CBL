       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PRORGAST.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Prorrateo de gastos de importacion y flete sobre la
      * mercaderia recibida: ORDCOMPR abre la capa de STOCKCAP
      * de cada recepcion al precio de compra, pero el flete, el
      * despacho de aduana o el seguro llegan en facturas de
      * otros proveedores y quedaban como gasto, con lo que
      * VALSTOCK, MARGLIN y MARGALRT trabajaban con un costo
      * menor al real.
      *   modo M: marca una factura de proveedor ya cargada en
      *           CTAPROV como factura de gastos en PRORCAB: tipo
      *           (F=flete A=aduana S=seguro O=otro), base de
      *           prorrateo (V=valor P=peso C=cantidad) e importe
      *           a prorratear (el neto; el IVA es credito
      *           fiscal y no es costo);
      *   modo A: prorratea la factura marcada sobre las
      *           recepciones que indica el operador (orden y
      *           secuencia de PARTI): por valor (cantidad por
      *           costo de la capa), por peso (cantidad por
      *           kilaje de ARTPESO) o por cantidad; el ultimo
      *           renglon absorbe el redondeo. A cada capa de
      *           STOCKCAP le suma su parte dividida por la
      *           cantidad ingresada; si la capa es la ultima
      *           del articulo actualiza tambien el costo de
      *           lista de CAPPRE dejando la vigencia en COSTHIST
      *           y la imagen antes/despues por AUDCAMPO (como
      *           PPVCTRL). Cada renglon queda en PRORDET con el
      *           costo anterior y el nuevo, y la factura pasa a
      *           prorrateada para que no se aplique dos veces;
      *   modo L: reimprime el prorrateo de una factura desde
      *           PRORDET.
      * El listado sale por PRNTDEST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRORCAB   ASSIGN TO "PRORCAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGA-CLAVE
                             FILE STATUS IS WGA-STATUS.
           SELECT PRORDET   ASSIGN TO "PRORDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGD-CLAVE
                             FILE STATUS IS WGD-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT PARTI     ASSIGN TO "PARTI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPA-CLAVE
                             FILE STATUS IS WPA-STATUS.
           SELECT STOCKCAP  ASSIGN TO "STOCKCAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSC-CLAVE
                             ALTERNATE RECORD KEY IS WSC-ARTICULO
                                 WITH DUPLICATES
                             FILE STATUS IS WSC-STATUS.
           SELECT ARTPESO   ASSIGN TO "ARTPESO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPS-ARTICULO
                             FILE STATUS IS WPS-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT COSTHIST  ASSIGN TO "COSTHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCT-CLAVE
                             FILE STATUS IS WCT-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Factura de gastos marcada para prorratear; la clave es
      *    la misma de CTAPROV. Estado M=marcada P=prorrateada.
       FD  PRORCAB.
       01  REG-PRORCAB.
           05  WGA-CLAVE.
               10  WGA-PROVEEDOR     PIC 9(06).
               10  WGA-COMPROBANTE   PIC 9(08).
           05  WGA-TIPO              PIC X(01).
               88  WGA-TIPO-VALIDO   VALUE "F" "A" "S" "O".
           05  WGA-BASE              PIC X(01).
               88  WGA-POR-VALOR     VALUE "V".
               88  WGA-POR-PESO      VALUE "P".
               88  WGA-POR-CANTIDAD  VALUE "C".
           05  WGA-IMPORTE           PIC S9(09)V99.
           05  WGA-ESTADO            PIC X(01).
               88  WGA-MARCADA       VALUE "M".
               88  WGA-PRORRATEADA   VALUE "P".
           05  WGA-FEC-MARCA         PIC 9(08).
           05  WGA-FEC-PRORRATEO     PIC 9(08).
           05  WGA-OPERADOR          PIC X(08).
           05  WGA-CANT-RENGLONES    PIC 9(03).

      *    Renglon de prorrateo: recepcion, capa afectada, base,
      *    parte asignada y costos antes/despues, para auditoria.
       FD  PRORDET.
       01  REG-PRORDET.
           05  WGD-CLAVE.
               10  WGD-PROVEEDOR     PIC 9(06).
               10  WGD-COMPROBANTE   PIC 9(08).
               10  WGD-SECUENCIA     PIC 9(03).
           05  WGD-ORDEN             PIC 9(08).
           05  WGD-PARTI-SEC         PIC 9(04).
           05  WGD-ARTICULO          PIC 9(06).
           05  WGD-CANTIDAD          PIC S9(07)V99.
           05  WGD-CAPA-FECHA        PIC 9(08).
           05  WGD-CAPA-SEC          PIC 9(04).
           05  WGD-BASE              PIC S9(11)V99.
           05  WGD-IMPORTE           PIC S9(09)V99.
           05  WGD-COSTO-ANTERIOR    PIC S9(07)V9999.
           05  WGD-COSTO-NUEVO       PIC S9(07)V9999.
           05  WGD-CAPPRE-ACTUALIZO  PIC X(01).
           05  WGD-CAPPRE-ANTERIOR   PIC S9(07)V99.
           05  WGD-CAPPRE-NUEVO      PIC S9(07)V99.

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

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).

       FD  PARTI.
       01  REG-PARTI.
           05  WPA-CLAVE.
               10  WPA-ORDEN         PIC 9(08).
               10  WPA-SECUENCIA     PIC 9(04).
           05  WPA-ARTICULO          PIC 9(06).
           05  WPA-CANTIDAD          PIC S9(07)V99.
           05  WPA-FECHA             PIC 9(08).
           05  WPA-SUCURSAL          PIC 9(02).

       FD  STOCKCAP.
       01  REG-STOCKCAP.
           05  WSC-CLAVE.
               10  WSC-ARTICULO      PIC 9(06).
               10  WSC-FECHA-INGRESO PIC 9(08).
               10  WSC-SECUENCIA     PIC 9(04).
           05  WSC-CANT-INGRESADA    PIC S9(07)V99.
           05  WSC-CANT-CONSUMIDA    PIC S9(07)V99.
           05  WSC-COSTO-UNITARIO    PIC S9(07)V9999.
           05  WSC-ORDEN             PIC 9(08).
           05  WSC-PARTI-SEC         PIC 9(04).
           05  WSC-COSTO-COMPRA      PIC S9(07)V9999.

       FD  ARTPESO.
       01  REG-ARTPESO.
           05  WPS-ARTICULO          PIC 9(06).
           05  WPS-PESO-VARIABLE     PIC X(01).
           05  WPS-KG-NOMINAL        PIC 9(03)V999.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  COSTHIST.
       01  REG-COSTHIST.
           05  WCT-CLAVE.
               10  WCT-ARTICULO      PIC 9(06).
               10  WCT-FEC-DESDE     PIC 9(08).
           05  WCT-COSTO             PIC S9(07)V99.
           05  WCT-CARGADO-POR       PIC X(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PRORGAST".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WGA-STATUS                PIC X(02).
       77  WGD-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WPA-STATUS                PIC X(02).
       77  WSC-STATUS                PIC X(02).
       77  WPS-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WCT-STATUS                PIC X(02).
       77  WGP-MODO-PARAM            PIC X(01).
       77  WGP-PROVEEDOR-PARAM       PIC 9(06).
       77  WGP-COMPROBANTE-PARAM     PIC 9(08).
       77  WGP-ORDEN-PARAM           PIC 9(08).
       77  WGP-PARTI-SEC-PARAM       PIC 9(04).
       77  WGP-OPERADOR-PARAM        PIC X(08).
       77  WGP-CONFIRMA              PIC X(01).
       77  WGP-HOY                   PIC 9(08).
       77  WGP-HALLADO               PIC X(01).
       77  WGP-LINEA                 PIC 9(02).
       77  WGP-CANT-REN              PIC 9(03) COMP VALUE 0.
       77  WGP-IX                    PIC 9(03) COMP.
       77  WGP-JX                    PIC 9(03) COMP.
       77  WGP-TOT-BASE              PIC S9(13)V99.
       77  WGP-ACUMULADO             PIC S9(09)V99.
       77  WGP-PARTE                 PIC S9(09)V99.
       77  WGP-ULTIMA-CLAVE          PIC X(18).
       77  WGP-CAPPRE-NUEVO          PIC S9(07)V99.
       77  EOF-STOCKCAP              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-STOCKCAP   VALUE "S".
       77  EOF-PRORDET               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRORDET    VALUE "S".
       77  WGP-AUD-ARCHIVO           PIC X(08) VALUE "CAPPRE".
       77  WGP-AUD-CLAVE             PIC X(20).
       77  WGP-AUD-CAMPO             PIC X(12) VALUE "COSTO".
       77  WGP-AUD-ANTERIOR          PIC X(30).
       77  WGP-AUD-NUEVO             PIC X(30).
       01  WGP-AUD-IMPORTE-ED        PIC -(7)9.99.
       01  WGP-CLAVE-RENGLON.
           05  WGP-CR-ARTICULO       PIC 9(06).
           05  WGP-CR-FECHA          PIC 9(08).
           05  WGP-CR-SECUENCIA      PIC 9(04).

      *    Recepciones elegidas para el prorrateo.
       01  WGP-TABLA-RECEPCIONES.
           05  WGP-RECEPCION         OCCURS 50 TIMES.
               10  WGP-T-ORDEN       PIC 9(08).
               10  WGP-T-PARTI-SEC   PIC 9(04).
               10  WGP-T-ARTICULO    PIC 9(06).
               10  WGP-T-CANTIDAD    PIC S9(07)V99.
               10  WGP-T-CAPA-FECHA  PIC 9(08).
               10  WGP-T-CAPA-SEC    PIC 9(04).
               10  WGP-T-BASE        PIC S9(11)V99.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(24)
               VALUE "PRORRATEO DE GASTOS    ".
           05  T-PROVEEDOR        PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  T-RAZON-SOCIAL     PIC X(30).
           05  FILLER             PIC X(06) VALUE " FACT ".
           05  T-COMPROBANTE      PIC 9(08).
           05  FILLER             PIC X(07) VALUE " TIPO ".
           05  T-TIPO             PIC X(01).
           05  FILLER             PIC X(07) VALUE " BASE ".
           05  T-BASE             PIC X(01).
           05  FILLER             PIC X(08) VALUE " NETO ".
           05  T-IMPORTE          PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "   ORDEN  SEC ARTIC    CANTIDAD CAPA         BASE ".
           05  FILLER             PIC X(50) VALUE
               "        IMPORTE  COSTO ANTER.   COSTO NUEVO  LISTA".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORDEN               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PARTI-SEC           PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CANTIDAD            PIC ZZZZZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CAPA-FECHA          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-BASE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COSTO-ANTERIOR      PIC ZZZZZZ9.9999-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COSTO-NUEVO         PIC ZZZZZZ9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CAPPRE              PIC X(01).

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-LEYENDA             PIC X(30).
           05  L-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRORCAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRORCAB.
           DISPLAY "ERROR E/S PRORCAB: " WGA-STATUS.
       PRORDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRORDET.
           DISPLAY "ERROR E/S PRORDET: " WGD-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       PARTI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PARTI.
           DISPLAY "ERROR E/S PARTI: " WPA-STATUS.
       STOCKCAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKCAP.
           DISPLAY "ERROR E/S STOCKCAP: " WSC-STATUS.
       ARTPESO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTPESO.
           DISPLAY "ERROR E/S ARTPESO: " WPS-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       COSTHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COSTHIST.
           DISPLAY "ERROR E/S COSTHIST: " WCT-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WGP-MODO-PARAM
               WHEN "M"
                   PERFORM 2000-MARCAR THRU 2000-MARCAR-EXIT
               WHEN "A"
                   PERFORM 3000-PRORRATEAR THRU 3000-PRORRATEAR-EXIT
               WHEN "L"
                   PERFORM 6000-REIMPRIMIR THRU 6000-REIMPRIMIR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (M=MARCAR A=PRORRATEAR L=LISTAR): "
               LINE 6 POSITION 5.
           ACCEPT WGP-MODO-PARAM LINE 6 POSITION 45.
           ACCEPT WGP-HOY FROM DATE YYYYMMDD.
           OPEN I-O PRORCAB.
           IF WGA-STATUS = "35"
               CLOSE PRORCAB
               OPEN OUTPUT PRORCAB
               CLOSE PRORCAB
               OPEN I-O PRORCAB
           END-IF.
           OPEN I-O PRORDET.
           IF WGD-STATUS = "35"
               CLOSE PRORDET
               OPEN OUTPUT PRORDET
               CLOSE PRORDET
               OPEN I-O PRORDET
           END-IF.
           OPEN INPUT CTAPROV.
           OPEN INPUT PROVEE.
           OPEN INPUT PARTI.
           OPEN I-O STOCKCAP.
           OPEN INPUT ARTPESO.
           OPEN I-O CAPPRE.
           OPEN I-O COSTHIST.
           IF WCT-STATUS = "35"
               CLOSE COSTHIST
               OPEN OUTPUT COSTHIST
               CLOSE COSTHIST
               OPEN I-O COSTHIST
           END-IF.
           DISPLAY "PROVEEDOR ..........: " LINE 8 POSITION 5.
           ACCEPT WGP-PROVEEDOR-PARAM LINE 8 POSITION 28.
           DISPLAY "COMPROBANTE ........: " LINE 9 POSITION 5.
           ACCEPT WGP-COMPROBANTE-PARAM LINE 9 POSITION 28.

      *    Alta o correccion de la marca; una factura ya
      *    prorrateada no se puede volver a marcar.
       2000-MARCAR.
           MOVE WGP-PROVEEDOR-PARAM   TO WFP-PROVEEDOR.
           MOVE WGP-COMPROBANTE-PARAM TO WFP-COMPROBANTE.
           READ CTAPROV KEY IS WFP-CLAVE
               INVALID KEY
                   DISPLAY "FACTURA INEXISTENTE EN CTAPROV"
                   GO TO 2000-MARCAR-EXIT
           END-READ.
           MOVE WFP-CLAVE TO WGA-CLAVE.
           MOVE "S" TO WGP-HALLADO.
           READ PRORCAB KEY IS WGA-CLAVE
               INVALID KEY MOVE "N" TO WGP-HALLADO
           END-READ.
           IF WGP-HALLADO = "S" AND WGA-PRORRATEADA
               DISPLAY "FACTURA YA PRORRATEADA EL " WGA-FEC-PRORRATEO
               GO TO 2000-MARCAR-EXIT
           END-IF.
           DISPLAY "TIPO (F=FLETE A=ADUANA S=SEGURO O=OTRO): "
               LINE 11 POSITION 5.
           ACCEPT WGA-TIPO LINE 11 POSITION 47.
           IF NOT WGA-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO"
               GO TO 2000-MARCAR-EXIT
           END-IF.
           DISPLAY "BASE (V=VALOR P=PESO C=CANTIDAD) .: "
               LINE 12 POSITION 5.
           ACCEPT WGA-BASE LINE 12 POSITION 42.
           IF NOT WGA-POR-VALOR AND NOT WGA-POR-PESO
              AND NOT WGA-POR-CANTIDAD
               DISPLAY "BASE INVALIDA"
               GO TO 2000-MARCAR-EXIT
           END-IF.
           DISPLAY "OPERADOR ...........: " LINE 13 POSITION 5.
           ACCEPT WGA-OPERADOR LINE 13 POSITION 28.
           MOVE WFP-NETO  TO WGA-IMPORTE.
           MOVE "M"       TO WGA-ESTADO.
           MOVE WGP-HOY   TO WGA-FEC-MARCA.
           MOVE 0         TO WGA-FEC-PRORRATEO.
           MOVE 0         TO WGA-CANT-RENGLONES.
           IF WGP-HALLADO = "S"
               REWRITE REG-PRORCAB
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRORCAB"
               END-REWRITE
           ELSE
               WRITE REG-PRORCAB
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRORCAB"
               END-WRITE
           END-IF.
           DISPLAY "FACTURA MARCADA, NETO A PRORRATEAR " WGA-IMPORTE.
       2000-MARCAR-EXIT.
           EXIT.

      *    Carga de las recepciones, confirmacion y aplicacion.
       3000-PRORRATEAR.
           MOVE WGP-PROVEEDOR-PARAM   TO WGA-PROVEEDOR.
           MOVE WGP-COMPROBANTE-PARAM TO WGA-COMPROBANTE.
           READ PRORCAB KEY IS WGA-CLAVE
               INVALID KEY
                   DISPLAY "FACTURA NO MARCADA COMO GASTO"
                   GO TO 3000-PRORRATEAR-EXIT
           END-READ.
           IF WGA-PRORRATEADA
               DISPLAY "FACTURA YA PRORRATEADA EL " WGA-FEC-PRORRATEO
               GO TO 3000-PRORRATEAR-EXIT
           END-IF.
           DISPLAY "OPERADOR ...........: " LINE 10 POSITION 5.
           ACCEPT WGP-OPERADOR-PARAM LINE 10 POSITION 28.
           MOVE 0 TO WGP-CANT-REN.
           MOVE 0 TO WGP-TOT-BASE.
           MOVE 1 TO WGP-ORDEN-PARAM.
           PERFORM 3100-CARGAR-RECEPCION
               THRU 3100-CARGAR-RECEPCION-EXIT
               UNTIL WGP-ORDEN-PARAM = 0 OR WGP-CANT-REN = 50.
           IF WGP-CANT-REN = 0
               DISPLAY "SIN RECEPCIONES PARA PRORRATEAR"
               GO TO 3000-PRORRATEAR-EXIT
           END-IF.
           IF WGP-TOT-BASE NOT > 0
               DISPLAY "LA BASE DE PRORRATEO SUMA CERO"
               GO TO 3000-PRORRATEAR-EXIT
           END-IF.
           DISPLAY "RECEPCIONES: " WGP-CANT-REN
               " IMPORTE: " WGA-IMPORTE.
           DISPLAY "CONFIRMA EL PRORRATEO (S/N): ".
           ACCEPT WGP-CONFIRMA.
           IF WGP-CONFIRMA NOT = "S" AND WGP-CONFIRMA NOT = "s"
               GO TO 3000-PRORRATEAR-EXIT
           END-IF.
           PERFORM 5000-ABRIR-LISTADO.
           MOVE 0 TO WGP-ACUMULADO.
           PERFORM 4000-APLICAR-RENGLON THRU 4000-APLICAR-RENGLON-EXIT
               VARYING WGP-IX FROM 1 BY 1
               UNTIL WGP-IX > WGP-CANT-REN.
           MOVE "P"          TO WGA-ESTADO.
           MOVE WGP-HOY      TO WGA-FEC-PRORRATEO.
           MOVE WGP-CANT-REN TO WGA-CANT-RENGLONES.
           REWRITE REG-PRORCAB
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRORCAB"
           END-REWRITE.
           MOVE "TOTAL PRORRATEADO" TO L-LEYENDA.
           MOVE WGP-ACUMULADO       TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           CLOSE LISTADO.
       3000-PRORRATEAR-EXIT.
           EXIT.

      *    Una recepcion (orden + secuencia de PARTI, 0 termina):
      *    busca su capa de STOCKCAP y calcula la base.
       3100-CARGAR-RECEPCION.
           DISPLAY "ORDEN (0 TERMINA) ..: " LINE 12 POSITION 5.
           ACCEPT WGP-ORDEN-PARAM LINE 12 POSITION 28.
           IF WGP-ORDEN-PARAM = 0
               GO TO 3100-CARGAR-RECEPCION-EXIT
           END-IF.
           DISPLAY "SECUENCIA RECEPCION : " LINE 13 POSITION 5.
           ACCEPT WGP-PARTI-SEC-PARAM LINE 13 POSITION 28.
           MOVE "N" TO WGP-HALLADO.
           PERFORM 3150-YA-CARGADA
               VARYING WGP-JX FROM 1 BY 1
               UNTIL WGP-JX > WGP-CANT-REN.
           IF WGP-HALLADO = "S"
               DISPLAY "RECEPCION YA INCLUIDA"
               GO TO 3100-CARGAR-RECEPCION-EXIT
           END-IF.
           MOVE WGP-ORDEN-PARAM     TO WPA-ORDEN.
           MOVE WGP-PARTI-SEC-PARAM TO WPA-SECUENCIA.
           READ PARTI KEY IS WPA-CLAVE
               INVALID KEY
                   DISPLAY "RECEPCION INEXISTENTE EN PARTI"
                   GO TO 3100-CARGAR-RECEPCION-EXIT
           END-READ.
           PERFORM 3200-BUSCAR-CAPA THRU 3200-BUSCAR-CAPA-EXIT.
           IF WGP-HALLADO NOT = "S"
               DISPLAY "RECEPCION SIN CAPA DE COSTO EN STOCKCAP"
               GO TO 3100-CARGAR-RECEPCION-EXIT
           END-IF.
           ADD 1 TO WGP-CANT-REN.
           MOVE WPA-ORDEN         TO WGP-T-ORDEN (WGP-CANT-REN).
           MOVE WPA-SECUENCIA     TO WGP-T-PARTI-SEC (WGP-CANT-REN).
           MOVE WPA-ARTICULO      TO WGP-T-ARTICULO (WGP-CANT-REN).
           MOVE WPA-CANTIDAD      TO WGP-T-CANTIDAD (WGP-CANT-REN).
           MOVE WSC-FECHA-INGRESO TO WGP-T-CAPA-FECHA (WGP-CANT-REN).
           MOVE WSC-SECUENCIA     TO WGP-T-CAPA-SEC (WGP-CANT-REN).
           EVALUATE TRUE
               WHEN WGA-POR-VALOR
                   COMPUTE WGP-T-BASE (WGP-CANT-REN) ROUNDED =
                       WPA-CANTIDAD * WSC-COSTO-UNITARIO
               WHEN WGA-POR-PESO
                   MOVE WPA-ARTICULO TO WPS-ARTICULO
                   READ ARTPESO KEY IS WPS-ARTICULO
                       INVALID KEY MOVE 0 TO WPS-KG-NOMINAL
                   END-READ
                   IF WPS-KG-NOMINAL = 0
                       DISPLAY "ARTICULO SIN KILAJE EN ARTPESO"
                   END-IF
                   COMPUTE WGP-T-BASE (WGP-CANT-REN) ROUNDED =
                       WPA-CANTIDAD * WPS-KG-NOMINAL
               WHEN OTHER
                   MOVE WPA-CANTIDAD TO WGP-T-BASE (WGP-CANT-REN)
           END-EVALUATE.
           ADD WGP-T-BASE (WGP-CANT-REN) TO WGP-TOT-BASE.
       3100-CARGAR-RECEPCION-EXIT.
           EXIT.

       3150-YA-CARGADA.
           IF WGP-T-ORDEN (WGP-JX) = WGP-ORDEN-PARAM
              AND WGP-T-PARTI-SEC (WGP-JX) = WGP-PARTI-SEC-PARAM
               MOVE "S" TO WGP-HALLADO
           END-IF.

      *    La capa de la recepcion esta en la fecha de PARTI del
      *    articulo, con la orden y secuencia que grabo ORDCOMPR.
       3200-BUSCAR-CAPA.
           MOVE "N" TO WGP-HALLADO.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WPA-ARTICULO TO WSC-ARTICULO.
           MOVE WPA-FECHA    TO WSC-FECHA-INGRESO.
           MOVE 0            TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       3200-BUSCAR-CAPA-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 3200-BUSCAR-CAPA-EXIT
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP
              OR WSC-ARTICULO NOT = WPA-ARTICULO
              OR WSC-FECHA-INGRESO NOT = WPA-FECHA
               GO TO 3200-BUSCAR-CAPA-EXIT
           END-IF.
           IF WSC-ORDEN = WPA-ORDEN
              AND WSC-PARTI-SEC = WPA-SECUENCIA
               MOVE "S" TO WGP-HALLADO
               GO TO 3200-BUSCAR-CAPA-EXIT
           END-IF.
           GO TO 3200-BUSCAR-CAPA-LEER.
       3200-BUSCAR-CAPA-EXIT.
           EXIT.

      *    Parte del renglon proporcional a su base; el ultimo
      *    lleva la diferencia para que el total cierre con la
      *    factura. El incremento unitario va sobre la cantidad
      *    ingresada de la capa.
       4000-APLICAR-RENGLON.
           IF WGP-IX = WGP-CANT-REN
               COMPUTE WGP-PARTE = WGA-IMPORTE - WGP-ACUMULADO
           ELSE
               COMPUTE WGP-PARTE ROUNDED =
                   WGA-IMPORTE * WGP-T-BASE (WGP-IX) / WGP-TOT-BASE
           END-IF.
           ADD WGP-PARTE TO WGP-ACUMULADO.
           MOVE WGP-T-ARTICULO (WGP-IX)   TO WSC-ARTICULO.
           MOVE WGP-T-CAPA-FECHA (WGP-IX) TO WSC-FECHA-INGRESO.
           MOVE WGP-T-CAPA-SEC (WGP-IX)   TO WSC-SECUENCIA.
           READ STOCKCAP KEY IS WSC-CLAVE
               INVALID KEY
                   DISPLAY "CAPA INEXISTENTE " WSC-CLAVE
                   GO TO 4000-APLICAR-RENGLON-EXIT
           END-READ.
           MOVE WGP-PROVEEDOR-PARAM    TO WGD-PROVEEDOR.
           MOVE WGP-COMPROBANTE-PARAM  TO WGD-COMPROBANTE.
           MOVE WGP-IX                 TO WGD-SECUENCIA.
           MOVE WGP-T-ORDEN (WGP-IX)   TO WGD-ORDEN.
           MOVE WGP-T-PARTI-SEC (WGP-IX) TO WGD-PARTI-SEC.
           MOVE WSC-ARTICULO           TO WGD-ARTICULO.
           MOVE WGP-T-CANTIDAD (WGP-IX) TO WGD-CANTIDAD.
           MOVE WSC-FECHA-INGRESO      TO WGD-CAPA-FECHA.
           MOVE WSC-SECUENCIA          TO WGD-CAPA-SEC.
           MOVE WGP-T-BASE (WGP-IX)    TO WGD-BASE.
           MOVE WGP-PARTE              TO WGD-IMPORTE.
           MOVE WSC-COSTO-UNITARIO     TO WGD-COSTO-ANTERIOR.
           IF WSC-CANT-INGRESADA NOT = 0
               COMPUTE WSC-COSTO-UNITARIO ROUNDED =
                   WSC-COSTO-UNITARIO + WGP-PARTE / WSC-CANT-INGRESADA
           END-IF.
           MOVE WSC-COSTO-UNITARIO     TO WGD-COSTO-NUEVO.
           REWRITE REG-STOCKCAP
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKCAP"
           END-REWRITE.
           MOVE "N" TO WGD-CAPPRE-ACTUALIZO.
           MOVE 0   TO WGD-CAPPRE-ANTERIOR.
           MOVE 0   TO WGD-CAPPRE-NUEVO.
           PERFORM 4100-ULTIMA-CAPA THRU 4100-ULTIMA-CAPA-EXIT.
           MOVE WGP-T-ARTICULO (WGP-IX)   TO WGP-CR-ARTICULO.
           MOVE WGP-T-CAPA-FECHA (WGP-IX) TO WGP-CR-FECHA.
           MOVE WGP-T-CAPA-SEC (WGP-IX)   TO WGP-CR-SECUENCIA.
           IF WGP-ULTIMA-CLAVE = WGP-CLAVE-RENGLON
               PERFORM 4200-ACTUALIZAR-CAPPRE
                   THRU 4200-ACTUALIZAR-CAPPRE-EXIT
           END-IF.
           WRITE REG-PRORDET
               INVALID KEY DISPLAY "NO PUDO GRABAR PRORDET"
           END-WRITE.
           PERFORM 5100-IMPRIMIR-RENGLON.
       4000-APLICAR-RENGLON-EXIT.
           EXIT.

      *    Clave de la capa mas reciente del articulo: solo esa
      *    fija el costo de lista.
       4100-ULTIMA-CAPA.
           MOVE SPACES TO WGP-ULTIMA-CLAVE.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WGP-T-ARTICULO (WGP-IX) TO WSC-ARTICULO.
           MOVE 0 TO WSC-FECHA-INGRESO.
           MOVE 0 TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       4100-ULTIMA-CAPA-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 4100-ULTIMA-CAPA-EXIT
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP
              OR WSC-ARTICULO NOT = WGP-T-ARTICULO (WGP-IX)
               GO TO 4100-ULTIMA-CAPA-EXIT
           END-IF.
           MOVE WSC-CLAVE TO WGP-ULTIMA-CLAVE.
           GO TO 4100-ULTIMA-CAPA-LEER.
       4100-ULTIMA-CAPA-EXIT.
           EXIT.

      *    Nuevo costo de lista = costo con gastos de la capa; la
      *    vigencia queda en COSTHIST y el cambio en AUDCAMPO.
       4200-ACTUALIZAR-CAPPRE.
           MOVE WGP-T-ARTICULO (WGP-IX) TO WCP-ARTICULO.
           READ CAPPRE KEY IS WCP-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO SIN COSTO EN CAPPRE"
                   GO TO 4200-ACTUALIZAR-CAPPRE-EXIT
           END-READ.
           COMPUTE WGP-CAPPRE-NUEVO ROUNDED = WGD-COSTO-NUEVO.
           IF WGP-CAPPRE-NUEVO = WCP-COSTO
               GO TO 4200-ACTUALIZAR-CAPPRE-EXIT
           END-IF.
           MOVE "S"              TO WGD-CAPPRE-ACTUALIZO.
           MOVE WCP-COSTO        TO WGD-CAPPRE-ANTERIOR.
           MOVE WGP-CAPPRE-NUEVO TO WGD-CAPPRE-NUEVO.
           MOVE WCP-ARTICULO       TO WCT-ARTICULO.
           MOVE WGP-HOY            TO WCT-FEC-DESDE.
           MOVE WGP-CAPPRE-NUEVO   TO WCT-COSTO.
           MOVE WGP-OPERADOR-PARAM TO WCT-CARGADO-POR.
           WRITE REG-COSTHIST
               INVALID KEY REWRITE REG-COSTHIST
                   INVALID KEY DISPLAY "NO PUDO GRABAR COSTHIST"
           END-WRITE.
           MOVE SPACES TO WGP-AUD-CLAVE.
           MOVE WCP-ARTICULO TO WGP-AUD-CLAVE (1:6).
           MOVE WCP-COSTO TO WGP-AUD-IMPORTE-ED.
           MOVE WGP-AUD-IMPORTE-ED TO WGP-AUD-ANTERIOR.
           MOVE WGP-CAPPRE-NUEVO TO WGP-AUD-IMPORTE-ED.
           MOVE WGP-AUD-IMPORTE-ED TO WGP-AUD-NUEVO.
           CALL "AUDCAMPO" USING WGP-AUD-ARCHIVO
                                 WGP-AUD-CLAVE
                                 WGP-AUD-CAMPO
                                 WGP-AUD-ANTERIOR
                                 WGP-AUD-NUEVO
                                 WGP-OPERADOR-PARAM
           END-CALL.
           MOVE WGP-CAPPRE-NUEVO TO WCP-COSTO.
           REWRITE REG-CAPPRE
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CAPPRE"
           END-REWRITE.
       4200-ACTUALIZAR-CAPPRE-EXIT.
           EXIT.

       5000-ABRIR-LISTADO.
           MOVE WGA-PROVEEDOR TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY MOVE SPACES TO WPV-RAZON-SOCIAL
           END-READ.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WGA-PROVEEDOR    TO T-PROVEEDOR.
           MOVE WPV-RAZON-SOCIAL TO T-RAZON-SOCIAL.
           MOVE WGA-COMPROBANTE  TO T-COMPROBANTE.
           MOVE WGA-TIPO         TO T-TIPO.
           MOVE WGA-BASE         TO T-BASE.
           MOVE WGA-IMPORTE      TO T-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.

       5100-IMPRIMIR-RENGLON.
           MOVE WGD-ORDEN           TO D-ORDEN.
           MOVE WGD-PARTI-SEC       TO D-PARTI-SEC.
           MOVE WGD-ARTICULO        TO D-ARTICULO.
           MOVE WGD-CANTIDAD        TO D-CANTIDAD.
           MOVE WGD-CAPA-FECHA      TO D-CAPA-FECHA.
           MOVE WGD-BASE            TO D-BASE.
           MOVE WGD-IMPORTE         TO D-IMPORTE.
           MOVE WGD-COSTO-ANTERIOR  TO D-COSTO-ANTERIOR.
           MOVE WGD-COSTO-NUEVO     TO D-COSTO-NUEVO.
           MOVE WGD-CAPPRE-ACTUALIZO TO D-CAPPRE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.

      *    Reimpresion del prorrateo desde los renglones grabados.
       6000-REIMPRIMIR.
           MOVE WGP-PROVEEDOR-PARAM   TO WGA-PROVEEDOR.
           MOVE WGP-COMPROBANTE-PARAM TO WGA-COMPROBANTE.
           READ PRORCAB KEY IS WGA-CLAVE
               INVALID KEY
                   DISPLAY "FACTURA NO MARCADA COMO GASTO"
                   GO TO 6000-REIMPRIMIR-EXIT
           END-READ.
           IF NOT WGA-PRORRATEADA
               DISPLAY "FACTURA TODAVIA NO PRORRATEADA"
               GO TO 6000-REIMPRIMIR-EXIT
           END-IF.
           PERFORM 5000-ABRIR-LISTADO.
           MOVE 0 TO WGP-ACUMULADO.
           MOVE "N" TO EOF-PRORDET.
           MOVE WGA-PROVEEDOR   TO WGD-PROVEEDOR.
           MOVE WGA-COMPROBANTE TO WGD-COMPROBANTE.
           MOVE 0               TO WGD-SECUENCIA.
           START PRORDET KEY IS NOT LESS THAN WGD-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRORDET
           END-START.
       6000-REIMPRIMIR-LEER.
           IF NOT NO-HAY-MAS-PRORDET
               READ PRORDET NEXT RECORD
                   AT END MOVE "S" TO EOF-PRORDET
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-PRORDET
              AND WGD-PROVEEDOR = WGA-PROVEEDOR
              AND WGD-COMPROBANTE = WGA-COMPROBANTE
               ADD WGD-IMPORTE TO WGP-ACUMULADO
               PERFORM 5100-IMPRIMIR-RENGLON
               GO TO 6000-REIMPRIMIR-LEER
           END-IF.
           MOVE "TOTAL PRORRATEADO" TO L-LEYENDA.
           MOVE WGP-ACUMULADO       TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           CLOSE LISTADO.
       6000-REIMPRIMIR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE PRORCAB.
           CLOSE PRORDET.
           CLOSE CTAPROV.
           CLOSE PROVEE.
           CLOSE PARTI.
           CLOSE STOCKCAP.
           CLOSE ARTPESO.
           CLOSE CAPPRE.
           CLOSE COSTHIST.
       9999-FINAL-EXIT.
           EXIT.
