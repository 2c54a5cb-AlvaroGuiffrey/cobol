       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BONIPROV.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Bonificaciones por volumen de proveedores: ACUERDEV
      * devenga lo que le debemos a las cadenas, pero los
      * acuerdos del lado de compras (envases, fermentos) con
      * bonificacion de fin de anio o mercaderia sin cargo por
      * superar un volumen no estaban en ningun lado y las notas
      * de credito llegaban tarde o nunca porque nadie las
      * reclamaba.
      *   modo A: acuerdo del proveedor en ACUPROV (clave
      *           proveedor + inicio de vigencia): fin de
      *           vigencia, base por cantidad (C) o por importe
      *           neto (I), articulo al que se limita (0 = todo
      *           lo comprado) y hasta cinco tramos; cada tramo
      *           desde su minimo da un porcentaje sobre el neto
      *           comprado, un importe fijo y/o unidades sin cargo
      *           del articulo indicado, valuadas al costo de
      *           CAPPRE. Vale el tramo mas alto alcanzado por lo
      *           acumulado desde el inicio de la vigencia;
      *   modo D: devengamiento mensual al ultimo dia del
      *           periodo. Las compras salen de CTAPROV (neto en
      *           pesos de las facturas del proveedor, lo mismo
      *           que cargan FACPROV e ICESPEJO) y, si la base es
      *           por cantidad o el acuerdo se limita a un
      *           articulo, de los renglones de FPRODET. Las
      *           notas de credito de bonificacion registradas
      *           por el modo N no cuentan como compra. El
      *           devengado del mes es la bonificacion acumulada
      *           menos lo devengado en los meses anteriores del
      *           acuerdo (el salto de tramo se reconoce en el
      *           mes en que se alcanza) y queda en BONDEV;
      *           re-devengar el mes lo pisa. Confirmado, se
      *           contabiliza en DIARIO la diferencia contra lo
      *           ya posteado para el periodo (DIARIOPO);
      *   modo R: cartas de reclamo al cierre: una por acuerdo
      *           terminado hasta el periodo con bonificacion
      *           pendiente de acreditar, por PRNTDEST;
      *   modo N: nota de credito del proveedor por la
      *           bonificacion: se imputa al acuerdo (BONCRED),
      *           queda en CTAPROV en negativo si no estaba
      *           cargada y se contabiliza contra la
      *           bonificacion a cobrar;
      *   modo L: estado de los acuerdos: compras acumuladas,
      *           tramo, devengado, acreditado y lo que el
      *           proveedor todavia nos debe.
      * Cuentas de CTAMAP:
      *   "BONIPROV" debe = bonificaciones a cobrar a
      *              proveedores, haber = bonificaciones
      *              obtenidas (ingreso);
      *   "BONIPRNC" debe = proveedores, haber = bonificaciones
      *              a cobrar a proveedores.
      * Todo posteo respeta el cierre de periodo (PERCHK).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUPROV   ASSIGN TO "ACUPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBN-CLAVE
                             FILE STATUS IS WBN-STATUS.
           SELECT BONDEV    ASSIGN TO "BONDEV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBV-CLAVE
                             FILE STATUS IS WBV-STATUS.
           SELECT BONCRED   ASSIGN TO "BONCRED"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBJ-CLAVE
                             FILE STATUS IS WBJ-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             ALTERNATE RECORD KEY IS WFP-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WFP-STATUS.
           SELECT FPRODET   ASSIGN TO "FPRODET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFD-CLAVE
                             FILE STATUS IS WFD-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT ALICUO    ASSIGN TO "ALICUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAL-CODIGO
                             FILE STATUS IS WAL-STATUS.
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
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT DIARIOPO  ASSIGN TO "DIARIOPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDO-CLAVE
                             FILE STATUS IS WDO-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUPROV.
       01  REG-ACUPROV.
           05  WBN-CLAVE.
               10  WBN-PROVEEDOR     PIC 9(06).
               10  WBN-VIG-DESDE     PIC 9(08).
           05  WBN-VIG-HASTA         PIC 9(08).
           05  WBN-BASE              PIC X(01).
               88  WBN-POR-CANTIDAD   VALUE "C".
               88  WBN-POR-IMPORTE    VALUE "I".
           05  WBN-ARTICULO          PIC 9(06).
           05  WBN-ART-SIN-CARGO     PIC 9(06).
           05  WBN-TRAMO OCCURS 5 TIMES.
               10  WBN-T-DESDE       PIC S9(11)V99.
               10  WBN-T-PORC        PIC 9(02)V99.
               10  WBN-T-FIJO        PIC S9(09)V99.
               10  WBN-T-UNIDADES    PIC 9(07).
           05  WBN-ACTIVO            PIC X(01).
               88  WBN-VIGENTE        VALUE "S".
           05  WBN-DEVENGADO         PIC S9(11)V99.
           05  WBN-ACREDITADO        PIC S9(11)V99.
           05  WBN-ULT-PERIODO       PIC 9(06).
           05  WBN-FEC-CARTA         PIC 9(08).

      *    Devengado de cada mes del acuerdo.
       FD  BONDEV.
       01  REG-BONDEV.
           05  WBV-CLAVE.
               10  WBV-PROVEEDOR     PIC 9(06).
               10  WBV-VIG-DESDE     PIC 9(08).
               10  WBV-ANIO-MES      PIC 9(06).
           05  WBV-CANT-ACUM         PIC S9(11)V99.
           05  WBV-IMPORTE-ACUM      PIC S9(11)V99.
           05  WBV-TRAMO             PIC 9(01).
           05  WBV-BONIF-ACUM        PIC S9(11)V99.
           05  WBV-DEVENGADO-MES     PIC S9(11)V99.
           05  WBV-FECHA             PIC 9(08).

      *    Notas de credito del proveedor imputadas a un acuerdo.
       FD  BONCRED.
       01  REG-BONCRED.
           05  WBJ-CLAVE.
               10  WBJ-PROVEEDOR     PIC 9(06).
               10  WBJ-COMPROBANTE   PIC 9(08).
           05  WBJ-VIG-DESDE         PIC 9(08).
           05  WBJ-FECHA             PIC 9(08).
           05  WBJ-IMPORTE           PIC S9(11)V99.
           05  WBJ-ASIENTO           PIC 9(08).

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

       FD  FPRODET.
       01  REG-FPRODET.
           05  WFD-CLAVE.
               10  WFD-PROVEEDOR     PIC 9(06).
               10  WFD-COMPROBANTE   PIC 9(08).
               10  WFD-SECUENCIA     PIC 9(04).
           05  WFD-ARTICULO          PIC 9(06).
           05  WFD-CANTIDAD          PIC S9(07)V99.
           05  WFD-PRECIO            PIC S9(07)V99.
           05  WFD-DIFERENCIA        PIC X(01).

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  ALICUO.
       01  REG-ALICUO.
           05  WAL-CODIGO            PIC 9(02).
           05  WAL-PORCENTAJE        PIC 9(03)V99.
           05  WAL-DESCRIPCION       PIC X(20).

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

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  DIARIOPO.
       01  REG-DIARIOPO.
           05  WDO-CLAVE.
               10  WDO-ORIGEN        PIC X(08).
               10  WDO-CLAVE-ORIGEN  PIC X(20).
           05  WDO-IMPORTE-POSTEADO  PIC S9(11)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "BONIPROV".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WBN-STATUS                PIC X(02).
       77  WBV-STATUS                PIC X(02).
       77  WBJ-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WFD-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WAL-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WBY-MODO-PARAM            PIC X(01).
       77  WBY-PROVEEDOR-PARAM       PIC 9(06).
       77  WBY-VIG-DESDE-PARAM       PIC 9(08).
       77  WBY-PERIODO-PARAM         PIC 9(06).
       77  WBY-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WBY-COMPROBANTE-PARAM     PIC 9(08).
       77  WBY-FECHA-PARAM           PIC 9(08).
       77  WBY-NETO-PARAM            PIC S9(09)V99.
       77  WBY-ALICUOTA-PARAM        PIC 9(02).
       77  WBY-CONFIRMA              PIC X(01).
       77  WBY-HALLADO               PIC X(01).
       77  WBY-HOY                   PIC 9(08).
       77  WBY-ANIO                  PIC 9(04).
       77  WBY-MES                   PIC 9(02).
       77  WBY-ULTIMO-DIA            PIC 9(02).
       77  WBY-COCIENTE              PIC 9(04).
       77  WBY-RESTO                 PIC 9(04).
       77  WBY-FECHA-INICIO          PIC 9(08).
       77  WBY-FECHA-CORTE           PIC 9(08).
       77  WBY-FECHA-LIMITE          PIC 9(08).
       77  WBY-FECHA-ASIENTO         PIC 9(08).
       77  WBY-IX                    PIC 9(01).
       77  WBY-LINEA                 PIC 9(02).
       77  WBY-TRAMO                 PIC 9(01).
       77  WBY-BASE-TRAMO            PIC S9(11)V99.
       77  WBY-CANT-ACUM             PIC S9(11)V99.
       77  WBY-IMPORTE-ACUM          PIC S9(11)V99.
       77  WBY-BONIF-ACUM            PIC S9(11)V99.
       77  WBY-DEV-ANTERIOR          PIC S9(11)V99.
       77  WBY-DEV-POSTERIOR         PIC S9(11)V99.
       77  WBY-DEV-MES               PIC S9(11)V99.
       77  WBY-CANT-LINEA            PIC S9(07)V99.
       77  WBY-PENDIENTE             PIC S9(11)V99.
       77  WBY-TOT-MES               PIC S9(13)V99 VALUE 0.
       77  WBY-TOT-PENDIENTE         PIC S9(13)V99 VALUE 0.
       77  WBY-AJUSTE                PIC S9(13)V99.
       77  WBY-CANT-ACUERDOS         PIC 9(04) VALUE 0.
       77  WBY-CANT-CARTAS           PIC 9(04) VALUE 0.
       77  WBY-RENGLON               PIC 9(02).
       77  WBY-ASIENTO               PIC 9(08) VALUE 0.
       77  WBY-CUENTA                PIC X(08).
       77  WBY-MOVIMIENTO            PIC S9(13)V99.
       77  WBY-ORIGEN                PIC X(08).
       77  WBY-REFERENCIA            PIC 9(08).
       77  WBY-CCOSTO                PIC X(03).
       77  WBY-PERIODO-ABIERTO       PIC X(01).
       77  WBY-MODO-PROVEE           PIC X(01) VALUE "C".
       77  WBY-RAZON-SOCIAL          PIC X(30).
       77  WBY-COND-IVA              PIC X(02).
       77  WBY-PLAZO-PAGO            PIC 9(03).
       77  WBY-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WBY-ERROR                 PIC X(01) VALUE "N".
           88  WBY-HUBO-ERROR         VALUE "S".
       77  EOF-ACUPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ACUPROV     VALUE "S".
       77  EOF-BONDEV                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BONDEV      VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-FPRODET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FPRODET     VALUE "S".

       01  WBY-DIAS-MES-V            PIC X(24)
               VALUE "312831303130313130313031".
       01  WBY-DIAS-MES-R REDEFINES WBY-DIAS-MES-V.
           05  WBY-DIAS-MES          PIC 9(02) OCCURS 12.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  T-TITULO           PIC X(40).
           05  FILLER             PIC X(09) VALUE "PERIODO ".
           05  T-PERIODO          PIC 9(06).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "PROVEED".
           05  FILLER             PIC X(10) VALUE "DESDE".
           05  FILLER             PIC X(10) VALUE "HASTA".
           05  FILLER             PIC X(16) VALUE "  COMPRAS ACUM.".
           05  FILLER             PIC X(04) VALUE " TR".
           05  FILLER             PIC X(16) VALUE "  BONIF. ACUM.".
           05  FILLER             PIC X(16) VALUE "  DEVENG. MES".
           05  FILLER             PIC X(16) VALUE "   ACREDITADO".
           05  FILLER             PIC X(16) VALUE "    PENDIENTE".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROVEEDOR           PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-VIG-DESDE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-VIG-HASTA           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-BASE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-TRAMO               PIC 9(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-BONIF-ACUM          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-DEV-MES             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ACREDITADO          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PENDIENTE           PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TT-LEYENDA            PIC X(30).
           05  TT-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CARTA-1.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C1-TEXTO              PIC X(60).

       01  LIN-CARTA-PROVEEDOR.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "SRES. ".
           05  CP-RAZON-SOCIAL       PIC X(30).
           05  FILLER                PIC X(03) VALUE " (".
           05  CP-PROVEEDOR          PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE ")  ".
           05  FILLER                PIC X(07) VALUE "FECHA: ".
           05  CP-FECHA              PIC 9(08).

       01  LIN-CARTA-VIGENCIA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(36)
               VALUE "REF.: ACUERDO DE VOLUMEN VIGENTE DEL".
           05  CV-DESDE              PIC 9(08).
           05  FILLER                PIC X(04) VALUE " AL ".
           05  CV-HASTA              PIC 9(08).

       01  LIN-CARTA-IMPORTE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  CI-LEYENDA            PIC X(36).
           05  CI-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       ACUPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ACUPROV.
           DISPLAY "ERROR E/S ACUPROV: " WBN-STATUS.
       BONDEV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BONDEV.
           DISPLAY "ERROR E/S BONDEV: " WBV-STATUS.
       BONCRED-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BONCRED.
           DISPLAY "ERROR E/S BONCRED: " WBJ-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       FPRODET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPRODET.
           DISPLAY "ERROR E/S FPRODET: " WFD-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       ALICUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALICUO.
           DISPLAY "ERROR E/S ALICUO: " WAL-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WBY-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ACUERDO THRU 2000-ACUERDO-EXIT
               WHEN "D"
                   PERFORM 3000-DEVENGAR THRU 3000-DEVENGAR-EXIT
               WHEN "R"
                   PERFORM 4000-RECLAMO THRU 4000-RECLAMO-EXIT
               WHEN "N"
                   PERFORM 5000-NOTA-CREDITO
                       THRU 5000-NOTA-CREDITO-EXIT
               WHEN "L"
                   PERFORM 6000-ESTADO THRU 6000-ESTADO-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=ACUERDO D=DEVENGA R=RECLAMO N=NOTA CRED"
               LINE 5 POSITION 5.
           DISPLAY "      L=ESTADO): " LINE 6 POSITION 5.
           ACCEPT WBY-MODO-PARAM LINE 6 POSITION 23.
           ACCEPT WBY-HOY FROM DATE YYYYMMDD.
           OPEN I-O ACUPROV.
           IF WBN-STATUS = "35"
               CLOSE ACUPROV
               OPEN OUTPUT ACUPROV
               CLOSE ACUPROV
               OPEN I-O ACUPROV
           END-IF.
           OPEN I-O BONDEV.
           IF WBV-STATUS = "35"
               CLOSE BONDEV
               OPEN OUTPUT BONDEV
               CLOSE BONDEV
               OPEN I-O BONDEV
           END-IF.
           OPEN I-O BONCRED.
           IF WBJ-STATUS = "35"
               CLOSE BONCRED
               OPEN OUTPUT BONCRED
               CLOSE BONCRED
               OPEN I-O BONCRED
           END-IF.
           OPEN I-O CTAPROV.
           IF WFP-STATUS = "35"
               CLOSE CTAPROV
               OPEN OUTPUT CTAPROV
               CLOSE CTAPROV
               OPEN I-O CTAPROV
           END-IF.
           OPEN INPUT FPRODET.
           OPEN INPUT CAPPRE.
           OPEN INPUT ALICUO.

      *----------------------------------------------------------
      * Alta / modificacion del acuerdo del proveedor.
      *----------------------------------------------------------
       2000-ACUERDO.
           DISPLAY "PROVEEDOR .................: " LINE 8 POSITION 5.
           ACCEPT WBY-PROVEEDOR-PARAM LINE 8 POSITION 35.
           CALL "PROVEE" USING WBY-MODO-PROVEE
                               WBY-PROVEEDOR-PARAM
                               WBY-RAZON-SOCIAL
                               WBY-COND-IVA
                               WBY-PLAZO-PAGO
           END-CALL.
           DISPLAY WBY-RAZON-SOCIAL LINE 8 POSITION 43.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD) .: " LINE 9 POSITION 5.
           ACCEPT WBY-VIG-DESDE-PARAM LINE 9 POSITION 35.
           MOVE WBY-PROVEEDOR-PARAM TO WBN-PROVEEDOR.
           MOVE WBY-VIG-DESDE-PARAM TO WBN-VIG-DESDE.
           MOVE "S" TO WBY-HALLADO.
           READ ACUPROV KEY IS WBN-CLAVE
               INVALID KEY
                   MOVE "N" TO WBY-HALLADO
                   INITIALIZE REG-ACUPROV
                   MOVE WBY-PROVEEDOR-PARAM TO WBN-PROVEEDOR
                   MOVE WBY-VIG-DESDE-PARAM TO WBN-VIG-DESDE
                   MOVE "I"                 TO WBN-BASE
                   MOVE "S"                 TO WBN-ACTIVO
           END-READ.
           DISPLAY "VIGENCIA HASTA (AAAAMMDD) .: " WBN-VIG-HASTA
               LINE 10 POSITION 5.
           ACCEPT WBN-VIG-HASTA LINE 10 POSITION 35.
           IF WBN-VIG-HASTA < WBN-VIG-DESDE
               DISPLAY "VIGENCIA INVALIDA" LINE 22 POSITION 5
               GO TO 2000-ACUERDO-EXIT
           END-IF.
           DISPLAY "BASE (C=CANTIDAD I=IMPORTE): " WBN-BASE
               LINE 11 POSITION 5.
           ACCEPT WBN-BASE LINE 11 POSITION 35.
           IF NOT WBN-POR-CANTIDAD AND NOT WBN-POR-IMPORTE
               DISPLAY "BASE INVALIDA" LINE 22 POSITION 5
               GO TO 2000-ACUERDO-EXIT
           END-IF.
           DISPLAY "ARTICULO (0 = TODOS) ......: " WBN-ARTICULO
               LINE 12 POSITION 5.
           ACCEPT WBN-ARTICULO LINE 12 POSITION 35.
           IF WBN-POR-CANTIDAD AND WBN-ARTICULO = 0
               DISPLAY "LA BASE POR CANTIDAD MEZCLA ARTICULOS"
                   LINE 21 POSITION 5
           END-IF.
           DISPLAY "ARTICULO SIN CARGO ........: " WBN-ART-SIN-CARGO
               LINE 13 POSITION 5.
           ACCEPT WBN-ART-SIN-CARGO LINE 13 POSITION 35.
           DISPLAY "TR         DESDE  % BONIF     IMP. FIJO  UNID S/C"
               LINE 14 POSITION 5.
           PERFORM 2100-TRAMO THRU 2100-TRAMO-EXIT
               VARYING WBY-IX FROM 1 BY 1 UNTIL WBY-IX > 5.
           DISPLAY "VIGENTE (S/N) .............: " WBN-ACTIVO
               LINE 20 POSITION 5.
           ACCEPT WBN-ACTIVO LINE 20 POSITION 35.
           DISPLAY "CONFIRMA (S/N): " LINE 23 POSITION 5.
           ACCEPT WBY-CONFIRMA LINE 23 POSITION 22.
           IF WBY-CONFIRMA NOT = "S"
               DISPLAY "NO SE GRABO" LINE 22 POSITION 5
               GO TO 2000-ACUERDO-EXIT
           END-IF.
           IF WBY-HALLADO = "S"
               REWRITE REG-ACUPROV
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ACUPROV"
               END-REWRITE
           ELSE
               WRITE REG-ACUPROV
                   INVALID KEY DISPLAY "NO PUDO GRABAR ACUPROV"
               END-WRITE
           END-IF.
           DISPLAY "ACUERDO GRABADO" LINE 22 POSITION 5.
       2000-ACUERDO-EXIT.
           EXIT.

       2100-TRAMO.
           COMPUTE WBY-LINEA = 14 + WBY-IX.
           DISPLAY WBY-IX LINE WBY-LINEA POSITION 5.
           ACCEPT WBN-T-DESDE (WBY-IX) LINE WBY-LINEA POSITION 8.
           ACCEPT WBN-T-PORC (WBY-IX) LINE WBY-LINEA POSITION 24.
           ACCEPT WBN-T-FIJO (WBY-IX) LINE WBY-LINEA POSITION 31.
           ACCEPT WBN-T-UNIDADES (WBY-IX) LINE WBY-LINEA POSITION 46.
       2100-TRAMO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Devengamiento del periodo para todos los acuerdos
      * vigentes en algun dia del mes.
      *----------------------------------------------------------
       3000-DEVENGAR.
           DISPLAY "PERIODO (AAAAMM) ..: " LINE 8 POSITION 5.
           ACCEPT WBY-PERIODO-PARAM LINE 8 POSITION 27.
           DISPLAY "EMPRESA ...........: " LINE 9 POSITION 5.
           ACCEPT WBY-EMPRESA-PARAM LINE 9 POSITION 27.
           PERFORM 7500-FECHA-CORTE.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "DEVENGAMIENTO BONIFICACIONES PROVEEDOR"
               TO T-TITULO.
           MOVE WBY-PERIODO-PARAM TO T-PERIODO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE LOW-VALUES TO WBN-CLAVE.
           START ACUPROV KEY IS NOT LESS THAN WBN-CLAVE
               INVALID KEY MOVE "S" TO EOF-ACUPROV
           END-START.
           PERFORM 3100-DEVENGAR-ACUERDO
               THRU 3100-DEVENGAR-ACUERDO-EXIT
               UNTIL NO-HAY-MAS-ACUPROV.
           MOVE "TOTAL DEVENGADO DEL PERIODO" TO TT-LEYENDA.
           MOVE WBY-TOT-MES TO TT-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           DISPLAY "ACUERDOS DEVENGADOS: " WBY-CANT-ACUERDOS
               LINE 18 POSITION 5.
           DISPLAY "TOTAL DEL PERIODO .: " WBY-TOT-MES
               LINE 19 POSITION 5.
           DISPLAY "CONTABILIZA EL DEVENGAMIENTO (S/N): "
               LINE 21 POSITION 5.
           ACCEPT WBY-CONFIRMA LINE 21 POSITION 42.
           IF WBY-CONFIRMA NOT = "S"
               GO TO 3000-DEVENGAR-EXIT
           END-IF.
           CALL "PERCHK" USING WBY-EMPRESA-PARAM
                               WBY-FECHA-CORTE
                               WBY-PERIODO-ABIERTO
           END-CALL.
           IF WBY-PERIODO-ABIERTO = "N"
               GO TO 3000-DEVENGAR-EXIT
           END-IF.
           PERFORM 3500-ASIENTO-DEVENGADO
               THRU 3500-ASIENTO-DEVENGADO-EXIT.
       3000-DEVENGAR-EXIT.
           EXIT.

       3100-DEVENGAR-ACUERDO.
           READ ACUPROV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ACUPROV
                   GO TO 3100-DEVENGAR-ACUERDO-EXIT
           END-READ.
           IF NOT WBN-VIGENTE
              OR WBN-VIG-DESDE > WBY-FECHA-CORTE
              OR WBN-VIG-HASTA < WBY-FECHA-INICIO
               GO TO 3100-DEVENGAR-ACUERDO-EXIT
           END-IF.
           MOVE WBY-FECHA-CORTE TO WBY-FECHA-LIMITE.
           IF WBN-VIG-HASTA < WBY-FECHA-LIMITE
               MOVE WBN-VIG-HASTA TO WBY-FECHA-LIMITE
           END-IF.
           PERFORM 3200-COMPRAS-ACUERDO THRU 3200-COMPRAS-ACUERDO-EXIT.
           PERFORM 3400-BONIFICACION THRU 3400-BONIFICACION-EXIT.
           PERFORM 3300-DEVENGADO-PREVIO
               THRU 3300-DEVENGADO-PREVIO-EXIT.
           COMPUTE WBY-DEV-MES = WBY-BONIF-ACUM - WBY-DEV-ANTERIOR.
           MOVE WBN-PROVEEDOR     TO WBV-PROVEEDOR.
           MOVE WBN-VIG-DESDE     TO WBV-VIG-DESDE.
           MOVE WBY-PERIODO-PARAM TO WBV-ANIO-MES.
           MOVE WBY-CANT-ACUM     TO WBV-CANT-ACUM.
           MOVE WBY-IMPORTE-ACUM  TO WBV-IMPORTE-ACUM.
           MOVE WBY-TRAMO         TO WBV-TRAMO.
           MOVE WBY-BONIF-ACUM    TO WBV-BONIF-ACUM.
           MOVE WBY-DEV-MES       TO WBV-DEVENGADO-MES.
           MOVE WBY-HOY           TO WBV-FECHA.
           REWRITE REG-BONDEV
               INVALID KEY
                   WRITE REG-BONDEV
                       INVALID KEY DISPLAY "NO PUDO GRABAR BONDEV"
                   END-WRITE
           END-REWRITE.
           COMPUTE WBN-DEVENGADO =
               WBY-DEV-ANTERIOR + WBY-DEV-MES + WBY-DEV-POSTERIOR.
           IF WBY-PERIODO-PARAM > WBN-ULT-PERIODO
               MOVE WBY-PERIODO-PARAM TO WBN-ULT-PERIODO
           END-IF.
           REWRITE REG-ACUPROV
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ACUPROV"
           END-REWRITE.
           ADD 1 TO WBY-CANT-ACUERDOS.
           ADD WBY-DEV-MES TO WBY-TOT-MES.
           MOVE WBY-DEV-MES TO D-DEV-MES.
           PERFORM 6200-RENGLON-ACUERDO.
       3100-DEVENGAR-ACUERDO-EXIT.
           EXIT.

      *    Compras del acuerdo desde el inicio de la vigencia
      *    hasta el corte: las facturas del proveedor por la
      *    clave alternativa de CTAPROV.
       3200-COMPRAS-ACUERDO.
           MOVE 0   TO WBY-CANT-ACUM.
           MOVE 0   TO WBY-IMPORTE-ACUM.
           MOVE "N" TO EOF-CTAPROV.
           MOVE WBN-PROVEEDOR TO WFP-PROVEEDOR.
           START CTAPROV KEY IS EQUAL TO WFP-PROVEEDOR
               INVALID KEY MOVE "S" TO EOF-CTAPROV
           END-START.
           PERFORM 3210-UN-COMPROBANTE THRU 3210-UN-COMPROBANTE-EXIT
               UNTIL NO-HAY-MAS-CTAPROV.
       3200-COMPRAS-ACUERDO-EXIT.
           EXIT.

       3210-UN-COMPROBANTE.
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
           IF NO-HAY-MAS-CTAPROV OR WFP-PROVEEDOR NOT = WBN-PROVEEDOR
               MOVE "S" TO EOF-CTAPROV
               GO TO 3210-UN-COMPROBANTE-EXIT
           END-IF.
           IF WFP-FEC-EMISION < WBN-VIG-DESDE
              OR WFP-FEC-EMISION > WBY-FECHA-LIMITE
               GO TO 3210-UN-COMPROBANTE-EXIT
           END-IF.
      *    La propia nota de credito de la bonificacion no baja
      *    la base.
           MOVE WFP-PROVEEDOR   TO WBJ-PROVEEDOR.
           MOVE WFP-COMPROBANTE TO WBJ-COMPROBANTE.
           READ BONCRED KEY IS WBJ-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO 3210-UN-COMPROBANTE-EXIT
           END-READ.
           IF WBN-POR-IMPORTE AND WBN-ARTICULO = 0
               ADD WFP-NETO TO WBY-IMPORTE-ACUM
               GO TO 3210-UN-COMPROBANTE-EXIT
           END-IF.
           MOVE "N" TO EOF-FPRODET.
           MOVE WFP-PROVEEDOR   TO WFD-PROVEEDOR.
           MOVE WFP-COMPROBANTE TO WFD-COMPROBANTE.
           MOVE 0               TO WFD-SECUENCIA.
           START FPRODET KEY IS NOT LESS THAN WFD-CLAVE
               INVALID KEY MOVE "S" TO EOF-FPRODET
           END-START.
           PERFORM 3220-UN-RENGLON THRU 3220-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-FPRODET.
       3210-UN-COMPROBANTE-EXIT.
           EXIT.

      *    En un comprobante negativo (credito) el renglon resta.
       3220-UN-RENGLON.
           READ FPRODET NEXT RECORD
               AT END MOVE "S" TO EOF-FPRODET
           END-READ.
           IF NO-HAY-MAS-FPRODET
              OR WFD-PROVEEDOR NOT = WFP-PROVEEDOR
              OR WFD-COMPROBANTE NOT = WFP-COMPROBANTE
               MOVE "S" TO EOF-FPRODET
               GO TO 3220-UN-RENGLON-EXIT
           END-IF.
           IF WBN-ARTICULO NOT = 0 AND WFD-ARTICULO NOT = WBN-ARTICULO
               GO TO 3220-UN-RENGLON-EXIT
           END-IF.
           MOVE WFD-CANTIDAD TO WBY-CANT-LINEA.
           IF WFP-NETO < 0 AND WBY-CANT-LINEA > 0
               COMPUTE WBY-CANT-LINEA = 0 - WBY-CANT-LINEA
           END-IF.
           ADD WBY-CANT-LINEA TO WBY-CANT-ACUM.
           COMPUTE WBY-IMPORTE-ACUM ROUNDED =
               WBY-IMPORTE-ACUM + WBY-CANT-LINEA * WFD-PRECIO.
       3220-UN-RENGLON-EXIT.
           EXIT.

      *    Devengado de los otros meses del acuerdo: los
      *    anteriores se descuentan del acumulado, los
      *    posteriores (re-devengo de un mes viejo) solo suman
      *    al total del acuerdo.
       3300-DEVENGADO-PREVIO.
           MOVE 0   TO WBY-DEV-ANTERIOR.
           MOVE 0   TO WBY-DEV-POSTERIOR.
           MOVE "N" TO EOF-BONDEV.
           MOVE WBN-PROVEEDOR TO WBV-PROVEEDOR.
           MOVE WBN-VIG-DESDE TO WBV-VIG-DESDE.
           MOVE 0             TO WBV-ANIO-MES.
           START BONDEV KEY IS NOT LESS THAN WBV-CLAVE
               INVALID KEY MOVE "S" TO EOF-BONDEV
           END-START.
           PERFORM 3310-UN-MES THRU 3310-UN-MES-EXIT
               UNTIL NO-HAY-MAS-BONDEV.
       3300-DEVENGADO-PREVIO-EXIT.
           EXIT.

       3310-UN-MES.
           READ BONDEV NEXT RECORD
               AT END MOVE "S" TO EOF-BONDEV
           END-READ.
           IF NO-HAY-MAS-BONDEV
              OR WBV-PROVEEDOR NOT = WBN-PROVEEDOR
              OR WBV-VIG-DESDE NOT = WBN-VIG-DESDE
               MOVE "S" TO EOF-BONDEV
               GO TO 3310-UN-MES-EXIT
           END-IF.
           IF WBV-ANIO-MES < WBY-PERIODO-PARAM
               ADD WBV-DEVENGADO-MES TO WBY-DEV-ANTERIOR
           END-IF.
           IF WBV-ANIO-MES > WBY-PERIODO-PARAM
               ADD WBV-DEVENGADO-MES TO WBY-DEV-POSTERIOR
           END-IF.
       3310-UN-MES-EXIT.
           EXIT.

      *    Tramo mas alto alcanzado y su bonificacion: porcentaje
      *    sobre el neto comprado, fijo y unidades sin cargo al
      *    costo de lista.
       3400-BONIFICACION.
           MOVE 0 TO WBY-TRAMO.
           MOVE 0 TO WBY-BONIF-ACUM.
           IF WBN-POR-CANTIDAD
               MOVE WBY-CANT-ACUM    TO WBY-BASE-TRAMO
           ELSE
               MOVE WBY-IMPORTE-ACUM TO WBY-BASE-TRAMO
           END-IF.
           PERFORM 3410-UBICAR-TRAMO THRU 3410-UBICAR-TRAMO-EXIT
               VARYING WBY-IX FROM 1 BY 1 UNTIL WBY-IX > 5.
           IF WBY-TRAMO = 0
               GO TO 3400-BONIFICACION-EXIT
           END-IF.
           MOVE 0 TO WCP-COSTO.
           IF WBN-T-UNIDADES (WBY-TRAMO) > 0
               MOVE WBN-ART-SIN-CARGO TO WCP-ARTICULO
               READ CAPPRE KEY IS WCP-ARTICULO
                   INVALID KEY MOVE 0 TO WCP-COSTO
               END-READ
           END-IF.
           COMPUTE WBY-BONIF-ACUM ROUNDED =
               WBY-IMPORTE-ACUM * WBN-T-PORC (WBY-TRAMO) / 100
               + WBN-T-FIJO (WBY-TRAMO)
               + WBN-T-UNIDADES (WBY-TRAMO) * WCP-COSTO.
       3400-BONIFICACION-EXIT.
           EXIT.

       3410-UBICAR-TRAMO.
           IF WBN-T-DESDE (WBY-IX) = 0
              AND WBN-T-PORC (WBY-IX) = 0
              AND WBN-T-FIJO (WBY-IX) = 0
              AND WBN-T-UNIDADES (WBY-IX) = 0
               GO TO 3410-UBICAR-TRAMO-EXIT
           END-IF.
           IF WBY-BASE-TRAMO >= WBN-T-DESDE (WBY-IX)
               MOVE WBY-IX TO WBY-TRAMO
           END-IF.
       3410-UBICAR-TRAMO-EXIT.
           EXIT.

      *    Asiento del periodo por la diferencia contra lo ya
      *    posteado: un re-devengo solo mueve lo que cambio.
       3500-ASIENTO-DEVENGADO.
           PERFORM 7000-ABRIR-CONTABLE.
           MOVE "BONIPROV"        TO WDO-ORIGEN.
           MOVE SPACES            TO WDO-CLAVE-ORIGEN.
           MOVE WBY-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           MOVE WBY-EMPRESA-PARAM TO WDO-CLAVE-ORIGEN (7:4).
           MOVE "S" TO WBY-HALLADO.
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY
                   MOVE "N" TO WBY-HALLADO
                   MOVE 0   TO WDO-IMPORTE-POSTEADO
           END-READ.
           COMPUTE WBY-AJUSTE = WBY-TOT-MES - WDO-IMPORTE-POSTEADO.
           IF WBY-AJUSTE = 0
               DISPLAY "SIN DIFERENCIA A CONTABILIZAR"
                   LINE 22 POSITION 5
               GO TO 3500-ASIENTO-CIERRA
           END-IF.
           MOVE "BONIPROV" TO WCM-ORIGEN.
           PERFORM 7100-LEER-MAPEO.
           IF WBY-HUBO-ERROR
               GO TO 3500-ASIENTO-CIERRA
           END-IF.
           PERFORM 7200-NUMERAR.
           MOVE WBY-FECHA-CORTE   TO WBY-FECHA-ASIENTO.
           MOVE WBY-PERIODO-PARAM TO WBY-REFERENCIA.
           MOVE "BONIPROV"        TO WBY-ORIGEN.
           MOVE WCM-CCOSTO        TO WBY-CCOSTO.
           MOVE WCM-CUENTA-DEBE   TO WBY-CUENTA.
           MOVE WBY-AJUSTE        TO WBY-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WCM-CUENTA-HABER  TO WBY-CUENTA.
           COMPUTE WBY-MOVIMIENTO = 0 - WBY-AJUSTE.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WBY-TOT-MES TO WDO-IMPORTE-POSTEADO.
           IF WBY-HALLADO = "S"
               REWRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR DIARIOPO"
               END-REWRITE
           ELSE
               WRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
               END-WRITE
           END-IF.
           DISPLAY "DEVENGAMIENTO CONTABILIZADO - ASIENTO "
               WNU-ULTIMO-NUMERO LINE 22 POSITION 5.
       3500-ASIENTO-CIERRA.
           PERFORM 7900-CERRAR-CONTABLE.
       3500-ASIENTO-DEVENGADO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Cartas de reclamo: acuerdos terminados hasta el fin del
      * periodo con bonificacion devengada sin acreditar.
      *----------------------------------------------------------
       4000-RECLAMO.
           DISPLAY "PERIODO DE CIERRE (AAAAMM): " LINE 8 POSITION 5.
           ACCEPT WBY-PERIODO-PARAM LINE 8 POSITION 34.
           PERFORM 7500-FECHA-CORTE.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE LOW-VALUES TO WBN-CLAVE.
           START ACUPROV KEY IS NOT LESS THAN WBN-CLAVE
               INVALID KEY MOVE "S" TO EOF-ACUPROV
           END-START.
           PERFORM 4100-CARTA THRU 4100-CARTA-EXIT
               UNTIL NO-HAY-MAS-ACUPROV.
           DISPLAY "CARTAS EMITIDAS: " WBY-CANT-CARTAS
               LINE 20 POSITION 5.
       4000-RECLAMO-EXIT.
           EXIT.

       4100-CARTA.
           READ ACUPROV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ACUPROV
                   GO TO 4100-CARTA-EXIT
           END-READ.
           IF WBN-VIG-HASTA > WBY-FECHA-CORTE
               GO TO 4100-CARTA-EXIT
           END-IF.
           COMPUTE WBY-PENDIENTE = WBN-DEVENGADO - WBN-ACREDITADO.
           IF WBY-PENDIENTE NOT > 0
               GO TO 4100-CARTA-EXIT
           END-IF.
           MOVE WBN-PROVEEDOR TO WBY-PROVEEDOR-PARAM.
           CALL "PROVEE" USING WBY-MODO-PROVEE
                               WBY-PROVEEDOR-PARAM
                               WBY-RAZON-SOCIAL
                               WBY-COND-IVA
                               WBY-PLAZO-PAGO
           END-CALL.
      *    Ultimo mes devengado: compras y tramo alcanzado.
           MOVE WBN-PROVEEDOR   TO WBV-PROVEEDOR.
           MOVE WBN-VIG-DESDE   TO WBV-VIG-DESDE.
           MOVE WBN-ULT-PERIODO TO WBV-ANIO-MES.
           READ BONDEV KEY IS WBV-CLAVE
               INVALID KEY
                   MOVE 0 TO WBV-CANT-ACUM
                   MOVE 0 TO WBV-IMPORTE-ACUM
                   MOVE 0 TO WBV-TRAMO
           END-READ.
           MOVE SPACES TO LIN-LISTADO.
           IF WBY-CANT-CARTAS > 0
               WRITE LIN-LISTADO AFTER PAGE
           END-IF.
           MOVE WBY-RAZON-SOCIAL TO CP-RAZON-SOCIAL.
           MOVE WBN-PROVEEDOR    TO CP-PROVEEDOR.
           MOVE WBY-HOY          TO CP-FECHA.
           WRITE LIN-LISTADO FROM LIN-CARTA-PROVEEDOR AFTER 3.
           MOVE WBN-VIG-DESDE TO CV-DESDE.
           MOVE WBN-VIG-HASTA TO CV-HASTA.
           WRITE LIN-LISTADO FROM LIN-CARTA-VIGENCIA AFTER 2.
           MOVE "DE NUESTRA CONSIDERACION:" TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 2.
           MOVE "CONFORME AL ACUERDO COMERCIAL DE REFERENCIA, NUESTRAS"
               TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 2.
           MOVE "COMPRAS DEL PERIODO DAN DERECHO A LA BONIFICACION QUE"
               TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 1.
           MOVE "SE DETALLA:" TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 1.
           IF WBN-POR-CANTIDAD
               MOVE "UNIDADES COMPRADAS ................:"
                   TO CI-LEYENDA
               MOVE WBV-CANT-ACUM TO CI-IMPORTE
               WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 2
               MOVE "NETO COMPRADO .....................:"
                   TO CI-LEYENDA
               MOVE WBV-IMPORTE-ACUM TO CI-IMPORTE
               WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 1
           ELSE
               MOVE "NETO COMPRADO .....................:"
                   TO CI-LEYENDA
               MOVE WBV-IMPORTE-ACUM TO CI-IMPORTE
               WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 2
           END-IF.
           MOVE "TRAMO ALCANZADO ...................:" TO CI-LEYENDA.
           MOVE WBV-TRAMO TO CI-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 1.
           MOVE "BONIFICACION DEL ACUERDO ..........:" TO CI-LEYENDA.
           MOVE WBN-DEVENGADO TO CI-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 1.
           MOVE "NOTAS DE CREDITO RECIBIDAS ........:" TO CI-LEYENDA.
           MOVE WBN-ACREDITADO TO CI-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 1.
           MOVE "SALDO A NUESTRO FAVOR .............:" TO CI-LEYENDA.
           MOVE WBY-PENDIENTE TO CI-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CARTA-IMPORTE AFTER 1.
           MOVE "SOLICITAMOS LA EMISION DE LA NOTA DE CREDITO POR EL"
               TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 2.
           MOVE "SALDO INDICADO. SIN OTRO PARTICULAR, SALUDAMOS A UDS."
               TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 1.
           MOVE "ATENTAMENTE, COMPRAS" TO C1-TEXTO.
           WRITE LIN-LISTADO FROM LIN-CARTA-1 AFTER 3.
           MOVE WBY-HOY TO WBN-FEC-CARTA.
           REWRITE REG-ACUPROV
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ACUPROV"
           END-REWRITE.
           ADD 1 TO WBY-CANT-CARTAS.
       4100-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Nota de credito del proveedor por la bonificacion.
      *----------------------------------------------------------
       5000-NOTA-CREDITO.
           DISPLAY "PROVEEDOR .................: " LINE 8 POSITION 5.
           ACCEPT WBY-PROVEEDOR-PARAM LINE 8 POSITION 35.
           DISPLAY "ACUERDO VIGENTE DESDE .....: " LINE 9 POSITION 5.
           ACCEPT WBY-VIG-DESDE-PARAM LINE 9 POSITION 35.
           MOVE WBY-PROVEEDOR-PARAM TO WBN-PROVEEDOR.
           MOVE WBY-VIG-DESDE-PARAM TO WBN-VIG-DESDE.
           READ ACUPROV KEY IS WBN-CLAVE
               INVALID KEY
                   DISPLAY "ACUERDO INEXISTENTE" LINE 22 POSITION 5
                   GO TO 5000-NOTA-CREDITO-EXIT
           END-READ.
           COMPUTE WBY-PENDIENTE = WBN-DEVENGADO - WBN-ACREDITADO.
           DISPLAY "DEVENGADO " WBN-DEVENGADO " ACREDITADO "
               WBN-ACREDITADO " PENDIENTE " WBY-PENDIENTE
               LINE 10 POSITION 5.
           DISPLAY "NOTA DE CREDITO NUMERO ....: " LINE 11 POSITION 5.
           ACCEPT WBY-COMPROBANTE-PARAM LINE 11 POSITION 35.
           DISPLAY "EMPRESA ...................: " LINE 12 POSITION 5.
           ACCEPT WBY-EMPRESA-PARAM LINE 12 POSITION 35.
           MOVE WBY-PROVEEDOR-PARAM   TO WBJ-PROVEEDOR.
           MOVE WBY-COMPROBANTE-PARAM TO WBJ-COMPROBANTE.
           READ BONCRED KEY IS WBJ-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "NOTA YA IMPUTADA AL ACUERDO DEL "
                       WBJ-VIG-DESDE LINE 22 POSITION 5
                   GO TO 5000-NOTA-CREDITO-EXIT
           END-READ.
           PERFORM 5100-NOTA-EN-CTAPROV THRU 5100-NOTA-EN-CTAPROV-EXIT.
           IF WBY-HUBO-ERROR
               GO TO 5000-NOTA-CREDITO-EXIT
           END-IF.
           CALL "PERCHK" USING WBY-EMPRESA-PARAM
                               WBY-FECHA-PARAM
                               WBY-PERIODO-ABIERTO
           END-CALL.
           IF WBY-PERIODO-ABIERTO = "N"
               GO TO 5000-NOTA-CREDITO-EXIT
           END-IF.
           DISPLAY "CONFIRMA IMPUTACION DE " WBY-NETO-PARAM " (S/N): "
               LINE 19 POSITION 5.
           ACCEPT WBY-CONFIRMA LINE 19 POSITION 50.
           IF WBY-CONFIRMA NOT = "S"
               GO TO 5000-NOTA-CREDITO-EXIT
           END-IF.
           IF WBY-HALLADO = "N"
               WRITE REG-CTAPROV
                   INVALID KEY DISPLAY "NO PUDO GRABAR CTAPROV"
               END-WRITE
           END-IF.
           PERFORM 5200-ASIENTO-NOTA THRU 5200-ASIENTO-NOTA-EXIT.
           MOVE WBY-PROVEEDOR-PARAM   TO WBJ-PROVEEDOR.
           MOVE WBY-COMPROBANTE-PARAM TO WBJ-COMPROBANTE.
           MOVE WBY-VIG-DESDE-PARAM   TO WBJ-VIG-DESDE.
           MOVE WBY-FECHA-PARAM       TO WBJ-FECHA.
           MOVE WBY-NETO-PARAM        TO WBJ-IMPORTE.
           MOVE WBY-ASIENTO           TO WBJ-ASIENTO.
           WRITE REG-BONCRED
               INVALID KEY DISPLAY "NO PUDO GRABAR BONCRED"
           END-WRITE.
           ADD WBY-NETO-PARAM TO WBN-ACREDITADO.
           REWRITE REG-ACUPROV
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ACUPROV"
           END-REWRITE.
           COMPUTE WBY-PENDIENTE = WBN-DEVENGADO - WBN-ACREDITADO.
           IF WBY-PENDIENTE < 0
               DISPLAY "ACREDITADO SUPERA LO DEVENGADO EN "
                   WBY-PENDIENTE LINE 22 POSITION 5
           ELSE
               DISPLAY "QUEDA PENDIENTE DE ACREDITAR " WBY-PENDIENTE
                   LINE 22 POSITION 5
           END-IF.
       5000-NOTA-CREDITO-EXIT.
           EXIT.

      *    Si la nota ya esta en CTAPROV se toma su neto; si no,
      *    se arma en negativo con el IVA de la alicuota (queda
      *    para el libro de compras y baja la deuda con el
      *    proveedor), y se graba al confirmar.
       5100-NOTA-EN-CTAPROV.
           MOVE "N" TO WBY-ERROR.
           MOVE "S" TO WBY-HALLADO.
           MOVE WBY-PROVEEDOR-PARAM   TO WFP-PROVEEDOR.
           MOVE WBY-COMPROBANTE-PARAM TO WFP-COMPROBANTE.
           READ CTAPROV KEY IS WFP-CLAVE
               INVALID KEY MOVE "N" TO WBY-HALLADO
           END-READ.
           IF WBY-HALLADO = "S"
               IF WFP-NETO NOT < 0
                   DISPLAY "EL COMPROBANTE DE CTAPROV NO ES CREDITO"
                       LINE 22 POSITION 5
                   MOVE "S" TO WBY-ERROR
                   GO TO 5100-NOTA-EN-CTAPROV-EXIT
               END-IF
               COMPUTE WBY-NETO-PARAM = 0 - WFP-NETO
               MOVE WFP-FEC-EMISION TO WBY-FECHA-PARAM
               DISPLAY "NOTA EN CTAPROV - NETO " WBY-NETO-PARAM
                   LINE 14 POSITION 5
               GO TO 5100-NOTA-EN-CTAPROV-EXIT
           END-IF.
           DISPLAY "FECHA NOTA (AAAAMMDD) .....: " LINE 14 POSITION 5.
           ACCEPT WBY-FECHA-PARAM LINE 14 POSITION 35.
           DISPLAY "NETO DE LA NOTA ...........: " LINE 15 POSITION 5.
           ACCEPT WBY-NETO-PARAM LINE 15 POSITION 35.
           DISPLAY "ALICUOTA IVA ..............: " LINE 16 POSITION 5.
           ACCEPT WBY-ALICUOTA-PARAM LINE 16 POSITION 35.
           IF WBY-NETO-PARAM NOT > 0
               DISPLAY "IMPORTE INVALIDO" LINE 22 POSITION 5
               MOVE "S" TO WBY-ERROR
               GO TO 5100-NOTA-EN-CTAPROV-EXIT
           END-IF.
           MOVE WBY-ALICUOTA-PARAM TO WAL-CODIGO.
           READ ALICUO KEY IS WAL-CODIGO
               INVALID KEY
                   DISPLAY "ALICUOTA INEXISTENTE - IVA EN CERO"
                       LINE 21 POSITION 5
                   MOVE 0 TO WAL-PORCENTAJE
           END-READ.
           MOVE WBY-PROVEEDOR-PARAM   TO WFP-PROVEEDOR.
           MOVE WBY-COMPROBANTE-PARAM TO WFP-COMPROBANTE.
           MOVE 0                     TO WFP-ORDEN.
           MOVE WBY-FECHA-PARAM       TO WFP-FEC-EMISION.
           MOVE WBY-FECHA-PARAM       TO WFP-FEC-VENC.
           COMPUTE WFP-NETO = 0 - WBY-NETO-PARAM.
           MOVE WBY-ALICUOTA-PARAM    TO WFP-ALICUOTA.
           COMPUTE WFP-IVA ROUNDED = WFP-NETO * WAL-PORCENTAJE / 100.
           COMPUTE WFP-TOTAL = WFP-NETO + WFP-IVA.
           MOVE WFP-TOTAL             TO WFP-SALDO.
           MOVE "N"                   TO WFP-CANCELADO.
           MOVE "N"                   TO WFP-EN-PAGO.
           MOVE "N"                   TO WFP-CON-DIFERENCIAS.
           MOVE 0                     TO WFP-MONEDA.
           MOVE 1                     TO WFP-COTIZ-ORIGEN.
           MOVE 1                     TO WFP-COTIZ-VIGENTE.
           MOVE 0                     TO WFP-TOTAL-ME.
           MOVE 0                     TO WFP-SALDO-ME.
       5100-NOTA-EN-CTAPROV-EXIT.
           EXIT.

      *    Proveedores contra bonificaciones a cobrar, por el
      *    neto de la nota.
       5200-ASIENTO-NOTA.
           MOVE 0 TO WBY-ASIENTO.
           PERFORM 7000-ABRIR-CONTABLE.
           MOVE "BONIPRNC"            TO WDO-ORIGEN.
           MOVE SPACES                TO WDO-CLAVE-ORIGEN.
           MOVE WBY-PROVEEDOR-PARAM   TO WDO-CLAVE-ORIGEN (1:6).
           MOVE WBY-COMPROBANTE-PARAM TO WDO-CLAVE-ORIGEN (7:8).
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA NOTA YA ESTABA CONTABILIZADA"
                       LINE 21 POSITION 5
                   GO TO 5200-ASIENTO-CIERRA
           END-READ.
           MOVE "BONIPRNC" TO WCM-ORIGEN.
           PERFORM 7100-LEER-MAPEO.
           IF WBY-HUBO-ERROR
               GO TO 5200-ASIENTO-CIERRA
           END-IF.
           PERFORM 7200-NUMERAR.
           MOVE WNU-ULTIMO-NUMERO     TO WBY-ASIENTO.
           MOVE WBY-FECHA-PARAM       TO WBY-FECHA-ASIENTO.
           MOVE WBY-COMPROBANTE-PARAM TO WBY-REFERENCIA.
           MOVE "BONIPRNC"            TO WBY-ORIGEN.
           MOVE WCM-CCOSTO            TO WBY-CCOSTO.
           MOVE WCM-CUENTA-DEBE       TO WBY-CUENTA.
           MOVE WBY-NETO-PARAM        TO WBY-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WCM-CUENTA-HABER      TO WBY-CUENTA.
           COMPUTE WBY-MOVIMIENTO = 0 - WBY-NETO-PARAM.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WBY-NETO-PARAM TO WDO-IMPORTE-POSTEADO.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
       5200-ASIENTO-CIERRA.
           PERFORM 7900-CERRAR-CONTABLE.
       5200-ASIENTO-NOTA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Estado de todos los acuerdos: lo que los proveedores
      * todavia nos deben.
      *----------------------------------------------------------
       6000-ESTADO.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "ESTADO BONIFICACIONES DE PROVEEDORES" TO T-TITULO.
           MOVE 0 TO T-PERIODO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE LOW-VALUES TO WBN-CLAVE.
           START ACUPROV KEY IS NOT LESS THAN WBN-CLAVE
               INVALID KEY MOVE "S" TO EOF-ACUPROV
           END-START.
           PERFORM 6100-UN-ACUERDO THRU 6100-UN-ACUERDO-EXIT
               UNTIL NO-HAY-MAS-ACUPROV.
           MOVE "TOTAL PENDIENTE DE ACREDITAR" TO TT-LEYENDA.
           MOVE WBY-TOT-PENDIENTE TO TT-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
       6000-ESTADO-EXIT.
           EXIT.

       6100-UN-ACUERDO.
           READ ACUPROV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ACUPROV
                   GO TO 6100-UN-ACUERDO-EXIT
           END-READ.
           MOVE WBN-PROVEEDOR   TO WBV-PROVEEDOR.
           MOVE WBN-VIG-DESDE   TO WBV-VIG-DESDE.
           MOVE WBN-ULT-PERIODO TO WBV-ANIO-MES.
           READ BONDEV KEY IS WBV-CLAVE
               INVALID KEY
                   MOVE 0 TO WBV-CANT-ACUM
                   MOVE 0 TO WBV-IMPORTE-ACUM
                   MOVE 0 TO WBV-TRAMO
                   MOVE 0 TO WBV-DEVENGADO-MES
           END-READ.
           IF WBN-POR-CANTIDAD
               MOVE WBV-CANT-ACUM    TO WBY-CANT-ACUM
           ELSE
               MOVE WBV-IMPORTE-ACUM TO WBY-CANT-ACUM
           END-IF.
           MOVE WBV-IMPORTE-ACUM  TO WBY-IMPORTE-ACUM.
           MOVE WBV-TRAMO         TO WBY-TRAMO.
           MOVE WBN-DEVENGADO     TO WBY-BONIF-ACUM.
           MOVE WBV-DEVENGADO-MES TO D-DEV-MES.
           PERFORM 6200-RENGLON-ACUERDO.
           COMPUTE WBY-PENDIENTE = WBN-DEVENGADO - WBN-ACREDITADO.
           ADD WBY-PENDIENTE TO WBY-TOT-PENDIENTE.
       6100-UN-ACUERDO-EXIT.
           EXIT.

      *    Renglon comun del devengamiento y del estado.
       6200-RENGLON-ACUERDO.
           MOVE WBN-PROVEEDOR TO D-PROVEEDOR.
           MOVE WBN-VIG-DESDE TO D-VIG-DESDE.
           MOVE WBN-VIG-HASTA TO D-VIG-HASTA.
           IF WBN-POR-CANTIDAD
               MOVE WBY-CANT-ACUM    TO D-BASE
           ELSE
               MOVE WBY-IMPORTE-ACUM TO D-BASE
           END-IF.
           MOVE WBY-TRAMO      TO D-TRAMO.
           MOVE WBN-DEVENGADO  TO D-BONIF-ACUM.
           MOVE WBN-ACREDITADO TO D-ACREDITADO.
           COMPUTE WBY-PENDIENTE = WBN-DEVENGADO - WBN-ACREDITADO.
           MOVE WBY-PENDIENTE  TO D-PENDIENTE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.

      *----------------------------------------------------------
      * Contabilidad, fechas y listado.
      *----------------------------------------------------------
       7000-ABRIR-CONTABLE.
           MOVE "N" TO WBY-ERROR.
           MOVE 0   TO WBY-RENGLON.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN I-O DIARIOPO.
           IF WDO-STATUS = "35"
               CLOSE DIARIOPO
               OPEN OUTPUT DIARIOPO
               CLOSE DIARIOPO
               OPEN I-O DIARIOPO
           END-IF.

       7100-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WBY-ERROR
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

       7200-NUMERAR.
           MOVE "ASIENTO " TO WNU-TIPO-COMP.
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

      *    Primer y ultimo dia del periodo.
       7500-FECHA-CORTE.
           DIVIDE WBY-PERIODO-PARAM BY 100 GIVING WBY-ANIO
               REMAINDER WBY-MES.
           IF WBY-MES < 1 OR WBY-MES > 12
               MOVE 12 TO WBY-MES
           END-IF.
           MOVE WBY-DIAS-MES (WBY-MES) TO WBY-ULTIMO-DIA.
           IF WBY-MES = 2
               DIVIDE WBY-ANIO BY 4 GIVING WBY-COCIENTE
                   REMAINDER WBY-RESTO
               IF WBY-RESTO = 0
                   MOVE 29 TO WBY-ULTIMO-DIA
               END-IF
               DIVIDE WBY-ANIO BY 100 GIVING WBY-COCIENTE
                   REMAINDER WBY-RESTO
               IF WBY-RESTO = 0
                   DIVIDE WBY-ANIO BY 400 GIVING WBY-COCIENTE
                       REMAINDER WBY-RESTO
                   IF WBY-RESTO NOT = 0
                       MOVE 28 TO WBY-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WBY-FECHA-INICIO =
               WBY-ANIO * 10000 + WBY-MES * 100 + 1.
           COMPUTE WBY-FECHA-CORTE =
               WBY-ANIO * 10000 + WBY-MES * 100 + WBY-ULTIMO-DIA.

       7600-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WBY-LISTADO-ABIERTO.

       7900-CERRAR-CONTABLE.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE DIARIOPO.

      *    Un renglon del asiento: importe positivo al debe,
      *    negativo al haber, cero no se graba.
       8000-RENGLON.
           IF WBY-MOVIMIENTO = 0
               GO TO 8000-RENGLON-EXIT
           END-IF.
           ADD 1 TO WBY-RENGLON.
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE WBY-RENGLON       TO WDI-RENGLON.
           MOVE WBY-FECHA-ASIENTO TO WDI-FECHA.
           MOVE WBY-CUENTA        TO WDI-CUENTA-PCTA.
           IF WBY-MOVIMIENTO > 0
               MOVE WBY-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WBY-MOVIMIENTO
           END-IF.
           MOVE WBY-ORIGEN        TO WDI-ORIGEN.
           MOVE WBY-REFERENCIA    TO WDI-REFERENCIA.
           MOVE WBY-CCOSTO        TO WDI-CCOSTO.
           MOVE WBY-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       8000-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE ACUPROV.
           CLOSE BONDEV.
           CLOSE BONCRED.
           CLOSE CTAPROV.
           CLOSE FPRODET.
           CLOSE CAPPRE.
           CLOSE ALICUO.
           IF WBY-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
