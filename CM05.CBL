       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CM05.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Coeficiente unificado del Convenio Multilateral (papel
      * de trabajo del CM05): una vez por ano, para el ejercicio
      * cerrado que se indica, reparte ingresos y gastos por
      * jurisdiccion de IIBB y calcula el coeficiente 50% por
      * ingresos y 50% por gastos de cada provincia. Lo deja en
      * CMCOEF con su ano de vigencia, de donde lo toman DDJJ127
      * y DDJJEXP para el prorrateo mensual, en vez de que el
      * contador lo calcule aparte y lo tipee.
      *   - Ingresos: compras positivas de las cuentas en MOVI y
      *     en MOVIHIST (el ejercicio puede estar ya archivado
      *     por MOVIARCH). La jurisdiccion es la del codigo
      *     postal de entrega de la cuenta en CUENTA via
      *     CPJURIS; si no hay, la que CPJURIS dejo en CUENJURI;
      *     si tampoco, la sede. VTADET no se suma: es el
      *     detalle por articulo de las mismas ventas de MOVI y
      *     no lleva cuenta.
      *   - Gastos: neto de las facturas de gastos de CTAPROV
      *     (sin orden de compra; las compras de mercaderia y la
      *     leche liquidada a los tamberos de TAMBOREC son costo
      *     y no computan), por la jurisdiccion de PROVEE; mas
      *     sueldos y contribuciones del DIARIO (origenes
      *     SUELDOS y CONTRIB de SUELDOS) por la jurisdiccion
      *     del centro de costo en CCOSTO.
      * Modo C calcula, graba (reemplaza lo que hubiera para
      * ese ano de vigencia) e imprime por PRNTDEST; modo L
      * reimprime lo grabado.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMCOEF    ASSIGN TO "CMCOEF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKC-CLAVE
                             FILE STATUS IS WKC-STATUS.
           SELECT MOVI      ASSIGN TO "MOVI"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WMV-CLAVE
                             FILE STATUS IS WMV-STATUS.
           SELECT MOVIHIST  ASSIGN TO "MOVIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WMH-CLAVE
                             FILE STATUS IS WMH-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT CPJURIS   ASSIGN TO "CPJURIS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCJ-COD-POSTAL
                             FILE STATUS IS WCJ-STATUS.
           SELECT CUENJURI  ASSIGN TO "CUENJURI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCN-CUENTA
                             FILE STATUS IS WCN-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT TAMBOREC  ASSIGN TO "TAMBOREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTB-CLAVE
                             FILE STATUS IS WTB-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT CCOSTO    ASSIGN TO "CCOSTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCC-CODIGO
                             FILE STATUS IS WCC-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Coeficientes por ano de vigencia y jurisdiccion.
       FD  CMCOEF.
       01  REG-CMCOEF.
           05  WKC-CLAVE.
               10  WKC-ANIO          PIC 9(04).
               10  WKC-JURISDICCION  PIC X(02).
           05  WKC-INGRESOS          PIC S9(11)V99.
           05  WKC-GASTOS            PIC S9(11)V99.
           05  WKC-COEF-INGRESOS     PIC S9V9999.
           05  WKC-COEF-GASTOS       PIC S9V9999.
           05  WKC-COEF-UNIFICADO    PIC S9V9999.
           05  WKC-EJ-DESDE          PIC 9(08).
           05  WKC-EJ-HASTA          PIC 9(08).
           05  WKC-FEC-CALCULO       PIC 9(08).

       FD  MOVI.
       01  REG-MOVI.
           05  WMV-CLAVE.
               10  WMV-CUENTA        PIC 9(06).
               10  WMV-FECHA         PIC 9(08).
               10  WMV-SECUENCIA     PIC 9(06).
           05  WMV-IMPORTE           PIC S9(09)V99.

       FD  MOVIHIST.
       01  REG-MOVIHIST.
           05  WMH-CLAVE.
               10  WMH-CUENTA        PIC 9(06).
               10  WMH-FECHA         PIC 9(08).
               10  WMH-SECUENCIA     PIC 9(06).
           05  WMH-IMPORTE           PIC S9(09)V99.

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE-C          PIC X(28).
           05  WCU-COD-POSTAL        PIC X(08).

       FD  CPJURIS.
       01  REG-CPJURIS.
           05  WCJ-COD-POSTAL        PIC X(08).
           05  WCJ-JURISDICCION      PIC X(02).
           05  WCJ-DESCRIPCION       PIC X(30).

       FD  CUENJURI.
       01  REG-CUENJURI.
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-JURISDICCION      PIC X(02).

       FD  CTAPROV.
       01  REG-CTAPROV.
           05  WFP-CLAVE.
               10  WFP-PROVEEDOR     PIC 9(06).
               10  WFP-COMPROBANTE   PIC 9(08).
           05  WFP-ORDEN             PIC 9(08).
           05  WFP-FEC-EMISION       PIC 9(08).
           05  WFP-FEC-VENC          PIC 9(08).
           05  WFP-NETO              PIC S9(09)V99.

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).
           05  WPV-COND-IVA          PIC X(02).
           05  WPV-PLAZO-PAGO-DIAS   PIC 9(03).
           05  WPV-CONTACTO          PIC X(30).
           05  WPV-TELEFONO          PIC X(15).
           05  WPV-CBU               PIC 9(22).
           05  WPV-BAJA              PIC X(01).
           05  WPV-JURISDICCION      PIC X(02).

       FD  TAMBOREC.
       01  REG-TAMBOREC.
           05  WTB-CLAVE.
               10  WTB-PROVEEDOR     PIC 9(06).
               10  WTB-FECHA         PIC 9(08).
               10  WTB-SECUENCIA     PIC 9(02).
           05  WTB-LITROS            PIC 9(07)V99.

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

       FD  CCOSTO.
       01  REG-CCOSTO.
           05  WCC-CODIGO            PIC X(03).
           05  WCC-DESCRIPCION       PIC X(20).
           05  WCC-TASA-MO           PIC S9(05)V9999.
           05  WCC-TASA-GIF          PIC S9(05)V9999.
           05  WCC-JURISDICCION      PIC X(02).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "CM05".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WKC-STATUS                PIC X(02).
       77  WMV-STATUS                PIC X(02).
       77  WMH-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WCJ-STATUS                PIC X(02).
       77  WCN-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WTB-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WKM-MODO-PARAM            PIC X(01).
       77  WKM-ANIO-PARAM            PIC 9(04).
       77  WKM-DESDE-PARAM           PIC 9(08).
       77  WKM-HASTA-PARAM           PIC 9(08).
       77  WKM-EMPRESA-PARAM         PIC 9(04).
       77  WKM-SEDE-PARAM            PIC X(02).
       77  WKM-HOY                   PIC 9(08).
       77  WKM-CUENTA-ACT            PIC 9(06) VALUE 0.
       77  WKM-JURIS-CUENTA          PIC X(02) VALUE SPACES.
       77  WKM-PROV-ACT              PIC 9(06) VALUE 0.
       77  WKM-JURIS-PROV            PIC X(02) VALUE SPACES.
       77  WKM-ES-TAMBERO            PIC X(01) VALUE "N".
       77  WKM-JURIS-ACTUAL          PIC X(02).
       77  WKM-CANT-JURIS            PIC 9(02) COMP VALUE 0.
       77  WKM-IX                    PIC 9(02) COMP.
       77  WKM-IX-HALLADO            PIC 9(02) COMP.
       77  WKM-IX-MAYOR              PIC 9(02) COMP.
       77  WKM-TOT-INGRESOS          PIC S9(13)V99.
       77  WKM-TOT-GASTOS            PIC S9(13)V99.
       77  WKM-TOT-COEF-ING          PIC S9(03)V9999.
       77  WKM-TOT-COEF-GAS          PIC S9(03)V9999.
       77  WKM-TOT-COEF-UNI          PIC S9(03)V9999.
       77  WKM-EXCL-COMPRAS          PIC S9(13)V99 VALUE 0.
       77  WKM-EXCL-TAMBO            PIC S9(13)V99 VALUE 0.
       77  WKM-CTAS-A-SEDE           PIC 9(06) VALUE 0.
       77  WKM-PROV-A-SEDE           PIC 9(06) VALUE 0.
       77  WKM-CCOS-A-SEDE           PIC 9(06) VALUE 0.
       77  WKM-REG-GRABADOS          PIC 9(04) VALUE 0.
       77  EOF-MOVI                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MOVI        VALUE "S".
       77  EOF-MOVIHIST              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MOVIHIST    VALUE "S".
       77  EOF-CTAPROV               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-DIARIO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".
       77  EOF-CMCOEF                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CMCOEF      VALUE "S".

      *    Una fila por jurisdiccion (las 24 del pais y alguna
      *    que venga mal cargada).
       01  WKM-TABLA-JURIS.
           05  WKM-JURIS-ITEM        OCCURS 30 TIMES.
               10  WKM-JURISDICCION  PIC X(02).
               10  WKM-INGRESOS      PIC S9(11)V99.
               10  WKM-GASTOS        PIC S9(11)V99.
               10  WKM-COEF-ING      PIC S9V9999.
               10  WKM-COEF-GAS      PIC S9V9999.
               10  WKM-COEF-UNI      PIC S9V9999.

       01  LIN-TITULO.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(41)
               VALUE "CONVENIO MULTILATERAL - CM05 - VIGENCIA ".
           05  T-ANIO                PIC 9(04).
           05  FILLER                PIC X(13) VALUE "  EJERCICIO ".
           05  T-DESDE               PIC 9(08).
           05  FILLER                PIC X(04) VALUE " AL ".
           05  T-HASTA               PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE "JUR             INGRESOS  COEF.IN".
           05  FILLER                PIC X(33)
               VALUE "G              GASTOS  COEF.GAS  ".
           05  FILLER                PIC X(10) VALUE "COEF.UNIF.".

       01  LIN-DETALLE.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  D-JURISDICCION        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-INGRESOS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COEF-ING            PIC Z9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-GASTOS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COEF-GAS            PIC Z9.9999-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COEF-UNI            PIC Z9.9999-.

       01  LIN-NOTA.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  N-TEXTO               PIC X(50).
           05  N-IMPORTE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       CMCOEF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CMCOEF.
           DISPLAY "ERROR E/S CMCOEF: " WKC-STATUS.
       MOVI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVI.
           DISPLAY "ERROR E/S MOVI: " WMV-STATUS.
       MOVIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVIHIST.
           DISPLAY "ERROR E/S MOVIHIST: " WMH-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       CPJURIS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CPJURIS.
           DISPLAY "ERROR E/S CPJURIS: " WCJ-STATUS.
       CUENJURI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENJURI.
           DISPLAY "ERROR E/S CUENJURI: " WCN-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       TAMBOREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TAMBOREC.
           DISPLAY "ERROR E/S TAMBOREC: " WTB-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       CCOSTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CCOSTO.
           DISPLAY "ERROR E/S CCOSTO: " WCC-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WKM-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CALCULAR THRU 2000-CALCULAR-EXIT
               WHEN "L"
                   PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CALCULAR L=LISTAR) .: " LINE 7 POSITION 5.
           ACCEPT WKM-MODO-PARAM LINE 7 POSITION 36.
           DISPLAY "ANO DE VIGENCIA (AAAA) .....: " LINE 8 POSITION 5.
           ACCEPT WKM-ANIO-PARAM LINE 8 POSITION 36.
           ACCEPT WKM-HOY FROM DATE YYYYMMDD.
           OPEN I-O CMCOEF.
           IF WKC-STATUS = "35"
               CLOSE CMCOEF
               OPEN OUTPUT CMCOEF
               CLOSE CMCOEF
               OPEN I-O CMCOEF
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.

      *    Calculo del ejercicio cerrado y grabacion para el ano
      *    de vigencia.
       2000-CALCULAR.
           DISPLAY "EJERCICIO DESDE (AAAAMMDD) .: " LINE 9 POSITION 5.
           ACCEPT WKM-DESDE-PARAM LINE 9 POSITION 36.
           DISPLAY "EJERCICIO HASTA (AAAAMMDD) .: "
               LINE 10 POSITION 5.
           ACCEPT WKM-HASTA-PARAM LINE 10 POSITION 36.
           DISPLAY "EMPRESA (DIARIO) ...........: "
               LINE 11 POSITION 5.
           ACCEPT WKM-EMPRESA-PARAM LINE 11 POSITION 36.
           DISPLAY "JURISDICCION SEDE ..........: "
               LINE 12 POSITION 5.
           ACCEPT WKM-SEDE-PARAM LINE 12 POSITION 36.
           IF WKM-DESDE-PARAM = 0 OR WKM-HASTA-PARAM < WKM-DESDE-PARAM
               DISPLAY "EJERCICIO INVALIDO"
               GO TO 2000-CALCULAR-EXIT
           END-IF.
           IF WKM-SEDE-PARAM = SPACES
               DISPLAY "FALTA LA JURISDICCION DE LA SEDE"
               GO TO 2000-CALCULAR-EXIT
           END-IF.
           MOVE 0 TO WKM-CANT-JURIS.

      *    Ingresos por cuenta, del vivo y del historico.
           OPEN INPUT CUENTA.
           OPEN INPUT CPJURIS.
           OPEN INPUT CUENJURI.
           OPEN INPUT MOVI.
           PERFORM 3000-INGRESO-MOVI THRU 3000-INGRESO-MOVI-EXIT
               UNTIL NO-HAY-MAS-MOVI.
           CLOSE MOVI.
           MOVE 0      TO WKM-CUENTA-ACT.
           MOVE SPACES TO WKM-JURIS-CUENTA.
           OPEN INPUT MOVIHIST.
           IF WMH-STATUS = "00"
               PERFORM 3100-INGRESO-HIST THRU 3100-INGRESO-HIST-EXIT
                   UNTIL NO-HAY-MAS-MOVIHIST
               CLOSE MOVIHIST
           END-IF.
           CLOSE CUENTA.
           CLOSE CPJURIS.
           CLOSE CUENJURI.

      *    Gastos de proveedores y de personal.
           OPEN INPUT CTAPROV.
           OPEN INPUT PROVEE.
           OPEN INPUT TAMBOREC.
           PERFORM 4000-GASTO-PROVEEDOR
               THRU 4000-GASTO-PROVEEDOR-EXIT
               UNTIL NO-HAY-MAS-CTAPROV.
           CLOSE CTAPROV.
           CLOSE PROVEE.
           CLOSE TAMBOREC.
           OPEN INPUT DIARIO.
           OPEN INPUT CCOSTO.
           PERFORM 4100-GASTO-SUELDOS THRU 4100-GASTO-SUELDOS-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           CLOSE DIARIO.
           CLOSE CCOSTO.

           PERFORM 5000-COEFICIENTES.
           PERFORM 5500-BORRAR-ANIO THRU 5500-BORRAR-ANIO-EXIT.
           PERFORM 5600-GRABAR-JURIS
               VARYING WKM-IX FROM 1 BY 1
               UNTIL WKM-IX > WKM-CANT-JURIS.
           MOVE WKM-DESDE-PARAM TO T-DESDE.
           MOVE WKM-HASTA-PARAM TO T-HASTA.
           PERFORM 8000-IMPRIMIR.
           PERFORM 8200-NOTAS.
           DISPLAY "JURISDICCIONES GRABADAS: " WKM-REG-GRABADOS.
       2000-CALCULAR-EXIT.
           EXIT.

      *    Jurisdiccion de una cuenta: codigo postal de CUENTA
      *    contra CPJURIS, luego CUENJURI, luego la sede.
       2800-JURIS-CUENTA.
           MOVE SPACES TO WKM-JURIS-CUENTA.
           MOVE WKM-CUENTA-ACT TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-COD-POSTAL
           END-READ.
           IF WCU-COD-POSTAL NOT = SPACES
               MOVE WCU-COD-POSTAL TO WCJ-COD-POSTAL
               READ CPJURIS KEY IS WCJ-COD-POSTAL
                   INVALID KEY MOVE SPACES TO WCJ-JURISDICCION
               END-READ
               MOVE WCJ-JURISDICCION TO WKM-JURIS-CUENTA
           END-IF.
           IF WKM-JURIS-CUENTA = SPACES
               MOVE WKM-CUENTA-ACT TO WCN-CUENTA
               READ CUENJURI KEY IS WCN-CUENTA
                   INVALID KEY MOVE SPACES TO WCN-JURISDICCION
               END-READ
               MOVE WCN-JURISDICCION TO WKM-JURIS-CUENTA
           END-IF.
           IF WKM-JURIS-CUENTA = SPACES
               MOVE WKM-SEDE-PARAM TO WKM-JURIS-CUENTA
               ADD 1 TO WKM-CTAS-A-SEDE
           END-IF.

      *    Ubica (o da de alta) la fila de WKM-JURIS-ACTUAL y deja
      *    su posicion en WKM-IX-HALLADO.
       2900-BUSCAR-JURIS.
           MOVE 0 TO WKM-IX-HALLADO.
           PERFORM 2910-COMPARAR-JURIS
               VARYING WKM-IX FROM 1 BY 1
               UNTIL WKM-IX > WKM-CANT-JURIS
                  OR WKM-IX-HALLADO NOT = 0.
           IF WKM-IX-HALLADO = 0 AND WKM-CANT-JURIS < 30
               ADD 1 TO WKM-CANT-JURIS
               MOVE WKM-CANT-JURIS   TO WKM-IX-HALLADO
               MOVE WKM-JURIS-ACTUAL
                   TO WKM-JURISDICCION (WKM-IX-HALLADO)
               MOVE 0 TO WKM-INGRESOS (WKM-IX-HALLADO)
                         WKM-GASTOS   (WKM-IX-HALLADO)
                         WKM-COEF-ING (WKM-IX-HALLADO)
                         WKM-COEF-GAS (WKM-IX-HALLADO)
                         WKM-COEF-UNI (WKM-IX-HALLADO)
           END-IF.
           IF WKM-IX-HALLADO = 0
               DISPLAY "ALERTA: MAS DE 30 JURISDICCIONES, "
                   WKM-JURIS-ACTUAL " VA A LA PRIMERA"
               MOVE 1 TO WKM-IX-HALLADO
           END-IF.

       2910-COMPARAR-JURIS.
           IF WKM-JURISDICCION (WKM-IX) = WKM-JURIS-ACTUAL
               MOVE WKM-IX TO WKM-IX-HALLADO
           END-IF.

      *    Ventas (importe positivo) del ejercicio en MOVI.
       3000-INGRESO-MOVI.
           READ MOVI NEXT RECORD
               AT END MOVE "S" TO EOF-MOVI
           END-READ.
           IF NO-HAY-MAS-MOVI
               GO TO 3000-INGRESO-MOVI-EXIT
           END-IF.
           IF WMV-FECHA < WKM-DESDE-PARAM
              OR WMV-FECHA > WKM-HASTA-PARAM
              OR WMV-IMPORTE NOT > 0
               GO TO 3000-INGRESO-MOVI-EXIT
           END-IF.
           IF WMV-CUENTA NOT = WKM-CUENTA-ACT
              OR WKM-JURIS-CUENTA = SPACES
               MOVE WMV-CUENTA TO WKM-CUENTA-ACT
               PERFORM 2800-JURIS-CUENTA
           END-IF.
           MOVE WKM-JURIS-CUENTA TO WKM-JURIS-ACTUAL.
           PERFORM 2900-BUSCAR-JURIS.
           ADD WMV-IMPORTE TO WKM-INGRESOS (WKM-IX-HALLADO).
       3000-INGRESO-MOVI-EXIT.
           EXIT.

      *    Lo mismo sobre los movimientos ya archivados.
       3100-INGRESO-HIST.
           READ MOVIHIST NEXT RECORD
               AT END MOVE "S" TO EOF-MOVIHIST
           END-READ.
           IF NO-HAY-MAS-MOVIHIST
               GO TO 3100-INGRESO-HIST-EXIT
           END-IF.
           IF WMH-FECHA < WKM-DESDE-PARAM
              OR WMH-FECHA > WKM-HASTA-PARAM
              OR WMH-IMPORTE NOT > 0
               GO TO 3100-INGRESO-HIST-EXIT
           END-IF.
           IF WMH-CUENTA NOT = WKM-CUENTA-ACT
              OR WKM-JURIS-CUENTA = SPACES
               MOVE WMH-CUENTA TO WKM-CUENTA-ACT
               PERFORM 2800-JURIS-CUENTA
           END-IF.
           MOVE WKM-JURIS-CUENTA TO WKM-JURIS-ACTUAL.
           PERFORM 2900-BUSCAR-JURIS.
           ADD WMH-IMPORTE TO WKM-INGRESOS (WKM-IX-HALLADO).
       3100-INGRESO-HIST-EXIT.
           EXIT.

      *    Facturas de gastos del ejercicio. Las que tienen orden
      *    de compra son mercaderia y las de los tamberos leche:
      *    ninguna computa como gasto del Convenio.
       4000-GASTO-PROVEEDOR.
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
           IF NO-HAY-MAS-CTAPROV
               GO TO 4000-GASTO-PROVEEDOR-EXIT
           END-IF.
           IF WFP-FEC-EMISION < WKM-DESDE-PARAM
              OR WFP-FEC-EMISION > WKM-HASTA-PARAM
               GO TO 4000-GASTO-PROVEEDOR-EXIT
           END-IF.
           IF WFP-ORDEN NOT = 0
               ADD WFP-NETO TO WKM-EXCL-COMPRAS
               GO TO 4000-GASTO-PROVEEDOR-EXIT
           END-IF.
           IF WFP-PROVEEDOR NOT = WKM-PROV-ACT
              OR WKM-JURIS-PROV = SPACES
               MOVE WFP-PROVEEDOR TO WKM-PROV-ACT
               PERFORM 4050-DATOS-PROVEEDOR
                   THRU 4050-DATOS-PROVEEDOR-EXIT
           END-IF.
           IF WKM-ES-TAMBERO = "S"
               ADD WFP-NETO TO WKM-EXCL-TAMBO
               GO TO 4000-GASTO-PROVEEDOR-EXIT
           END-IF.
           MOVE WKM-JURIS-PROV TO WKM-JURIS-ACTUAL.
           PERFORM 2900-BUSCAR-JURIS.
           ADD WFP-NETO TO WKM-GASTOS (WKM-IX-HALLADO).
       4000-GASTO-PROVEEDOR-EXIT.
           EXIT.

       4050-DATOS-PROVEEDOR.
           MOVE WKM-PROV-ACT TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY MOVE SPACES TO WPV-JURISDICCION
           END-READ.
           MOVE WPV-JURISDICCION TO WKM-JURIS-PROV.
           IF WKM-JURIS-PROV = SPACES
               MOVE WKM-SEDE-PARAM TO WKM-JURIS-PROV
               ADD 1 TO WKM-PROV-A-SEDE
           END-IF.
           MOVE "N" TO WKM-ES-TAMBERO.
           MOVE WKM-PROV-ACT TO WTB-PROVEEDOR.
           MOVE 0 TO WTB-FECHA.
           MOVE 0 TO WTB-SECUENCIA.
           START TAMBOREC KEY IS NOT LESS THAN WTB-CLAVE
               INVALID KEY GO TO 4050-DATOS-PROVEEDOR-EXIT
           END-START.
           READ TAMBOREC NEXT RECORD
               AT END GO TO 4050-DATOS-PROVEEDOR-EXIT
           END-READ.
           IF WTB-PROVEEDOR = WKM-PROV-ACT
               MOVE "S" TO WKM-ES-TAMBERO
           END-IF.
       4050-DATOS-PROVEEDOR-EXIT.
           EXIT.

      *    Sueldos y contribuciones del ejercicio por el centro de
      *    costo del renglon (el debe es el gasto).
       4100-GASTO-SUELDOS.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
           IF NO-HAY-MAS-DIARIO
               GO TO 4100-GASTO-SUELDOS-EXIT
           END-IF.
           IF WDI-EMPRESA NOT = WKM-EMPRESA-PARAM
              OR WDI-FECHA < WKM-DESDE-PARAM
              OR WDI-FECHA > WKM-HASTA-PARAM
              OR WDI-DEBE = 0
               GO TO 4100-GASTO-SUELDOS-EXIT
           END-IF.
           IF WDI-ORIGEN NOT = "SUELDOS "
              AND WDI-ORIGEN NOT = "CONTRIB "
               GO TO 4100-GASTO-SUELDOS-EXIT
           END-IF.
           MOVE WDI-CCOSTO TO WCC-CODIGO.
           READ CCOSTO KEY IS WCC-CODIGO
               INVALID KEY MOVE SPACES TO WCC-JURISDICCION
           END-READ.
           MOVE WCC-JURISDICCION TO WKM-JURIS-ACTUAL.
           IF WKM-JURIS-ACTUAL = SPACES
               MOVE WKM-SEDE-PARAM TO WKM-JURIS-ACTUAL
               ADD 1 TO WKM-CCOS-A-SEDE
           END-IF.
           PERFORM 2900-BUSCAR-JURIS.
           ADD WDI-DEBE TO WKM-GASTOS (WKM-IX-HALLADO).
       4100-GASTO-SUELDOS-EXIT.
           EXIT.

      *    Coeficientes: participacion en ingresos y en gastos,
      *    y el unificado como promedio de los dos. Si falta una
      *    de las dos bases el unificado es la otra. El redondeo
      *    a cuatro decimales se ajusta sobre la jurisdiccion de
      *    mayor coeficiente para que el total de exactamente 1.
       5000-COEFICIENTES.
           MOVE 0 TO WKM-TOT-INGRESOS WKM-TOT-GASTOS.
           PERFORM 5010-TOTALIZAR
               VARYING WKM-IX FROM 1 BY 1
               UNTIL WKM-IX > WKM-CANT-JURIS.
           MOVE 0 TO WKM-TOT-COEF-UNI.
           MOVE 1 TO WKM-IX-MAYOR.
           PERFORM 5020-COEF-JURIS
               VARYING WKM-IX FROM 1 BY 1
               UNTIL WKM-IX > WKM-CANT-JURIS.
           IF WKM-TOT-COEF-UNI NOT = 0
               COMPUTE WKM-COEF-UNI (WKM-IX-MAYOR) =
                   WKM-COEF-UNI (WKM-IX-MAYOR) + 1
                 - WKM-TOT-COEF-UNI
           END-IF.

       5010-TOTALIZAR.
           ADD WKM-INGRESOS (WKM-IX) TO WKM-TOT-INGRESOS.
           ADD WKM-GASTOS (WKM-IX)   TO WKM-TOT-GASTOS.

       5020-COEF-JURIS.
           MOVE 0 TO WKM-COEF-ING (WKM-IX) WKM-COEF-GAS (WKM-IX)
                     WKM-COEF-UNI (WKM-IX).
           IF WKM-TOT-INGRESOS NOT = 0
               COMPUTE WKM-COEF-ING (WKM-IX) ROUNDED =
                   WKM-INGRESOS (WKM-IX) / WKM-TOT-INGRESOS
           END-IF.
           IF WKM-TOT-GASTOS NOT = 0
               COMPUTE WKM-COEF-GAS (WKM-IX) ROUNDED =
                   WKM-GASTOS (WKM-IX) / WKM-TOT-GASTOS
           END-IF.
           IF WKM-TOT-INGRESOS NOT = 0 AND WKM-TOT-GASTOS NOT = 0
               COMPUTE WKM-COEF-UNI (WKM-IX) ROUNDED =
                   (WKM-INGRESOS (WKM-IX) / WKM-TOT-INGRESOS
                  + WKM-GASTOS (WKM-IX) / WKM-TOT-GASTOS) / 2
           ELSE
               IF WKM-TOT-INGRESOS NOT = 0
                   MOVE WKM-COEF-ING (WKM-IX) TO WKM-COEF-UNI (WKM-IX)
               ELSE
                   MOVE WKM-COEF-GAS (WKM-IX) TO WKM-COEF-UNI (WKM-IX)
               END-IF
           END-IF.
           ADD WKM-COEF-UNI (WKM-IX) TO WKM-TOT-COEF-UNI.
           IF WKM-COEF-UNI (WKM-IX) > WKM-COEF-UNI (WKM-IX-MAYOR)
               MOVE WKM-IX TO WKM-IX-MAYOR
           END-IF.

      *    Un recalculo reemplaza todo lo del ano de vigencia.
       5500-BORRAR-ANIO.
           MOVE WKM-ANIO-PARAM TO WKC-ANIO.
           MOVE LOW-VALUES     TO WKC-JURISDICCION.
           MOVE "N" TO EOF-CMCOEF.
           START CMCOEF KEY IS NOT LESS THAN WKC-CLAVE
               INVALID KEY GO TO 5500-BORRAR-ANIO-EXIT
           END-START.
           PERFORM 5510-BORRAR-UNO THRU 5510-BORRAR-UNO-EXIT
               UNTIL NO-HAY-MAS-CMCOEF.
       5500-BORRAR-ANIO-EXIT.
           EXIT.

       5510-BORRAR-UNO.
           READ CMCOEF NEXT RECORD
               AT END MOVE "S" TO EOF-CMCOEF
           END-READ.
           IF NO-HAY-MAS-CMCOEF
               GO TO 5510-BORRAR-UNO-EXIT
           END-IF.
           IF WKC-ANIO NOT = WKM-ANIO-PARAM
               MOVE "S" TO EOF-CMCOEF
               GO TO 5510-BORRAR-UNO-EXIT
           END-IF.
           DELETE CMCOEF RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR CMCOEF"
           END-DELETE.
       5510-BORRAR-UNO-EXIT.
           EXIT.

       5600-GRABAR-JURIS.
           MOVE WKM-ANIO-PARAM              TO WKC-ANIO.
           MOVE WKM-JURISDICCION (WKM-IX)   TO WKC-JURISDICCION.
           MOVE WKM-INGRESOS (WKM-IX)       TO WKC-INGRESOS.
           MOVE WKM-GASTOS (WKM-IX)         TO WKC-GASTOS.
           MOVE WKM-COEF-ING (WKM-IX)       TO WKC-COEF-INGRESOS.
           MOVE WKM-COEF-GAS (WKM-IX)       TO WKC-COEF-GASTOS.
           MOVE WKM-COEF-UNI (WKM-IX)       TO WKC-COEF-UNIFICADO.
           MOVE WKM-DESDE-PARAM             TO WKC-EJ-DESDE.
           MOVE WKM-HASTA-PARAM             TO WKC-EJ-HASTA.
           MOVE WKM-HOY                     TO WKC-FEC-CALCULO.
           WRITE REG-CMCOEF
               INVALID KEY DISPLAY "NO PUDO GRABAR CMCOEF "
                   WKC-JURISDICCION
               NOT INVALID KEY ADD 1 TO WKM-REG-GRABADOS
           END-WRITE.

      *    Reimpresion de lo grabado para el ano de vigencia.
       6000-LISTAR.
           MOVE 0 TO WKM-CANT-JURIS WKM-TOT-INGRESOS WKM-TOT-GASTOS.
           MOVE 0 TO T-DESDE T-HASTA.
           MOVE WKM-ANIO-PARAM TO WKC-ANIO.
           MOVE LOW-VALUES     TO WKC-JURISDICCION.
           MOVE "N" TO EOF-CMCOEF.
           START CMCOEF KEY IS NOT LESS THAN WKC-CLAVE
               INVALID KEY MOVE "S" TO EOF-CMCOEF
           END-START.
           PERFORM 6100-CARGAR-JURIS THRU 6100-CARGAR-JURIS-EXIT
               UNTIL NO-HAY-MAS-CMCOEF.
           IF WKM-CANT-JURIS = 0
               DISPLAY "NO HAY COEFICIENTES PARA " WKM-ANIO-PARAM
               GO TO 6000-LISTAR-EXIT
           END-IF.
           PERFORM 8000-IMPRIMIR.
       6000-LISTAR-EXIT.
           EXIT.

       6100-CARGAR-JURIS.
           READ CMCOEF NEXT RECORD
               AT END MOVE "S" TO EOF-CMCOEF
           END-READ.
           IF NO-HAY-MAS-CMCOEF
               GO TO 6100-CARGAR-JURIS-EXIT
           END-IF.
           IF WKC-ANIO NOT = WKM-ANIO-PARAM OR WKM-CANT-JURIS = 30
               MOVE "S" TO EOF-CMCOEF
               GO TO 6100-CARGAR-JURIS-EXIT
           END-IF.
           ADD 1 TO WKM-CANT-JURIS.
           MOVE WKM-CANT-JURIS TO WKM-IX.
           MOVE WKC-JURISDICCION   TO WKM-JURISDICCION (WKM-IX).
           MOVE WKC-INGRESOS       TO WKM-INGRESOS (WKM-IX).
           MOVE WKC-GASTOS         TO WKM-GASTOS (WKM-IX).
           MOVE WKC-COEF-INGRESOS  TO WKM-COEF-ING (WKM-IX).
           MOVE WKC-COEF-GASTOS    TO WKM-COEF-GAS (WKM-IX).
           MOVE WKC-COEF-UNIFICADO TO WKM-COEF-UNI (WKM-IX).
           MOVE WKC-EJ-DESDE       TO T-DESDE.
           MOVE WKC-EJ-HASTA       TO T-HASTA.
           ADD WKC-INGRESOS TO WKM-TOT-INGRESOS.
           ADD WKC-GASTOS   TO WKM-TOT-GASTOS.
       6100-CARGAR-JURIS-EXIT.
           EXIT.

      *    Papel de trabajo: una linea por jurisdiccion y total.
       8000-IMPRIMIR.
           MOVE WKM-ANIO-PARAM TO T-ANIO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE 0 TO WKM-TOT-COEF-ING WKM-TOT-COEF-GAS
                     WKM-TOT-COEF-UNI.
           PERFORM 8100-LINEA-JURIS
               VARYING WKM-IX FROM 1 BY 1
               UNTIL WKM-IX > WKM-CANT-JURIS.
           MOVE "TT"               TO D-JURISDICCION.
           MOVE WKM-TOT-INGRESOS   TO D-INGRESOS.
           MOVE WKM-TOT-COEF-ING   TO D-COEF-ING.
           MOVE WKM-TOT-GASTOS     TO D-GASTOS.
           MOVE WKM-TOT-COEF-GAS   TO D-COEF-GAS.
           MOVE WKM-TOT-COEF-UNI   TO D-COEF-UNI.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 2.

       8100-LINEA-JURIS.
           MOVE WKM-JURISDICCION (WKM-IX) TO D-JURISDICCION.
           MOVE WKM-INGRESOS (WKM-IX)     TO D-INGRESOS.
           MOVE WKM-COEF-ING (WKM-IX)     TO D-COEF-ING.
           MOVE WKM-GASTOS (WKM-IX)       TO D-GASTOS.
           MOVE WKM-COEF-GAS (WKM-IX)     TO D-COEF-GAS.
           MOVE WKM-COEF-UNI (WKM-IX)     TO D-COEF-UNI.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD WKM-COEF-ING (WKM-IX) TO WKM-TOT-COEF-ING.
           ADD WKM-COEF-GAS (WKM-IX) TO WKM-TOT-COEF-GAS.
           ADD WKM-COEF-UNI (WKM-IX) TO WKM-TOT-COEF-UNI.

      *    Lo que quedo afuera o fue a la sede, para que el
      *    contador lo revise antes de presentar.
       8200-NOTAS.
           MOVE "COMPRAS CON ORDEN (NO COMPUTAN)" TO N-TEXTO.
           MOVE WKM-EXCL-COMPRAS TO N-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-NOTA AFTER 3.
           MOVE "LECHE LIQUIDADA A TAMBEROS (NO COMPUTA)"
               TO N-TEXTO.
           MOVE WKM-EXCL-TAMBO TO N-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-NOTA AFTER 1.
           MOVE "CUENTAS SIN JURISDICCION IMPUTADAS A LA SEDE"
               TO N-TEXTO.
           MOVE WKM-CTAS-A-SEDE TO N-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-NOTA AFTER 1.
           MOVE "PROVEEDORES SIN JURISDICCION IMPUTADOS A LA SEDE"
               TO N-TEXTO.
           MOVE WKM-PROV-A-SEDE TO N-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-NOTA AFTER 1.
           MOVE "RENGLONES DE SUELDOS SIN JURISDICCION DEL CENTRO"
               TO N-TEXTO.
           MOVE WKM-CCOS-A-SEDE TO N-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-NOTA AFTER 1.

       9999-FINAL.
           CLOSE CMCOEF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
