       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SEGUROS.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Registro de polizas de seguro: camiones, camaras,
      * equipos, mercaderia en transito y las garantias de
      * licitacion estan asegurados, y las polizas, sus
      * vencimientos y las cuotas de la prima se seguian en el
      * almanaque de la pared.
      *   modo P: alta/modificacion de la poliza en POLIZA
      *           (aseguradora de PROVEE y numero de poliza):
      *           tipo de bien (V vehiculo de VEHIC, B bien de
      *           uso de BIENES, G garantia de licitacion de
      *           LICITA, T mercaderia en transito, O otro) con
      *           su referencia, cobertura, suma asegurada,
      *           vigencia y prima. Al dar de alta la poliza se
      *           generan las cuotas de la prima en POLCUOTA,
      *           mensuales desde el inicio de la vigencia (la
      *           ultima absorbe el redondeo);
      *   modo F: factura las cuotas que vencen hasta la fecha
      *           indicada: una factura de la aseguradora en
      *           CTAPROV por cuota, numerada desde NUMERO tipo
      *           "FACPROV " (como FLETERO), con el vencimiento
      *           de la cuota; la cuota queda marcada con el
      *           comprobante y no se factura dos veces;
      *   modo V: alerta de vencimientos: lista por PRNTDEST
      *           las polizas vencidas o que vencen dentro de
      *           los dias indicados (30 si no se indica), y los
      *           vehiculos de VEHIC sin poliza vigente hoy; si
      *           hay avisos deja el correo en la cola (EMAILQ
      *           via EMAILENQ) a la cuenta 0, como REGSAN;
      *   modo S: siniestros de la poliza en POLSINI: el alta
      *           con lo reclamado y despues lo recuperado de la
      *           aseguradora. Si el bien es un vehiculo lo
      *           reclamado entra como costo del vehiculo en
      *           VEHMANT (tipo SIN) y en RUTGASTO (concepto VEH)
      *           de su ruta, y lo recuperado como costo
      *           negativo, con lo que VEHALARM y RUTPYG ven el
      *           costo neto del siniestro. La reparacion de un
      *           siniestro se carga aca y no como REP en
      *           VEHICULO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLIZA    ASSIGN TO "POLIZA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WYP-CLAVE
                             ALTERNATE RECORD KEY IS WYP-DOMINIO
                                 WITH DUPLICATES
                             FILE STATUS IS WYP-STATUS.
           SELECT POLCUOTA  ASSIGN TO "POLCUOTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WYC-CLAVE
                             FILE STATUS IS WYC-STATUS.
           SELECT POLSINI   ASSIGN TO "POLSINI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WYS-CLAVE
                             FILE STATUS IS WYS-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT VEHIC     ASSIGN TO "VEHIC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVH-DOMINIO
                             FILE STATUS IS WVH-STATUS.
           SELECT BIENES    ASSIGN TO "BIENES"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBU-NUMERO
                             FILE STATUS IS WBU-STATUS.
           SELECT LICITA    ASSIGN TO "LICITA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLN-CLAVE
                             FILE STATUS IS WLN-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT VEHMANT   ASSIGN TO "VEHMANT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVM-CLAVE
                             FILE STATUS IS WVM-STATUS.
           SELECT RUTGASTO  ASSIGN TO "RUTGASTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRG-CLAVE
                             FILE STATUS IS WRG-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  POLIZA.
       01  REG-POLIZA.
           05  WYP-CLAVE.
               10  WYP-ASEGURADORA   PIC 9(06).
               10  WYP-NRO-POLIZA    PIC X(20).
           05  WYP-TIPO-BIEN         PIC X(01).
               88  WYP-ES-VEHICULO    VALUE "V".
               88  WYP-ES-BIEN-USO    VALUE "B".
               88  WYP-ES-GARANTIA    VALUE "G".
               88  WYP-ES-TRANSITO    VALUE "T".
               88  WYP-ES-OTRO        VALUE "O".
               88  WYP-TIPO-VALIDO    VALUE "V" "B" "G" "T" "O".
           05  WYP-DOMINIO           PIC X(07).
           05  WYP-BIEN              PIC 9(04).
           05  WYP-LICITACION.
               10  WYP-LIC-CUENTA    PIC 9(06).
               10  WYP-LIC-NUMERO    PIC X(12).
           05  WYP-BIEN-ASEGURADO    PIC X(30).
           05  WYP-COBERTURA         PIC X(30).
           05  WYP-SUMA-ASEGURADA    PIC S9(11)V99.
           05  WYP-FEC-DESDE         PIC 9(08).
           05  WYP-FEC-HASTA         PIC 9(08).
           05  WYP-PRIMA-TOTAL       PIC S9(09)V99.
           05  WYP-CANT-CUOTAS       PIC 9(02).
           05  WYP-ESTADO            PIC X(01).
               88  WYP-ANULADA        VALUE "A".

       FD  POLCUOTA.
       01  REG-POLCUOTA.
           05  WYC-CLAVE.
               10  WYC-ASEGURADORA   PIC 9(06).
               10  WYC-NRO-POLIZA    PIC X(20).
               10  WYC-CUOTA         PIC 9(02).
           05  WYC-FEC-VENC          PIC 9(08).
           05  WYC-IMPORTE           PIC S9(09)V99.
           05  WYC-COMPROBANTE       PIC 9(08).

       FD  POLSINI.
       01  REG-POLSINI.
           05  WYS-CLAVE.
               10  WYS-ASEGURADORA   PIC 9(06).
               10  WYS-NRO-POLIZA    PIC X(20).
               10  WYS-SINIESTRO     PIC 9(04).
           05  WYS-FECHA             PIC 9(08).
           05  WYS-DESCRIPCION       PIC X(30).
           05  WYS-RECLAMADO         PIC S9(09)V99.
           05  WYS-RECUPERADO        PIC S9(09)V99.
           05  WYS-FEC-RECUPERO      PIC 9(08).
           05  WYS-ESTADO            PIC X(01).
               88  WYS-ABIERTO        VALUE "A".
               88  WYS-CERRADO        VALUE "C".

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).
           05  WPV-COND-IVA          PIC X(02).
           05  WPV-PLAZO-PAGO-DIAS   PIC 9(03).

       FD  VEHIC.
       01  REG-VEHIC.
           05  WVH-DOMINIO           PIC X(07).
           05  WVH-CAPACIDAD-KG      PIC 9(05).
           05  WVH-RUTA              PIC 9(04).
           05  WVH-KM-ACTUAL         PIC 9(07).

       FD  BIENES.
       01  REG-BIENES.
           05  WBU-NUMERO            PIC 9(04).
           05  WBU-DESCRIPCION       PIC X(30).

       FD  LICITA.
       01  REG-LICITA.
           05  WLN-CLAVE.
               10  WLN-CUENTA        PIC 9(06).
               10  WLN-NUMERO        PIC X(12).
           05  WLN-ORGANISMO         PIC X(30).

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

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  VEHMANT.
       01  REG-VEHMANT.
           05  WVM-CLAVE.
               10  WVM-DOMINIO       PIC X(07).
               10  WVM-FECHA         PIC 9(08).
               10  WVM-SECUENCIA     PIC 9(04).
           05  WVM-TIPO              PIC X(03).
           05  WVM-KM                PIC 9(07).
           05  WVM-IMPORTE           PIC S9(07)V99.

       FD  RUTGASTO.
       01  REG-RUTGASTO.
           05  WRG-CLAVE.
               10  WRG-RUTA          PIC 9(04).
               10  WRG-FECHA         PIC 9(08).
               10  WRG-SECUENCIA     PIC 9(04).
           05  WRG-CONCEPTO          PIC X(03).
           05  WRG-IMPORTE           PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SEGUROS".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WYP-STATUS                PIC X(02).
       77  WYC-STATUS                PIC X(02).
       77  WYS-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WVH-STATUS                PIC X(02).
       77  WBU-STATUS                PIC X(02).
       77  WLN-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WVM-STATUS                PIC X(02).
       77  WRG-STATUS                PIC X(02).
       77  WYG-MODO-PARAM            PIC X(01).
       77  WYG-ASEGURADORA-PARAM     PIC 9(06).
       77  WYG-POLIZA-PARAM          PIC X(20).
       77  WYG-TIPO-CAP              PIC X(01).
       77  WYG-DOMINIO-CAP           PIC X(07).
       77  WYG-BIEN-CAP              PIC 9(04).
       77  WYG-LIC-CUENTA-CAP        PIC 9(06).
       77  WYG-LIC-NUMERO-CAP        PIC X(12).
       77  WYG-DESCRIPCION-CAP       PIC X(30).
       77  WYG-COBERTURA-CAP         PIC X(30).
       77  WYG-SUMA-CAP              PIC S9(11)V99.
       77  WYG-DESDE-CAP             PIC 9(08).
       77  WYG-HASTA-CAP             PIC 9(08).
       77  WYG-PRIMA-CAP             PIC S9(09)V99.
       77  WYG-CUOTAS-CAP            PIC 9(02).
       77  WYG-ANULAR-CAP            PIC X(01).
       77  WYG-SINIESTRO-PARAM       PIC 9(04).
       77  WYG-IMPORTE-CAP           PIC S9(09)V99.
       77  WYG-FECHA-CAP             PIC 9(08).
       77  WYG-CERRAR-CAP            PIC X(01).
       77  WYG-HASTA-PARAM           PIC 9(08).
       77  WYG-ALICUOTA-PARAM        PIC 9(02).
       77  WYG-DIAS-PARAM            PIC 9(03).
       77  WYG-HALLADO               PIC X(01).
       77  WYG-VALIDO                PIC X(01).
       77  WYG-HOY                   PIC 9(08).
       77  WYG-LIMITE                PIC 9(08).
       77  WYG-IX-CUOTA              PIC 9(02).
       77  WYG-IMPORTE-CUOTA         PIC S9(09)V99.
       77  WYG-ACUM-CUOTAS           PIC S9(09)V99.
       77  WYG-MESES                 PIC 9(04).
       77  WYG-ULTIMA-SEC            PIC 9(04).
       77  WYG-COSTO-VEHICULO        PIC S9(07)V99.
       77  WYG-CANT-FACTURAS         PIC 9(05) VALUE 0.
       77  WYG-CANT-AVISOS           PIC 9(05) VALUE 0.
       77  WYG-POLIZA-VIGENTE        PIC X(01).
       77  WYG-PROG-EMAILQ           PIC X(08) VALUE "SEGUROS".
       77  WYG-CUENTA-EMAILQ         PIC 9(06) VALUE 0.
       77  WYG-DOC-EMAILQ            PIC X(30).
       77  EOF-POLIZA                 PIC X(01).
           88  NO-HAY-MAS-POLIZA      VALUE "S".
       77  EOF-POLCUOTA               PIC X(01).
           88  NO-HAY-MAS-POLCUOTA    VALUE "S".
       77  EOF-POLSINI                PIC X(01).
           88  NO-HAY-MAS-POLSINI     VALUE "S".
       77  EOF-VEHIC                  PIC X(01).
           88  NO-HAY-MAS-VEHIC       VALUE "S".
       77  EOF-ARCHIVO                PIC X(01).
           88  NO-HAY-MAS-REG         VALUE "S".

      *    Vencimiento de cada cuota: el dia del inicio de la
      *    vigencia, los meses siguientes (tope 28).
       01  WYG-FEC-CUOTA.
           05  WYG-FC-ANIO           PIC 9(04).
           05  WYG-FC-MES            PIC 9(02).
           05  WYG-FC-DIA            PIC 9(02).
       01  WYG-FEC-CUOTA-R REDEFINES WYG-FEC-CUOTA
                                     PIC 9(08).
       01  WYG-FEC-INICIO.
           05  WYG-FI-ANIO           PIC 9(04).
           05  WYG-FI-MES            PIC 9(02).
           05  WYG-FI-DIA            PIC 9(02).
       01  WYG-FEC-INICIO-R REDEFINES WYG-FEC-INICIO
                                     PIC 9(08).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(35)
               VALUE "VENCIMIENTO DE POLIZAS DE SEGURO AL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-HOY                 PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  HASTA EL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-LIMITE              PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(40)
               VALUE "  ASEGUR. POLIZA               BIEN ASEG".
           05  FILLER                PIC X(40)
               VALUE "URADO                 VENCE     SITUACIO".
           05  FILLER                PIC X(01)
               VALUE "N".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ASEGURADORA         PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-POLIZA              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-BIEN                PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-HASTA               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SITUACION           PIC X(12).

       01  LIN-SIN-POLIZA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(29)
               VALUE "VEHICULO SIN POLIZA VIGENTE: ".
           05  S-DOMINIO             PIC X(07).

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE "TOTAL DE AVISOS ...:".
           05  R-CANTIDAD            PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       POLIZA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON POLIZA.
           DISPLAY "ERROR E/S POLIZA: " WYP-STATUS.
       POLCUOTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON POLCUOTA.
           DISPLAY "ERROR E/S POLCUOTA: " WYC-STATUS.
       POLSINI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON POLSINI.
           DISPLAY "ERROR E/S POLSINI: " WYS-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       VEHIC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHIC.
           DISPLAY "ERROR E/S VEHIC: " WVH-STATUS.
       BIENES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BIENES.
           DISPLAY "ERROR E/S BIENES: " WBU-STATUS.
       LICITA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICITA.
           DISPLAY "ERROR E/S LICITA: " WLN-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       VEHMANT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHMANT.
           DISPLAY "ERROR E/S VEHMANT: " WVM-STATUS.
       RUTGASTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTGASTO.
           DISPLAY "ERROR E/S RUTGASTO: " WRG-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WYG-MODO-PARAM
               WHEN "P"
                   PERFORM 2000-POLIZA THRU 2000-POLIZA-EXIT
               WHEN "F"
                   PERFORM 3000-FACTURAR THRU 3000-FACTURAR-EXIT
               WHEN "V"
                   PERFORM 4000-VENCIMIENTOS
                       THRU 4000-VENCIMIENTOS-EXIT
               WHEN "S"
                   PERFORM 5000-SINIESTRO THRU 5000-SINIESTRO-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (P=POLIZA F=FACTURA CUOTAS V=VENCIMIENTOS "
               LINE 5 POSITION 5.
           DISPLAY "      S=SINIESTRO): " LINE 6 POSITION 5.
           ACCEPT WYG-MODO-PARAM LINE 6 POSITION 25.
           ACCEPT WYG-HOY FROM DATE YYYYMMDD.
           OPEN I-O POLIZA.
           IF WYP-STATUS = "35"
               CLOSE POLIZA
               OPEN OUTPUT POLIZA
               CLOSE POLIZA
               OPEN I-O POLIZA
           END-IF.
           OPEN I-O POLCUOTA.
           IF WYC-STATUS = "35"
               CLOSE POLCUOTA
               OPEN OUTPUT POLCUOTA
               CLOSE POLCUOTA
               OPEN I-O POLCUOTA
           END-IF.
           OPEN I-O POLSINI.
           IF WYS-STATUS = "35"
               CLOSE POLSINI
               OPEN OUTPUT POLSINI
               CLOSE POLSINI
               OPEN I-O POLSINI
           END-IF.
           OPEN INPUT PROVEE.
           OPEN INPUT VEHIC.
           OPEN INPUT BIENES.
           OPEN INPUT LICITA.
           OPEN I-O CTAPROV.
           IF WFP-STATUS = "35"
               CLOSE CTAPROV
               OPEN OUTPUT CTAPROV
               CLOSE CTAPROV
               OPEN I-O CTAPROV
           END-IF.
           OPEN I-O NUMERO.
           OPEN I-O VEHMANT.
           IF WVM-STATUS = "35"
               CLOSE VEHMANT
               OPEN OUTPUT VEHMANT
               CLOSE VEHMANT
               OPEN I-O VEHMANT
           END-IF.
           OPEN I-O RUTGASTO.
           IF WRG-STATUS = "35"
               CLOSE RUTGASTO
               OPEN OUTPUT RUTGASTO
               CLOSE RUTGASTO
               OPEN I-O RUTGASTO
           END-IF.

      *    Poliza: lo que se deja en blanco o en cero conserva el
      *    valor anterior. Las cuotas se generan solo en el alta.
       2000-POLIZA.
           PERFORM 6000-PEDIR-POLIZA THRU 6000-PEDIR-POLIZA-EXIT.
           IF WYG-VALIDO = "N"
               GO TO 2000-POLIZA-EXIT
           END-IF.
           IF WYG-HALLADO = "N"
               MOVE WYG-ASEGURADORA-PARAM TO WYP-ASEGURADORA
               MOVE WYG-POLIZA-PARAM      TO WYP-NRO-POLIZA
               MOVE SPACES TO WYP-TIPO-BIEN WYP-DOMINIO
                              WYP-LIC-NUMERO WYP-BIEN-ASEGURADO
                              WYP-COBERTURA WYP-ESTADO
               MOVE 0      TO WYP-BIEN WYP-LIC-CUENTA
                              WYP-SUMA-ASEGURADA WYP-FEC-DESDE
                              WYP-FEC-HASTA WYP-PRIMA-TOTAL
                              WYP-CANT-CUOTAS
           ELSE
               DISPLAY "POLIZA ACTUAL: " WYP-BIEN-ASEGURADO
                   " VENCE " WYP-FEC-HASTA LINE 9 POSITION 5
           END-IF.
           DISPLAY "TIPO (V/B/G/T/O) .........: " LINE 10 POSITION 5.
           ACCEPT WYG-TIPO-CAP LINE 10 POSITION 33.
           IF WYG-TIPO-CAP NOT = SPACE
               MOVE WYG-TIPO-CAP TO WYP-TIPO-BIEN
           END-IF.
           IF NOT WYP-TIPO-VALIDO
               DISPLAY "TIPO DE BIEN INVALIDO" LINE 20 POSITION 5
               GO TO 2000-POLIZA-EXIT
           END-IF.
           PERFORM 2100-REFERENCIA THRU 2100-REFERENCIA-EXIT.
           IF WYG-VALIDO = "N"
               GO TO 2000-POLIZA-EXIT
           END-IF.
           DISPLAY "COBERTURA ................: " LINE 12 POSITION 5.
           ACCEPT WYG-COBERTURA-CAP LINE 12 POSITION 33.
           DISPLAY "SUMA ASEGURADA ...........: " LINE 13 POSITION 5.
           ACCEPT WYG-SUMA-CAP LINE 13 POSITION 33.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD) : " LINE 14 POSITION 5.
           ACCEPT WYG-DESDE-CAP LINE 14 POSITION 33.
           DISPLAY "VIGENCIA HASTA (AAAAMMDD) : " LINE 15 POSITION 5.
           ACCEPT WYG-HASTA-CAP LINE 15 POSITION 33.
           IF WYG-HALLADO = "N"
               DISPLAY "PRIMA TOTAL ..............: "
                   LINE 16 POSITION 5
               ACCEPT WYG-PRIMA-CAP LINE 16 POSITION 33
               DISPLAY "CANTIDAD DE CUOTAS .......: "
                   LINE 17 POSITION 5
               ACCEPT WYG-CUOTAS-CAP LINE 17 POSITION 33
           ELSE
               DISPLAY "ANULAR LA POLIZA (S/N) ...: "
                   LINE 16 POSITION 5
               ACCEPT WYG-ANULAR-CAP LINE 16 POSITION 33
               IF WYG-ANULAR-CAP = "S" OR WYG-ANULAR-CAP = "s"
                   MOVE "A" TO WYP-ESTADO
               END-IF
           END-IF.
           IF WYG-COBERTURA-CAP NOT = SPACES
               MOVE WYG-COBERTURA-CAP TO WYP-COBERTURA
           END-IF.
           IF WYG-SUMA-CAP NOT = 0
               MOVE WYG-SUMA-CAP TO WYP-SUMA-ASEGURADA
           END-IF.
           IF WYG-DESDE-CAP NOT = 0
               MOVE WYG-DESDE-CAP TO WYP-FEC-DESDE
           END-IF.
           IF WYG-HASTA-CAP NOT = 0
               MOVE WYG-HASTA-CAP TO WYP-FEC-HASTA
           END-IF.
           IF WYP-FEC-DESDE = 0 OR WYP-FEC-HASTA < WYP-FEC-DESDE
               DISPLAY "VIGENCIA INVALIDA" LINE 20 POSITION 5
               GO TO 2000-POLIZA-EXIT
           END-IF.
           IF WYG-HALLADO = "S"
               REWRITE REG-POLIZA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR POLIZA"
               END-REWRITE
               DISPLAY "POLIZA ACTUALIZADA" LINE 20 POSITION 5
               GO TO 2000-POLIZA-EXIT
           END-IF.
           IF WYG-CUOTAS-CAP = 0
               MOVE 1 TO WYG-CUOTAS-CAP
           END-IF.
           MOVE WYG-PRIMA-CAP  TO WYP-PRIMA-TOTAL.
           MOVE WYG-CUOTAS-CAP TO WYP-CANT-CUOTAS.
           MOVE "V"            TO WYP-ESTADO.
           WRITE REG-POLIZA
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR POLIZA" LINE 20 POSITION 5
                   GO TO 2000-POLIZA-EXIT
           END-WRITE.
           IF WYP-PRIMA-TOTAL NOT = 0
               COMPUTE WYG-IMPORTE-CUOTA ROUNDED =
                   WYP-PRIMA-TOTAL / WYP-CANT-CUOTAS
               MOVE 0 TO WYG-ACUM-CUOTAS
               MOVE WYP-FEC-DESDE TO WYG-FEC-INICIO-R
               PERFORM 2200-GENERAR-CUOTA THRU 2200-GENERAR-CUOTA-EXIT
                   VARYING WYG-IX-CUOTA FROM 1 BY 1
                   UNTIL WYG-IX-CUOTA > WYP-CANT-CUOTAS
           END-IF.
           DISPLAY "POLIZA GRABADA CON " WYP-CANT-CUOTAS " CUOTAS"
               LINE 20 POSITION 5.
       2000-POLIZA-EXIT.
           EXIT.

      *    Referencia del bien asegurado segun el tipo: el
      *    vehiculo, el bien de uso o la licitacion tienen que
      *    existir; su descripcion sale de ahi si no se informa.
       2100-REFERENCIA.
           MOVE "S" TO WYG-VALIDO.
           EVALUATE TRUE
               WHEN WYP-ES-VEHICULO
                   DISPLAY "DOMINIO ..................: "
                       LINE 11 POSITION 5
                   ACCEPT WYG-DOMINIO-CAP LINE 11 POSITION 33
                   IF WYG-DOMINIO-CAP NOT = SPACES
                       MOVE WYG-DOMINIO-CAP TO WYP-DOMINIO
                   END-IF
                   MOVE WYP-DOMINIO TO WVH-DOMINIO
                   READ VEHIC KEY IS WVH-DOMINIO
                       INVALID KEY
                           DISPLAY "VEHICULO INEXISTENTE"
                               LINE 20 POSITION 5
                           MOVE "N" TO WYG-VALIDO
                           GO TO 2100-REFERENCIA-EXIT
                   END-READ
                   MOVE SPACES TO WYG-DESCRIPCION-CAP
                   STRING "VEHICULO " DELIMITED BY SIZE
                          WYP-DOMINIO DELIMITED BY SIZE
                       INTO WYG-DESCRIPCION-CAP
                   END-STRING
               WHEN WYP-ES-BIEN-USO
                   DISPLAY "BIEN DE USO ..............: "
                       LINE 11 POSITION 5
                   ACCEPT WYG-BIEN-CAP LINE 11 POSITION 33
                   IF WYG-BIEN-CAP NOT = 0
                       MOVE WYG-BIEN-CAP TO WYP-BIEN
                   END-IF
                   MOVE WYP-BIEN TO WBU-NUMERO
                   READ BIENES KEY IS WBU-NUMERO
                       INVALID KEY
                           DISPLAY "BIEN DE USO INEXISTENTE"
                               LINE 20 POSITION 5
                           MOVE "N" TO WYG-VALIDO
                           GO TO 2100-REFERENCIA-EXIT
                   END-READ
                   MOVE WBU-DESCRIPCION TO WYG-DESCRIPCION-CAP
               WHEN WYP-ES-GARANTIA
                   DISPLAY "LICITACION (CUENTA/NUMERO): "
                       LINE 11 POSITION 5
                   ACCEPT WYG-LIC-CUENTA-CAP LINE 11 POSITION 33
                   ACCEPT WYG-LIC-NUMERO-CAP LINE 11 POSITION 41
                   IF WYG-LIC-CUENTA-CAP NOT = 0
                       MOVE WYG-LIC-CUENTA-CAP TO WYP-LIC-CUENTA
                       MOVE WYG-LIC-NUMERO-CAP TO WYP-LIC-NUMERO
                   END-IF
                   MOVE WYP-LICITACION TO WLN-CLAVE
                   READ LICITA KEY IS WLN-CLAVE
                       INVALID KEY
                           DISPLAY "LICITACION INEXISTENTE"
                               LINE 20 POSITION 5
                           MOVE "N" TO WYG-VALIDO
                           GO TO 2100-REFERENCIA-EXIT
                   END-READ
                   MOVE WLN-ORGANISMO TO WYG-DESCRIPCION-CAP
               WHEN OTHER
                   DISPLAY "BIEN ASEGURADO ...........: "
                       LINE 11 POSITION 5
                   ACCEPT WYG-DESCRIPCION-CAP LINE 11 POSITION 33
           END-EVALUATE.
           IF WYG-DESCRIPCION-CAP NOT = SPACES
               MOVE WYG-DESCRIPCION-CAP TO WYP-BIEN-ASEGURADO
           END-IF.
       2100-REFERENCIA-EXIT.
           EXIT.

       2200-GENERAR-CUOTA.
           COMPUTE WYG-MESES = WYG-FI-ANIO * 12 + WYG-FI-MES - 1
                             + WYG-IX-CUOTA - 1.
           DIVIDE WYG-MESES BY 12 GIVING WYG-FC-ANIO
               REMAINDER WYG-FC-MES.
           ADD 1 TO WYG-FC-MES.
           MOVE WYG-FI-DIA TO WYG-FC-DIA.
           IF WYG-FC-DIA > 28
               MOVE 28 TO WYG-FC-DIA
           END-IF.
           MOVE WYP-ASEGURADORA TO WYC-ASEGURADORA.
           MOVE WYP-NRO-POLIZA  TO WYC-NRO-POLIZA.
           MOVE WYG-IX-CUOTA    TO WYC-CUOTA.
           MOVE WYG-FEC-CUOTA-R TO WYC-FEC-VENC.
           IF WYG-IX-CUOTA = WYP-CANT-CUOTAS
               COMPUTE WYC-IMPORTE = WYP-PRIMA-TOTAL - WYG-ACUM-CUOTAS
           ELSE
               MOVE WYG-IMPORTE-CUOTA TO WYC-IMPORTE
           END-IF.
           ADD WYC-IMPORTE TO WYG-ACUM-CUOTAS.
           MOVE 0 TO WYC-COMPROBANTE.
           WRITE REG-POLCUOTA
               INVALID KEY DISPLAY "NO PUDO GRABAR POLCUOTA"
           END-WRITE.
       2200-GENERAR-CUOTA-EXIT.
           EXIT.

      *    Facturacion de las cuotas vencidas hasta la fecha.
       3000-FACTURAR.
           DISPLAY "CUOTAS HASTA (AAAAMMDD) ..: " LINE 8 POSITION 5.
           ACCEPT WYG-HASTA-PARAM LINE 8 POSITION 33.
           IF WYG-HASTA-PARAM = 0
               MOVE WYG-HOY TO WYG-HASTA-PARAM
           END-IF.
           DISPLAY "ALICUOTA IVA (%) .........: " LINE 9 POSITION 5.
           ACCEPT WYG-ALICUOTA-PARAM LINE 9 POSITION 33.
           MOVE "N" TO EOF-POLCUOTA.
           MOVE LOW-VALUES TO WYC-CLAVE.
           START POLCUOTA KEY IS NOT LESS THAN WYC-CLAVE
               INVALID KEY MOVE "S" TO EOF-POLCUOTA
           END-START.
           PERFORM 3100-UNA-CUOTA THRU 3100-UNA-CUOTA-EXIT
               UNTIL NO-HAY-MAS-POLCUOTA.
           DISPLAY "CUOTAS FACTURADAS: " WYG-CANT-FACTURAS
               LINE 20 POSITION 5.
       3000-FACTURAR-EXIT.
           EXIT.

       3100-UNA-CUOTA.
           READ POLCUOTA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-POLCUOTA
                   GO TO 3100-UNA-CUOTA-EXIT
           END-READ.
           IF WYC-COMPROBANTE NOT = 0
              OR WYC-FEC-VENC > WYG-HASTA-PARAM
              OR WYC-IMPORTE = 0
               GO TO 3100-UNA-CUOTA-EXIT
           END-IF.
           MOVE WYC-ASEGURADORA TO WYP-ASEGURADORA.
           MOVE WYC-NRO-POLIZA  TO WYP-NRO-POLIZA.
           READ POLIZA KEY IS WYP-CLAVE
               INVALID KEY GO TO 3100-UNA-CUOTA-EXIT
           END-READ.
           IF WYP-ANULADA
               GO TO 3100-UNA-CUOTA-EXIT
           END-IF.
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
           MOVE WYC-ASEGURADORA     TO WFP-PROVEEDOR.
           MOVE WNU-ULTIMO-NUMERO   TO WFP-COMPROBANTE.
           MOVE 0                   TO WFP-ORDEN.
           MOVE WYG-HOY             TO WFP-FEC-EMISION.
           MOVE WYC-FEC-VENC        TO WFP-FEC-VENC.
           MOVE WYC-IMPORTE         TO WFP-NETO.
           MOVE WYG-ALICUOTA-PARAM  TO WFP-ALICUOTA.
           COMPUTE WFP-IVA ROUNDED =
               WYC-IMPORTE * WYG-ALICUOTA-PARAM / 100.
           COMPUTE WFP-TOTAL = WFP-NETO + WFP-IVA.
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
                   GO TO 3100-UNA-CUOTA-EXIT
           END-WRITE.
           MOVE WFP-COMPROBANTE TO WYC-COMPROBANTE.
           REWRITE REG-POLCUOTA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR POLCUOTA"
           END-REWRITE.
           ADD 1 TO WYG-CANT-FACTURAS.
       3100-UNA-CUOTA-EXIT.
           EXIT.

      *    Alerta de vencimientos: polizas vigentes que vencen
      *    hasta hoy + dias, y vehiculos sin cobertura hoy.
       4000-VENCIMIENTOS.
           DISPLAY "DIAS DE ANTICIPACION (0=30): " LINE 8 POSITION 5.
           ACCEPT WYG-DIAS-PARAM LINE 8 POSITION 35.
           IF WYG-DIAS-PARAM = 0
               MOVE 30 TO WYG-DIAS-PARAM
           END-IF.
           COMPUTE WYG-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WYG-HOY) + WYG-DIAS-PARAM).
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WYG-HOY    TO T-HOY.
           MOVE WYG-LIMITE TO T-LIMITE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE "N" TO EOF-POLIZA.
           MOVE LOW-VALUES TO WYP-CLAVE.
           START POLIZA KEY IS NOT LESS THAN WYP-CLAVE
               INVALID KEY MOVE "S" TO EOF-POLIZA
           END-START.
           PERFORM 4100-UNA-POLIZA THRU 4100-UNA-POLIZA-EXIT
               UNTIL NO-HAY-MAS-POLIZA.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE "N" TO EOF-VEHIC.
           MOVE LOW-VALUES TO WVH-DOMINIO.
           START VEHIC KEY IS NOT LESS THAN WVH-DOMINIO
               INVALID KEY MOVE "S" TO EOF-VEHIC
           END-START.
           PERFORM 4200-UN-VEHICULO THRU 4200-UN-VEHICULO-EXIT
               UNTIL NO-HAY-MAS-VEHIC.
           MOVE WYG-CANT-AVISOS TO R-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
           CLOSE LISTADO.
           IF WYG-CANT-AVISOS > 0
               MOVE "VENCIMIENTOS DE POLIZAS" TO WYG-DOC-EMAILQ
               MOVE WYG-HOY TO WYG-DOC-EMAILQ (23:8)
               CALL "EMAILENQ" USING WYG-PROG-EMAILQ
                                     WYG-CUENTA-EMAILQ
                                     WYG-DOC-EMAILQ
               END-CALL
           END-IF.
           DISPLAY "AVISOS: " WYG-CANT-AVISOS LINE 20 POSITION 5.
       4000-VENCIMIENTOS-EXIT.
           EXIT.

       4100-UNA-POLIZA.
           READ POLIZA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-POLIZA
                   GO TO 4100-UNA-POLIZA-EXIT
           END-READ.
           IF WYP-ANULADA OR WYP-FEC-HASTA > WYG-LIMITE
               GO TO 4100-UNA-POLIZA-EXIT
           END-IF.
           MOVE WYP-ASEGURADORA    TO D-ASEGURADORA.
           MOVE WYP-NRO-POLIZA     TO D-POLIZA.
           MOVE WYP-BIEN-ASEGURADO TO D-BIEN.
           MOVE WYP-FEC-HASTA      TO D-HASTA.
           IF WYP-FEC-HASTA < WYG-HOY
               MOVE "VENCIDA"      TO D-SITUACION
           ELSE
               MOVE "POR VENCER"   TO D-SITUACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WYG-CANT-AVISOS.
       4100-UNA-POLIZA-EXIT.
           EXIT.

      *    Un vehiculo esta cubierto si alguna poliza no anulada
      *    de su dominio esta vigente hoy.
       4200-UN-VEHICULO.
           READ VEHIC NEXT RECORD
               AT END
                   MOVE "S" TO EOF-VEHIC
                   GO TO 4200-UN-VEHICULO-EXIT
           END-READ.
           MOVE "N" TO WYG-POLIZA-VIGENTE.
           MOVE "N" TO EOF-POLIZA.
           MOVE WVH-DOMINIO TO WYP-DOMINIO.
           START POLIZA KEY IS EQUAL TO WYP-DOMINIO
               INVALID KEY MOVE "S" TO EOF-POLIZA
           END-START.
           PERFORM 4300-POLIZA-DOMINIO THRU 4300-POLIZA-DOMINIO-EXIT
               UNTIL NO-HAY-MAS-POLIZA.
           IF WYG-POLIZA-VIGENTE = "N"
               MOVE WVH-DOMINIO TO S-DOMINIO
               WRITE LIN-LISTADO FROM LIN-SIN-POLIZA AFTER 1
               ADD 1 TO WYG-CANT-AVISOS
           END-IF.
       4200-UN-VEHICULO-EXIT.
           EXIT.

       4300-POLIZA-DOMINIO.
           READ POLIZA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-POLIZA
                   GO TO 4300-POLIZA-DOMINIO-EXIT
           END-READ.
           IF WYP-DOMINIO NOT = WVH-DOMINIO
               MOVE "S" TO EOF-POLIZA
               GO TO 4300-POLIZA-DOMINIO-EXIT
           END-IF.
           IF WYP-ES-VEHICULO AND NOT WYP-ANULADA
              AND WYP-FEC-DESDE NOT > WYG-HOY
              AND WYP-FEC-HASTA NOT < WYG-HOY
               MOVE "S" TO WYG-POLIZA-VIGENTE
               MOVE "S" TO EOF-POLIZA
           END-IF.
       4300-POLIZA-DOMINIO-EXIT.
           EXIT.

      *    Siniestro: 0 da de alta uno nuevo con lo reclamado;
      *    un numero existente carga lo recuperado.
       5000-SINIESTRO.
           PERFORM 6000-PEDIR-POLIZA THRU 6000-PEDIR-POLIZA-EXIT.
           IF WYG-VALIDO = "N"
               GO TO 5000-SINIESTRO-EXIT
           END-IF.
           IF WYG-HALLADO = "N"
               DISPLAY "POLIZA INEXISTENTE" LINE 20 POSITION 5
               GO TO 5000-SINIESTRO-EXIT
           END-IF.
           DISPLAY WYP-BIEN-ASEGURADO LINE 9 POSITION 5.
           DISPLAY "SINIESTRO (0=NUEVO) ......: " LINE 10 POSITION 5.
           ACCEPT WYG-SINIESTRO-PARAM LINE 10 POSITION 33.
           IF WYG-SINIESTRO-PARAM = 0
               PERFORM 5100-ALTA-SINIESTRO
                   THRU 5100-ALTA-SINIESTRO-EXIT
           ELSE
               PERFORM 5200-RECUPERO THRU 5200-RECUPERO-EXIT
           END-IF.
       5000-SINIESTRO-EXIT.
           EXIT.

       5100-ALTA-SINIESTRO.
           DISPLAY "FECHA (AAAAMMDD, 0=HOY) ..: " LINE 11 POSITION 5.
           ACCEPT WYG-FECHA-CAP LINE 11 POSITION 33.
           IF WYG-FECHA-CAP = 0
               MOVE WYG-HOY TO WYG-FECHA-CAP
           END-IF.
           DISPLAY "DESCRIPCION ..............: " LINE 12 POSITION 5.
           ACCEPT WYG-DESCRIPCION-CAP LINE 12 POSITION 33.
           DISPLAY "IMPORTE RECLAMADO ........: " LINE 13 POSITION 5.
           ACCEPT WYG-IMPORTE-CAP LINE 13 POSITION 33.
           MOVE 0   TO WYG-ULTIMA-SEC.
           MOVE "N" TO EOF-POLSINI.
           MOVE WYP-ASEGURADORA TO WYS-ASEGURADORA.
           MOVE WYP-NRO-POLIZA  TO WYS-NRO-POLIZA.
           MOVE 0               TO WYS-SINIESTRO.
           START POLSINI KEY IS NOT LESS THAN WYS-CLAVE
               INVALID KEY MOVE "S" TO EOF-POLSINI
           END-START.
           PERFORM 5110-ULTIMO-SINIESTRO
               THRU 5110-ULTIMO-SINIESTRO-EXIT
               UNTIL NO-HAY-MAS-POLSINI.
           MOVE WYP-ASEGURADORA     TO WYS-ASEGURADORA.
           MOVE WYP-NRO-POLIZA      TO WYS-NRO-POLIZA.
           COMPUTE WYS-SINIESTRO = WYG-ULTIMA-SEC + 1.
           MOVE WYG-FECHA-CAP       TO WYS-FECHA.
           MOVE WYG-DESCRIPCION-CAP TO WYS-DESCRIPCION.
           MOVE WYG-IMPORTE-CAP     TO WYS-RECLAMADO.
           MOVE 0                   TO WYS-RECUPERADO.
           MOVE 0                   TO WYS-FEC-RECUPERO.
           MOVE "A"                 TO WYS-ESTADO.
           WRITE REG-POLSINI
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR POLSINI" LINE 20 POSITION 5
                   GO TO 5100-ALTA-SINIESTRO-EXIT
           END-WRITE.
           IF WYP-ES-VEHICULO AND WYS-RECLAMADO NOT = 0
               MOVE WYS-RECLAMADO TO WYG-COSTO-VEHICULO
               PERFORM 7000-COSTO-VEHICULO
                   THRU 7000-COSTO-VEHICULO-EXIT
           END-IF.
           DISPLAY "SINIESTRO " WYS-SINIESTRO " GRABADO"
               LINE 20 POSITION 5.
       5100-ALTA-SINIESTRO-EXIT.
           EXIT.

       5110-ULTIMO-SINIESTRO.
           READ POLSINI NEXT RECORD
               AT END
                   MOVE "S" TO EOF-POLSINI
                   GO TO 5110-ULTIMO-SINIESTRO-EXIT
           END-READ.
           IF WYS-ASEGURADORA NOT = WYP-ASEGURADORA
              OR WYS-NRO-POLIZA NOT = WYP-NRO-POLIZA
               MOVE "S" TO EOF-POLSINI
               GO TO 5110-ULTIMO-SINIESTRO-EXIT
           END-IF.
           MOVE WYS-SINIESTRO TO WYG-ULTIMA-SEC.
       5110-ULTIMO-SINIESTRO-EXIT.
           EXIT.

      *    Lo recuperado se acumula; el costo del vehiculo baja
      *    en lo que paga la aseguradora.
       5200-RECUPERO.
           MOVE WYP-ASEGURADORA     TO WYS-ASEGURADORA.
           MOVE WYP-NRO-POLIZA      TO WYS-NRO-POLIZA.
           MOVE WYG-SINIESTRO-PARAM TO WYS-SINIESTRO.
           READ POLSINI KEY IS WYS-CLAVE
               INVALID KEY
                   DISPLAY "SINIESTRO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 5200-RECUPERO-EXIT
           END-READ.
           IF WYS-CERRADO
               DISPLAY "SINIESTRO CERRADO" LINE 20 POSITION 5
               GO TO 5200-RECUPERO-EXIT
           END-IF.
           DISPLAY WYS-DESCRIPCION " RECLAMADO " WYS-RECLAMADO
               " RECUPERADO " WYS-RECUPERADO LINE 11 POSITION 5.
           DISPLAY "IMPORTE RECUPERADO .......: " LINE 12 POSITION 5.
           ACCEPT WYG-IMPORTE-CAP LINE 12 POSITION 33.
           DISPLAY "CERRAR EL SINIESTRO (S/N) : " LINE 13 POSITION 5.
           ACCEPT WYG-CERRAR-CAP LINE 13 POSITION 33.
           ADD WYG-IMPORTE-CAP TO WYS-RECUPERADO.
           IF WYG-IMPORTE-CAP NOT = 0
               MOVE WYG-HOY TO WYS-FEC-RECUPERO
           END-IF.
           IF WYG-CERRAR-CAP = "S" OR WYG-CERRAR-CAP = "s"
               MOVE "C" TO WYS-ESTADO
           END-IF.
           REWRITE REG-POLSINI
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR POLSINI"
           END-REWRITE.
           IF WYP-ES-VEHICULO AND WYG-IMPORTE-CAP NOT = 0
               COMPUTE WYG-COSTO-VEHICULO = 0 - WYG-IMPORTE-CAP
               PERFORM 7000-COSTO-VEHICULO
                   THRU 7000-COSTO-VEHICULO-EXIT
           END-IF.
           DISPLAY "RECUPERO GRABADO" LINE 20 POSITION 5.
       5200-RECUPERO-EXIT.
           EXIT.

       6000-PEDIR-POLIZA.
           MOVE "S" TO WYG-VALIDO.
           DISPLAY "ASEGURADORA (PROVEEDOR) ..: " LINE 7 POSITION 5.
           ACCEPT WYG-ASEGURADORA-PARAM LINE 7 POSITION 33.
           MOVE WYG-ASEGURADORA-PARAM TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY
                   DISPLAY "ASEGURADORA INEXISTENTE EN PROVEE"
                       LINE 20 POSITION 5
                   MOVE "N" TO WYG-VALIDO
                   GO TO 6000-PEDIR-POLIZA-EXIT
           END-READ.
           DISPLAY WPV-RAZON-SOCIAL LINE 7 POSITION 45.
           DISPLAY "NUMERO DE POLIZA .........: " LINE 8 POSITION 5.
           ACCEPT WYG-POLIZA-PARAM LINE 8 POSITION 33.
           IF WYG-POLIZA-PARAM = SPACES
               DISPLAY "FALTA EL NUMERO DE POLIZA" LINE 20 POSITION 5
               MOVE "N" TO WYG-VALIDO
               GO TO 6000-PEDIR-POLIZA-EXIT
           END-IF.
           MOVE "S" TO WYG-HALLADO.
           MOVE WYG-ASEGURADORA-PARAM TO WYP-ASEGURADORA.
           MOVE WYG-POLIZA-PARAM      TO WYP-NRO-POLIZA.
           READ POLIZA KEY IS WYP-CLAVE
               INVALID KEY MOVE "N" TO WYG-HALLADO
           END-READ.
       6000-PEDIR-POLIZA-EXIT.
           EXIT.

      *    Costo del siniestro al vehiculo: evento SIN en VEHMANT
      *    y gasto VEH de la ruta asignada en RUTGASTO, como los
      *    eventos que carga VEHICULO.
       7000-COSTO-VEHICULO.
           MOVE WYP-DOMINIO TO WVH-DOMINIO.
           READ VEHIC KEY IS WVH-DOMINIO
               INVALID KEY GO TO 7000-COSTO-VEHICULO-EXIT
           END-READ.
           MOVE 0   TO WYG-ULTIMA-SEC.
           MOVE "N" TO EOF-ARCHIVO.
           MOVE WVH-DOMINIO TO WVM-DOMINIO.
           MOVE WYG-HOY     TO WVM-FECHA.
           MOVE 0           TO WVM-SECUENCIA.
           START VEHMANT KEY IS NOT LESS THAN WVM-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           PERFORM 7100-SECUENCIA-VEHMANT
               THRU 7100-SECUENCIA-VEHMANT-EXIT
               UNTIL NO-HAY-MAS-REG.
           MOVE WVH-DOMINIO   TO WVM-DOMINIO.
           MOVE WYG-HOY       TO WVM-FECHA.
           COMPUTE WVM-SECUENCIA = WYG-ULTIMA-SEC + 1.
           MOVE "SIN"         TO WVM-TIPO.
           MOVE WVH-KM-ACTUAL TO WVM-KM.
           MOVE WYG-COSTO-VEHICULO TO WVM-IMPORTE.
           WRITE REG-VEHMANT
               INVALID KEY DISPLAY "NO PUDO GRABAR VEHMANT"
           END-WRITE.
           MOVE 0   TO WYG-ULTIMA-SEC.
           MOVE "N" TO EOF-ARCHIVO.
           MOVE WVH-RUTA TO WRG-RUTA.
           MOVE WYG-HOY  TO WRG-FECHA.
           MOVE 0        TO WRG-SECUENCIA.
           START RUTGASTO KEY IS NOT LESS THAN WRG-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           PERFORM 7200-SECUENCIA-RUTGASTO
               THRU 7200-SECUENCIA-RUTGASTO-EXIT
               UNTIL NO-HAY-MAS-REG.
           MOVE WVH-RUTA      TO WRG-RUTA.
           MOVE WYG-HOY       TO WRG-FECHA.
           COMPUTE WRG-SECUENCIA = WYG-ULTIMA-SEC + 1.
           MOVE "VEH"         TO WRG-CONCEPTO.
           MOVE WYG-COSTO-VEHICULO TO WRG-IMPORTE.
           WRITE REG-RUTGASTO
               INVALID KEY DISPLAY "NO PUDO GRABAR RUTGASTO"
           END-WRITE.
       7000-COSTO-VEHICULO-EXIT.
           EXIT.

       7100-SECUENCIA-VEHMANT.
           READ VEHMANT NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS-REG
              OR WVM-DOMINIO NOT = WVH-DOMINIO
              OR WVM-FECHA NOT = WYG-HOY
               MOVE "S" TO EOF-ARCHIVO
               GO TO 7100-SECUENCIA-VEHMANT-EXIT
           END-IF.
           MOVE WVM-SECUENCIA TO WYG-ULTIMA-SEC.
       7100-SECUENCIA-VEHMANT-EXIT.
           EXIT.

       7200-SECUENCIA-RUTGASTO.
           READ RUTGASTO NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS-REG
              OR WRG-RUTA NOT = WVH-RUTA
              OR WRG-FECHA NOT = WYG-HOY
               MOVE "S" TO EOF-ARCHIVO
               GO TO 7200-SECUENCIA-RUTGASTO-EXIT
           END-IF.
           MOVE WRG-SECUENCIA TO WYG-ULTIMA-SEC.
       7200-SECUENCIA-RUTGASTO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE POLIZA.
           CLOSE POLCUOTA.
           CLOSE POLSINI.
           CLOSE PROVEE.
           CLOSE VEHIC.
           CLOSE BIENES.
           CLOSE LICITA.
           CLOSE CTAPROV.
           CLOSE NUMERO.
           CLOSE VEHMANT.
           CLOSE RUTGASTO.
       9999-FINAL-EXIT.
           EXIT.
