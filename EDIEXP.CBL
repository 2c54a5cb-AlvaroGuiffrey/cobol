       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EDIEXP.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * EDI de salida a las cadenas de supermercados: EDIIMP ya
      * toma sus pedidos, pero remitos y facturas seguian yendo
      * en papel y las cadenas multan las entregas sin aviso
      * electronico previo. La cadena se identifica por su casa
      * central: entran sus propios comprobantes y los de las
      * bocas vinculadas en CUENPAD (CADENA).
      *   modo D: aviso de despacho a la salida del reparto: por
      *           ruta y fecha (clave alternativa WRM-RUTA-CLAVE,
      *           como RUTMANIF) un archivo DAnnnnnnnn.TXT por
      *           remito de la cadena, con el PLU de la cadena
      *           (EDIXREF de la boca o de la central), cantidad
      *           despachada, lotes y vencimientos de lo que salio
      *           (LOTEMOV de LOTEFEFO y LOTESTK) y la referencia
      *           de pallet, numerada de NUMERO tipo "PALLET  ".
      *           Si el remito se paletizo con PALETIZ, en lugar
      *           del numero de pallet van sus SSCC con el
      *           contenido de cada uno (PALLET/PALLDET);
      *   modo F: un archivo FCnnnnnnnn.TXT por factura de la
      *           cadena ya autorizada en CAECOMP con su CAE: la
      *           factura del periodo de FACTPER (FACPER, con la
      *           lista de remitos de REMFACT) o el remito
      *           facturado uno a uno (renglones de REMDET, IVA a
      *           la alicuota general de ALIHIST y percepcion de
      *           PERCREG);
      *   modo E: confirma la transmision de lo pendiente de la
      *           cadena (fecha y hora de envio);
      *   modo A: importa el acuse de las cadenas (EDIACUSE.TXT,
      *           ancho fijo: tipo D/F, documento, resultado A/R,
      *           motivo);
      *   modo L: listado del registro de envios de la cadena por
      *           PRNTDEST.
      * Cada archivo queda en EDILOG (clave tipo + documento) con
      * su estado: P pendiente de envio, E enviado, A aceptado, R
      * rechazado. Un documento rechazado puede volver a
      * generarse; los demas no se generan dos veces.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDILOG    ASSIGN TO "EDILOG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEL-CLAVE
                             ALTERNATE RECORD KEY IS WEL-CADENA
                                 WITH DUPLICATES
                             FILE STATUS IS WEL-STATUS.
           SELECT EDIARCH   ASSIGN TO WEY-ARCHIVO
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WEA-STATUS.
           SELECT EDIACUSE  ASSIGN TO "EDIACUSE.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WEK-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT EDIXREF   ASSIGN TO "EDIXREF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXR-CLAVE
                             FILE STATUS IS WXR-STATUS.
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
           SELECT LOTEMOV   ASSIGN TO "LOTEMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLM-CLAVE
                             FILE STATUS IS WLM-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT CAECOMP   ASSIGN TO "CAECOMP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCA-COMPROBANTE
                             FILE STATUS IS WCA-STATUS.
           SELECT FACPER    ASSIGN TO "FACPER"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFX-NUMERO
                             FILE STATUS IS WFX-STATUS.
           SELECT REMFACT   ASSIGN TO "REMFACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRF-REMITO
                             ALTERNATE RECORD KEY IS WRF-FACTURA
                                 WITH DUPLICATES
                             FILE STATUS IS WRF-STATUS.
           SELECT PERCREG   ASSIGN TO "PERCREG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPG-CLAVE
                             FILE STATUS IS WPG-STATUS.
           SELECT ALIHIST   ASSIGN TO "ALIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAH-CLAVE
                             FILE STATUS IS WAH-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT PALLET    ASSIGN TO "PALLET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-SSCC
                             ALTERNATE RECORD KEY IS WPL-REMITO
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT PALLDET   ASSIGN TO "PALLDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPY-CLAVE
                             ALTERNATE RECORD KEY IS WPY-LOTE
                                 WITH DUPLICATES
                             FILE STATUS IS WPY-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Registro de envios EDI: lo que se genero, cuando se
      *    transmitio y que contesto la cadena.
       FD  EDILOG.
       01  REG-EDILOG.
           05  WEL-CLAVE.
               10  WEL-TIPO          PIC X(01).
                   88  WEL-DESPACHO   VALUE "D".
                   88  WEL-FACTURA    VALUE "F".
               10  WEL-DOCUMENTO     PIC 9(08).
           05  WEL-CADENA            PIC 9(06).
           05  WEL-CUENTA            PIC 9(06).
           05  WEL-ARCHIVO           PIC X(20).
           05  WEL-PALLET            PIC 9(08).
           05  WEL-CANT-LINEAS       PIC 9(05).
           05  WEL-FEC-GENERADO      PIC 9(08).
           05  WEL-FEC-ENVIO         PIC 9(08).
           05  WEL-HORA-ENVIO        PIC 9(06).
           05  WEL-ESTADO            PIC X(01).
               88  WEL-PENDIENTE      VALUE "P".
               88  WEL-ENVIADO        VALUE "E".
               88  WEL-ACEPTADO       VALUE "A".
               88  WEL-RECHAZADO      VALUE "R".
           05  WEL-FEC-RESPUESTA     PIC 9(08).
           05  WEL-MOTIVO            PIC X(30).

       FD  EDIARCH.
       01  LIN-EDIARCH               PIC X(100).

       FD  EDIACUSE.
       01  REG-EDIACUSE.
           05  WEK-TIPO              PIC X(01).
           05  WEK-DOCUMENTO         PIC 9(08).
           05  WEK-RESULTADO         PIC X(01).
           05  WEK-MOTIVO            PIC X(30).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  EDIXREF.
       01  REG-EDIXREF.
           05  WXR-CLAVE.
               10  WXR-CUENTA        PIC 9(06).
               10  WXR-PLU           PIC X(13).
           05  WXR-ARTICULO          PIC 9(06).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.
           05  WRD-PRECIO            PIC S9(07)V99.

       FD  LOTEMOV.
       01  REG-LOTEMOV.
           05  WLM-CLAVE.
               10  WLM-LOTE          PIC X(10).
               10  WLM-FECHA         PIC 9(08).
               10  WLM-SECUENCIA     PIC 9(06).
           05  WLM-SUCURSAL          PIC 9(02).
           05  WLM-ARTICULO          PIC 9(06).
           05  WLM-REMITO            PIC 9(08).
           05  WLM-CUENTA            PIC 9(06).
           05  WLM-CANTIDAD          PIC S9(07)V99.

       FD  LOTESTK.
       01  REG-LOTESTK.
           05  WLS-CLAVE.
               10  WLS-SUCURSAL      PIC 9(02).
               10  WLS-ARTICULO      PIC 9(06).
               10  WLS-LOTE          PIC X(10).
           05  WLS-VENCIMIENTO       PIC 9(08).

       FD  CAECOMP.
       01  REG-CAECOMP.
           05  WCA-COMPROBANTE       PIC 9(08).
           05  WCA-CUENTA            PIC 9(06).
           05  WCA-FECHA             PIC 9(08).
           05  WCA-ESTADO            PIC X(01).
               88  WCA-PENDIENTE      VALUE "P".
               88  WCA-AUTORIZADO     VALUE "A".
               88  WCA-RECHAZADO      VALUE "R".
           05  WCA-CAE               PIC 9(14).
           05  WCA-CAE-VENC          PIC 9(08).

       FD  FACPER.
       01  REG-FACPER.
           05  WFX-NUMERO            PIC 9(08).
           05  WFX-CUENTA            PIC 9(06).
           05  WFX-FECHA             PIC 9(08).
           05  WFX-HASTA             PIC 9(08).
           05  WFX-FRECUENCIA        PIC X(01).
           05  WFX-LETRA             PIC X(01).
           05  WFX-DISCRIMINA        PIC X(01).
           05  WFX-NETO              PIC S9(09)V99.
           05  WFX-ALICUOTA          PIC 9(03)V99.
           05  WFX-IVA               PIC S9(09)V99.
           05  WFX-PERCEPCION        PIC S9(09)V99.
           05  WFX-TOTAL             PIC S9(09)V99.

       FD  REMFACT.
       01  REG-REMFACT.
           05  WRF-REMITO            PIC 9(08).
           05  WRF-FACTURA           PIC 9(08).
           05  WRF-CUENTA            PIC 9(06).
           05  WRF-FEC-REPARTO       PIC 9(08).
           05  WRF-IMPORTE           PIC S9(09)V99.

       FD  PERCREG.
       01  REG-PERCREG.
           05  WPG-CLAVE.
               10  WPG-PERIODO       PIC 9(06).
               10  WPG-CUENTA        PIC 9(06).
               10  WPG-COMPROBANTE   PIC 9(08).
           05  WPG-JURISDICCION      PIC X(02).
           05  WPG-BASE              PIC S9(09)V99.
           05  WPG-PORCENTAJE        PIC 9(02)V99.
           05  WPG-IMPORTE           PIC S9(09)V99.

       FD  ALIHIST.
       01  REG-ALIHIST.
           05  WAH-CLAVE.
               10  WAH-CODIGO        PIC 9(02).
               10  WAH-FEC-DESDE     PIC 9(08).
           05  WAH-PORCENTAJE        PIC 9(03)V99.

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  PALLET.
       01  REG-PALLET.
           05  WPL-SSCC              PIC X(18).
           05  WPL-REMITO            PIC 9(08).
           05  WPL-CUENTA            PIC 9(06).
           05  WPL-NUMERO            PIC 9(03).
           05  WPL-CANT-PALLETS      PIC 9(03).
           05  WPL-BULTOS            PIC 9(05).

       FD  PALLDET.
       01  REG-PALLDET.
           05  WPY-CLAVE.
               10  WPY-SSCC          PIC X(18).
               10  WPY-SECUENCIA     PIC 9(03).
           05  WPY-REMITO            PIC 9(08).
           05  WPY-REM-SECUENCIA     PIC 9(04).
           05  WPY-ARTICULO          PIC 9(06).
           05  WPY-GTIN              PIC X(14).
           05  WPY-LOTE              PIC X(10).
           05  WPY-VENCIMIENTO       PIC 9(08).
           05  WPY-CANTIDAD          PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "EDIEXP".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WEL-STATUS                PIC X(02).
       77  WEA-STATUS                PIC X(02).
       77  WEK-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WXR-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WLM-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WCA-STATUS                PIC X(02).
       77  WFX-STATUS                PIC X(02).
       77  WRF-STATUS                PIC X(02).
       77  WPG-STATUS                PIC X(02).
       77  WAH-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WPY-STATUS                PIC X(02).
       77  WEY-ARCHIVO               PIC X(20).
       77  WEY-MODO-PARAM            PIC X(01).
       77  WEY-CADENA-PARAM          PIC 9(06).
       77  WEY-RUTA-PARAM            PIC 9(03).
       77  WEY-FECHA-PARAM           PIC 9(08).
       77  WEY-HOY                   PIC 9(08).
       77  WEY-HORA                  PIC 9(08).
       77  WEY-DE-CADENA             PIC X(01).
       77  WEY-YA-ENVIADO            PIC X(01).
       77  WEY-HAY-LOG               PIC X(01).
       77  WEY-HAY-FACPER            PIC X(01) VALUE "S".
       77  WEY-HAY-PERCREG           PIC X(01) VALUE "S".
       77  WEY-HAY-PALLET            PIC X(01) VALUE "S".
       77  WEY-CANT-PALLETS          PIC 9(03).
       77  WEY-CUENTA-PLU            PIC 9(06).
       77  WEY-ARTICULO-PLU          PIC 9(06).
       77  WEY-PLU                   PIC X(13).
       77  WEY-CANT-LINEAS           PIC 9(05).
       77  WEY-CANT-REMITOS          PIC 9(03) VALUE 0.
       77  WEY-CANT-LOTES            PIC 9(04) VALUE 0.
       77  WEY-IX                    PIC 9(04).
       77  WEY-LX                    PIC 9(04).
       77  WEY-NETO                  PIC S9(09)V99.
       77  WEY-IVA                   PIC S9(09)V99.
       77  WEY-PERCEPCION            PIC S9(09)V99.
       77  WEY-ALICUOTA              PIC 9(03)V99.
       77  WEY-IMPORTE-LINEA         PIC S9(09)V99.
       77  WEY-COND-EMISOR           PIC X(02) VALUE "RI".
       77  WEY-LETRA-PROPUESTA       PIC X(01) VALUE SPACE.
       77  WEY-LETRA                 PIC X(01).
       77  WEY-DISCRIMINA            PIC X(01).
       77  WEY-VALIDA                PIC X(01).
       77  WEY-CANT-GENERADOS        PIC 9(06) VALUE 0.
       77  WEY-CANT-ENVIADOS         PIC 9(06) VALUE 0.
       77  WEY-CANT-ACEPTADOS        PIC 9(06) VALUE 0.
       77  WEY-CANT-RECHAZADOS       PIC 9(06) VALUE 0.
       77  WEY-CANT-SIN-PLU          PIC 9(06) VALUE 0.
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-LOTEMOV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTEMOV     VALUE "S".
       77  EOF-EDIXREF                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EDIXREF     VALUE "S".
       77  EOF-CAECOMP                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CAECOMP     VALUE "S".
       77  EOF-REMFACT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMFACT     VALUE "S".
       77  EOF-EDILOG                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EDILOG      VALUE "S".
       77  EOF-EDIACUSE               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EDIACUSE    VALUE "S".
       77  EOF-PALLET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLET      VALUE "S".
       77  EOF-PALLDET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLDET     VALUE "S".

      *    Remitos de la cadena en la ruta/fecha y los lotes que
      *    LOTEFEFO les despacho.
       01  WEY-TABLA-REMITOS.
           05  WEY-R-REMITO          PIC 9(08) OCCURS 300 TIMES.
       01  WEY-TABLA-LOTES.
           05  WEY-L-ENTRADA         OCCURS 2000 TIMES.
               10  WEY-L-REMITO      PIC 9(08).
               10  WEY-L-ARTICULO    PIC 9(06).
               10  WEY-L-LOTE        PIC X(10).
               10  WEY-L-VENCIMIENTO PIC 9(08).
               10  WEY-L-CANTIDAD    PIC S9(07)V99.

      *    Registros de los archivos EDI (ancho fijo). El primer
      *    caracter es el tipo de registro: H cabecera, D renglon,
      *    L lote del renglon anterior, R remito incluido en la
      *    factura, P pallet (SSCC) y C contenido del pallet
      *    anterior, T cierre con la cantidad de registros.
       01  EDI-CAB-DESPACHO.
           05  DH-TIPO               PIC X(01) VALUE "H".
           05  DH-CLASE              PIC X(06) VALUE "DESADV".
           05  DH-REMITO             PIC 9(08).
           05  DH-CADENA             PIC 9(06).
           05  DH-CUENTA             PIC 9(06).
           05  DH-FEC-REPARTO        PIC 9(08).
           05  DH-RUTA               PIC 9(03).
           05  DH-PALLET             PIC 9(08).
           05  DH-FEC-EMISION        PIC 9(08).
           05  DH-CANT-PALLETS       PIC 9(03).

       01  EDI-REN-DESPACHO.
           05  DD-TIPO               PIC X(01) VALUE "D".
           05  DD-SECUENCIA          PIC 9(04).
           05  DD-PLU                PIC X(13).
           05  DD-ARTICULO           PIC 9(06).
           05  DD-CANTIDAD           PIC 9(07)V99.

       01  EDI-LOTE.
           05  DL-TIPO               PIC X(01) VALUE "L".
           05  DL-PLU                PIC X(13).
           05  DL-LOTE               PIC X(10).
           05  DL-VENCIMIENTO        PIC 9(08).
           05  DL-CANTIDAD           PIC 9(07)V99.

       01  EDI-PALLET.
           05  DP-TIPO               PIC X(01) VALUE "P".
           05  DP-SSCC               PIC X(18).
           05  DP-NUMERO             PIC 9(03).
           05  DP-BULTOS             PIC 9(05).

       01  EDI-CONTENIDO.
           05  DC-TIPO               PIC X(01) VALUE "C".
           05  DC-SSCC               PIC X(18).
           05  DC-PLU                PIC X(13).
           05  DC-GTIN               PIC X(14).
           05  DC-LOTE               PIC X(10).
           05  DC-VENCIMIENTO        PIC 9(08).
           05  DC-CANTIDAD           PIC 9(07)V99.

       01  EDI-CAB-FACTURA.
           05  FH-TIPO               PIC X(01) VALUE "H".
           05  FH-CLASE              PIC X(06) VALUE "INVOIC".
           05  FH-COMPROBANTE        PIC 9(08).
           05  FH-LETRA              PIC X(01).
           05  FH-CADENA             PIC 9(06).
           05  FH-CUENTA             PIC 9(06).
           05  FH-FECHA              PIC 9(08).
           05  FH-CAE                PIC 9(14).
           05  FH-CAE-VENC           PIC 9(08).
           05  FH-NETO               PIC 9(09)V99.
           05  FH-IVA                PIC 9(09)V99.
           05  FH-PERCEPCION         PIC 9(09)V99.
           05  FH-TOTAL              PIC 9(09)V99.

       01  EDI-REN-FACTURA.
           05  FD-TIPO               PIC X(01) VALUE "D".
           05  FD-SECUENCIA          PIC 9(04).
           05  FD-PLU                PIC X(13).
           05  FD-ARTICULO           PIC 9(06).
           05  FD-CANTIDAD           PIC 9(07)V99.
           05  FD-PRECIO             PIC 9(07)V99.
           05  FD-IMPORTE            PIC 9(09)V99.

       01  EDI-REM-FACTURA.
           05  FR-TIPO               PIC X(01) VALUE "R".
           05  FR-REMITO             PIC 9(08).
           05  FR-FEC-REPARTO        PIC 9(08).
           05  FR-IMPORTE            PIC 9(09)V99.

       01  EDI-CIERRE.
           05  ET-TIPO               PIC X(01) VALUE "T".
           05  ET-CANT-REGISTROS     PIC 9(05).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(32)
               VALUE "REGISTRO DE ENVIOS EDI - CADENA ".
           05  T-CADENA           PIC Z(5)9.
           05  FILLER             PIC X(10) VALUE "  EMISION ".
           05  T-HOY              PIC 9(08).

       01  LIN-ENCABEZADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "T DOCUMENT  CUENTA  ARCHIVO              GEN".
           05  FILLER             PIC X(44) VALUE
               "ERADO ENVIADO  HORA   E RESPUEST  MOTIVO".

       01  LIN-DETALLE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-TIPO             PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-DOCUMENTO        PIC Z(7)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-ARCHIVO          PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-FEC-GENERADO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-FEC-ENVIO        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-HORA-ENVIO       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-ESTADO           PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-FEC-RESPUESTA    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-MOTIVO           PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.
       EDILOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EDILOG.
           DISPLAY "ERROR E/S EDILOG: " WEL-STATUS.
       EDIARCH-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EDIARCH.
           DISPLAY "ERROR E/S EDIARCH: " WEA-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       EDIXREF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EDIXREF.
           DISPLAY "ERROR E/S EDIXREF: " WXR-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       LOTEMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEMOV.
           DISPLAY "ERROR E/S LOTEMOV: " WLM-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       CAECOMP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAECOMP.
           DISPLAY "ERROR E/S CAECOMP: " WCA-STATUS.
       FACPER-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACPER.
           DISPLAY "ERROR E/S FACPER: " WFX-STATUS.
       REMFACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMFACT.
           DISPLAY "ERROR E/S REMFACT: " WRF-STATUS.
       PERCREG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PERCREG.
           DISPLAY "ERROR E/S PERCREG: " WPG-STATUS.
       ALIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALIHIST.
           DISPLAY "ERROR E/S ALIHIST: " WAH-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       PALLET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLET.
           DISPLAY "ERROR E/S PALLET: " WPL-STATUS.
       PALLDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLDET.
           DISPLAY "ERROR E/S PALLDET: " WPY-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WEY-MODO-PARAM
               WHEN "D"
                   PERFORM 2000-DESPACHO THRU 2000-DESPACHO-EXIT
               WHEN "F"
                   PERFORM 3000-FACTURAS THRU 3000-FACTURAS-EXIT
               WHEN "E"
                   PERFORM 4000-ENVIADOS THRU 4000-ENVIADOS-EXIT
               WHEN "A"
                   PERFORM 5000-ACUSES THRU 5000-ACUSES-EXIT
               WHEN "L"
                   PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (D/F/E/A/L) ...: " LINE 6 POSITION 5.
           ACCEPT WEY-MODO-PARAM LINE 6 POSITION 50.
           IF WEY-MODO-PARAM NOT = "A"
               DISPLAY "CADENA (CASA CENTRAL): " LINE 8 POSITION 5
               ACCEPT WEY-CADENA-PARAM LINE 8 POSITION 28
           END-IF.
           ACCEPT WEY-HOY FROM DATE YYYYMMDD.
           OPEN I-O EDILOG.
           IF WEL-STATUS = "35"
               CLOSE EDILOG
               OPEN OUTPUT EDILOG
               CLOSE EDILOG
               OPEN I-O EDILOG
           END-IF.
           OPEN INPUT CUENPAD.
           OPEN INPUT EDIXREF.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT LOTEMOV.
           IF WLM-STATUS NOT = "00"
               MOVE "S" TO EOF-LOTEMOV
           END-IF.
           OPEN INPUT LOTESTK.
           OPEN INPUT CAECOMP.
           IF WCA-STATUS NOT = "00"
               MOVE "S" TO EOF-CAECOMP
           END-IF.
           OPEN INPUT FACPER.
           IF WFX-STATUS NOT = "00"
               MOVE "N" TO WEY-HAY-FACPER
           ELSE
               OPEN INPUT REMFACT
           END-IF.
           OPEN INPUT PERCREG.
           IF WPG-STATUS NOT = "00"
               MOVE "N" TO WEY-HAY-PERCREG
           END-IF.
           OPEN INPUT ALIHIST.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN INPUT PALLET.
           IF WPL-STATUS NOT = "00"
               MOVE "N" TO WEY-HAY-PALLET
           ELSE
               OPEN INPUT PALLDET
           END-IF.

      *    Aviso de despacho: primero se juntan los remitos de la
      *    cadena en la ruta/fecha, despues una sola pasada por
      *    LOTEMOV levanta los lotes que salieron con ellos, y
      *    recien ahi se escribe un archivo por remito.
       2000-DESPACHO.
           DISPLAY "RUTA ...............: " LINE 9 POSITION 5.
           ACCEPT WEY-RUTA-PARAM LINE 9 POSITION 28.
           DISPLAY "FECHA REPARTO ......: " LINE 10 POSITION 5.
           ACCEPT WEY-FECHA-PARAM LINE 10 POSITION 28.
           MOVE WEY-RUTA-PARAM  TO WRM-RUTA.
           MOVE WEY-FECHA-PARAM TO WRM-FEC-REPARTO.
           MOVE 0               TO WRM-ORDEN-ENTREGA.
           START REMITO KEY IS NOT LESS THAN WRM-RUTA-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMITO
           END-START.
           PERFORM 2100-JUNTAR-REMITO THRU 2100-JUNTAR-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF WEY-CANT-REMITOS = 0
               DISPLAY "SIN REMITOS DE LA CADENA A AVISAR"
                   LINE 20 POSITION 5
               GO TO 2000-DESPACHO-EXIT
           END-IF.
           IF NOT NO-HAY-MAS-LOTEMOV
               MOVE LOW-VALUES TO WLM-CLAVE
               START LOTEMOV KEY IS NOT LESS THAN WLM-CLAVE
                   INVALID KEY MOVE "S" TO EOF-LOTEMOV
               END-START
           END-IF.
           PERFORM 2200-JUNTAR-LOTE THRU 2200-JUNTAR-LOTE-EXIT
               UNTIL NO-HAY-MAS-LOTEMOV.
           PERFORM 2300-ARCHIVO-DESPACHO
               THRU 2300-ARCHIVO-DESPACHO-EXIT
               VARYING WEY-IX FROM 1 BY 1
               UNTIL WEY-IX > WEY-CANT-REMITOS.
           DISPLAY "AVISOS GENERADOS ...: " LINE 17 POSITION 5.
           DISPLAY WEY-CANT-GENERADOS LINE 17 POSITION 28.
           DISPLAY "RENGLONES SIN PLU ..: " LINE 18 POSITION 5.
           DISPLAY WEY-CANT-SIN-PLU LINE 18 POSITION 28.
       2000-DESPACHO-EXIT.
           EXIT.

       2100-JUNTAR-REMITO.
           READ REMITO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-REMITO
                   GO TO 2100-JUNTAR-REMITO-EXIT
           END-READ.
           IF WRM-RUTA NOT = WEY-RUTA-PARAM OR
              WRM-FEC-REPARTO NOT = WEY-FECHA-PARAM
               MOVE "S" TO EOF-REMITO
               GO TO 2100-JUNTAR-REMITO-EXIT
           END-IF.
           MOVE WRM-CUENTA TO WEY-CUENTA-PLU.
           PERFORM 7000-ES-DE-CADENA THRU 7000-ES-DE-CADENA-EXIT.
           IF WEY-DE-CADENA NOT = "S"
               GO TO 2100-JUNTAR-REMITO-EXIT
           END-IF.
           MOVE "D"        TO WEL-TIPO.
           MOVE WRM-NUMERO TO WEL-DOCUMENTO.
           PERFORM 7200-VER-LOG THRU 7200-VER-LOG-EXIT.
           IF WEY-YA-ENVIADO = "S"
               GO TO 2100-JUNTAR-REMITO-EXIT
           END-IF.
           IF WEY-CANT-REMITOS >= 300
               DISPLAY "RUTA CON MAS DE 300 REMITOS DE LA CADENA - "
                   "REMITO " WRM-NUMERO " QUEDA PARA OTRA CORRIDA"
               GO TO 2100-JUNTAR-REMITO-EXIT
           END-IF.
           ADD 1 TO WEY-CANT-REMITOS.
           MOVE WRM-NUMERO TO WEY-R-REMITO (WEY-CANT-REMITOS).
       2100-JUNTAR-REMITO-EXIT.
           EXIT.

       2200-JUNTAR-LOTE.
           READ LOTEMOV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LOTEMOV
                   GO TO 2200-JUNTAR-LOTE-EXIT
           END-READ.
           MOVE 0 TO WEY-LX.
           PERFORM 2210-BUSCAR-REMITO
               VARYING WEY-IX FROM 1 BY 1
               UNTIL WEY-IX > WEY-CANT-REMITOS OR WEY-LX > 0.
           IF WEY-LX = 0
               GO TO 2200-JUNTAR-LOTE-EXIT
           END-IF.
           IF WEY-CANT-LOTES >= 2000
               DISPLAY "TABLA DE LOTES LLENA - LOTE " WLM-LOTE
                   " DEL REMITO " WLM-REMITO " NO SE INFORMA"
               GO TO 2200-JUNTAR-LOTE-EXIT
           END-IF.
           MOVE WLM-SUCURSAL TO WLS-SUCURSAL.
           MOVE WLM-ARTICULO TO WLS-ARTICULO.
           MOVE WLM-LOTE     TO WLS-LOTE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY MOVE 0 TO WLS-VENCIMIENTO
           END-READ.
           ADD 1 TO WEY-CANT-LOTES.
           MOVE WLM-REMITO      TO WEY-L-REMITO (WEY-CANT-LOTES).
           MOVE WLM-ARTICULO    TO WEY-L-ARTICULO (WEY-CANT-LOTES).
           MOVE WLM-LOTE        TO WEY-L-LOTE (WEY-CANT-LOTES).
           MOVE WLS-VENCIMIENTO TO WEY-L-VENCIMIENTO
                                       (WEY-CANT-LOTES).
           MOVE WLM-CANTIDAD    TO WEY-L-CANTIDAD (WEY-CANT-LOTES).
       2200-JUNTAR-LOTE-EXIT.
           EXIT.

       2210-BUSCAR-REMITO.
           IF WEY-R-REMITO (WEY-IX) = WLM-REMITO
               MOVE WEY-IX TO WEY-LX
           END-IF.

      *    Un archivo por remito, con la referencia de pallet. El
      *    remito paletizado lleva sus SSCC y no toma numero.
       2300-ARCHIVO-DESPACHO.
           MOVE WEY-R-REMITO (WEY-IX) TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY GO TO 2300-ARCHIVO-DESPACHO-EXIT
           END-READ.
           PERFORM 7400-CONTAR-PALLETS THRU 7400-CONTAR-PALLETS-EXIT.
           IF WEY-CANT-PALLETS > 0
               MOVE 0 TO WNU-ULTIMO-NUMERO
           ELSE
               MOVE "PALLET  " TO WNU-TIPO-COMP
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
           END-IF.
           MOVE SPACES TO WEY-ARCHIVO.
           STRING "DA" WRM-NUMERO ".TXT"
               DELIMITED BY SIZE INTO WEY-ARCHIVO.
           OPEN OUTPUT EDIARCH.
           IF WEA-STATUS NOT = "00"
               GO TO 2300-ARCHIVO-DESPACHO-EXIT
           END-IF.
           MOVE WRM-NUMERO        TO DH-REMITO.
           MOVE WEY-CADENA-PARAM  TO DH-CADENA.
           MOVE WRM-CUENTA        TO DH-CUENTA.
           MOVE WRM-FEC-REPARTO   TO DH-FEC-REPARTO.
           MOVE WRM-RUTA          TO DH-RUTA.
           MOVE WNU-ULTIMO-NUMERO TO DH-PALLET.
           MOVE WEY-HOY           TO DH-FEC-EMISION.
           MOVE WEY-CANT-PALLETS  TO DH-CANT-PALLETS.
           WRITE LIN-EDIARCH FROM EDI-CAB-DESPACHO.
           MOVE 1 TO WEY-CANT-LINEAS.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           MOVE 0          TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 2400-RENGLON-DESPACHO
               THRU 2400-RENGLON-DESPACHO-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           IF WEY-CANT-PALLETS > 0
               MOVE "N" TO EOF-PALLET
               MOVE WRM-NUMERO TO WPL-REMITO
               START PALLET KEY IS NOT LESS THAN WPL-REMITO
                   INVALID KEY MOVE "S" TO EOF-PALLET
               END-START
               PERFORM 2500-PALLET-DESPACHO
                   THRU 2500-PALLET-DESPACHO-EXIT
                   UNTIL NO-HAY-MAS-PALLET
           END-IF.
           ADD 1 TO WEY-CANT-LINEAS.
           MOVE WEY-CANT-LINEAS TO ET-CANT-REGISTROS.
           WRITE LIN-EDIARCH FROM EDI-CIERRE.
           CLOSE EDIARCH.
           MOVE "D"               TO WEL-TIPO.
           MOVE WRM-NUMERO        TO WEL-DOCUMENTO.
           MOVE WRM-CUENTA        TO WEL-CUENTA.
           MOVE WNU-ULTIMO-NUMERO TO WEL-PALLET.
           PERFORM 7300-GRABAR-LOG THRU 7300-GRABAR-LOG-EXIT.
       2300-ARCHIVO-DESPACHO-EXIT.
           EXIT.

       2400-RENGLON-DESPACHO.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WRM-NUMERO
               MOVE "S" TO EOF-REMDET
               GO TO 2400-RENGLON-DESPACHO-EXIT
           END-IF.
           MOVE WRM-CUENTA   TO WEY-CUENTA-PLU.
           MOVE WRD-ARTICULO TO WEY-ARTICULO-PLU.
           PERFORM 7100-BUSCAR-PLU THRU 7100-BUSCAR-PLU-EXIT.
           MOVE WRD-SECUENCIA TO DD-SECUENCIA.
           MOVE WEY-PLU       TO DD-PLU.
           MOVE WRD-ARTICULO  TO DD-ARTICULO.
           MOVE WRD-CANTIDAD  TO DD-CANTIDAD.
           WRITE LIN-EDIARCH FROM EDI-REN-DESPACHO.
           ADD 1 TO WEY-CANT-LINEAS.
           PERFORM 2410-LOTE-RENGLON
               VARYING WEY-LX FROM 1 BY 1
               UNTIL WEY-LX > WEY-CANT-LOTES.
       2400-RENGLON-DESPACHO-EXIT.
           EXIT.

       2410-LOTE-RENGLON.
           IF WEY-L-REMITO (WEY-LX) = WRM-NUMERO AND
              WEY-L-ARTICULO (WEY-LX) = WRD-ARTICULO
               MOVE WEY-PLU                   TO DL-PLU
               MOVE WEY-L-LOTE (WEY-LX)        TO DL-LOTE
               MOVE WEY-L-VENCIMIENTO (WEY-LX) TO DL-VENCIMIENTO
               MOVE WEY-L-CANTIDAD (WEY-LX)    TO DL-CANTIDAD
               WRITE LIN-EDIARCH FROM EDI-LOTE
               ADD 1 TO WEY-CANT-LINEAS
           END-IF.

      *    Un registro P por SSCC del remito y un C por cada
      *    renglon/lote que lleva.
       2500-PALLET-DESPACHO.
           READ PALLET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLET
           END-READ.
           IF NO-HAY-MAS-PALLET OR WPL-REMITO NOT = WRM-NUMERO
               MOVE "S" TO EOF-PALLET
               GO TO 2500-PALLET-DESPACHO-EXIT
           END-IF.
           MOVE WPL-SSCC   TO DP-SSCC.
           MOVE WPL-NUMERO TO DP-NUMERO.
           MOVE WPL-BULTOS TO DP-BULTOS.
           WRITE LIN-EDIARCH FROM EDI-PALLET.
           ADD 1 TO WEY-CANT-LINEAS.
           MOVE "N" TO EOF-PALLDET.
           MOVE WPL-SSCC TO WPY-SSCC.
           MOVE 0        TO WPY-SECUENCIA.
           START PALLDET KEY IS NOT LESS THAN WPY-CLAVE
               INVALID KEY MOVE "S" TO EOF-PALLDET
           END-START.
           PERFORM 2510-CONTENIDO-PALLET
               THRU 2510-CONTENIDO-PALLET-EXIT
               UNTIL NO-HAY-MAS-PALLDET.
       2500-PALLET-DESPACHO-EXIT.
           EXIT.

       2510-CONTENIDO-PALLET.
           READ PALLDET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLDET
           END-READ.
           IF NO-HAY-MAS-PALLDET OR WPY-SSCC NOT = WPL-SSCC
               MOVE "S" TO EOF-PALLDET
               GO TO 2510-CONTENIDO-PALLET-EXIT
           END-IF.
           MOVE WRM-CUENTA   TO WEY-CUENTA-PLU.
           MOVE WPY-ARTICULO TO WEY-ARTICULO-PLU.
           PERFORM 7100-BUSCAR-PLU THRU 7100-BUSCAR-PLU-EXIT.
           MOVE WPY-SSCC        TO DC-SSCC.
           MOVE WEY-PLU         TO DC-PLU.
           MOVE WPY-GTIN        TO DC-GTIN.
           MOVE WPY-LOTE        TO DC-LOTE.
           MOVE WPY-VENCIMIENTO TO DC-VENCIMIENTO.
           MOVE WPY-CANTIDAD    TO DC-CANTIDAD.
           WRITE LIN-EDIARCH FROM EDI-CONTENIDO.
           ADD 1 TO WEY-CANT-LINEAS.
       2510-CONTENIDO-PALLET-EXIT.
           EXIT.

      *    Facturas autorizadas de la cadena todavia no enviadas.
       3000-FACTURAS.
           IF NOT NO-HAY-MAS-CAECOMP
               MOVE 0 TO WCA-COMPROBANTE
               START CAECOMP KEY IS NOT LESS THAN WCA-COMPROBANTE
                   INVALID KEY MOVE "S" TO EOF-CAECOMP
               END-START
           END-IF.
           PERFORM 3100-FACTURA THRU 3100-FACTURA-EXIT
               UNTIL NO-HAY-MAS-CAECOMP.
           DISPLAY "FACTURAS GENERADAS .: " LINE 17 POSITION 5.
           DISPLAY WEY-CANT-GENERADOS LINE 17 POSITION 28.
           DISPLAY "RENGLONES SIN PLU ..: " LINE 18 POSITION 5.
           DISPLAY WEY-CANT-SIN-PLU LINE 18 POSITION 28.
       3000-FACTURAS-EXIT.
           EXIT.

       3100-FACTURA.
           READ CAECOMP NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CAECOMP
                   GO TO 3100-FACTURA-EXIT
           END-READ.
           IF NOT WCA-AUTORIZADO
               GO TO 3100-FACTURA-EXIT
           END-IF.
           MOVE WCA-CUENTA TO WEY-CUENTA-PLU.
           PERFORM 7000-ES-DE-CADENA THRU 7000-ES-DE-CADENA-EXIT.
           IF WEY-DE-CADENA NOT = "S"
               GO TO 3100-FACTURA-EXIT
           END-IF.
           MOVE "F"             TO WEL-TIPO.
           MOVE WCA-COMPROBANTE TO WEL-DOCUMENTO.
           PERFORM 7200-VER-LOG THRU 7200-VER-LOG-EXIT.
           IF WEY-YA-ENVIADO = "S"
               GO TO 3100-FACTURA-EXIT
           END-IF.
           MOVE SPACES TO WEY-ARCHIVO.
           STRING "FC" WCA-COMPROBANTE ".TXT"
               DELIMITED BY SIZE INTO WEY-ARCHIVO.
           MOVE WCA-COMPROBANTE TO FH-COMPROBANTE.
           MOVE WEY-CADENA-PARAM TO FH-CADENA.
           MOVE WCA-CUENTA      TO FH-CUENTA.
           MOVE WCA-CAE         TO FH-CAE.
           MOVE WCA-CAE-VENC    TO FH-CAE-VENC.
           MOVE "N" TO WEY-HAY-LOG.
           IF WEY-HAY-FACPER = "S"
               MOVE WCA-COMPROBANTE TO WFX-NUMERO
               READ FACPER KEY IS WFX-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WEY-HAY-LOG
               END-READ
           END-IF.
           IF WEY-HAY-LOG = "S"
               PERFORM 3200-FACTURA-PERIODO
                   THRU 3200-FACTURA-PERIODO-EXIT
           ELSE
               PERFORM 3300-FACTURA-REMITO
                   THRU 3300-FACTURA-REMITO-EXIT
           END-IF.
           IF WEA-STATUS NOT = "00"
               GO TO 3100-FACTURA-EXIT
           END-IF.
           ADD 1 TO WEY-CANT-LINEAS.
           MOVE WEY-CANT-LINEAS TO ET-CANT-REGISTROS.
           WRITE LIN-EDIARCH FROM EDI-CIERRE.
           CLOSE EDIARCH.
           MOVE "F"             TO WEL-TIPO.
           MOVE WCA-COMPROBANTE TO WEL-DOCUMENTO.
           MOVE WCA-CUENTA      TO WEL-CUENTA.
           MOVE 0               TO WEL-PALLET.
           PERFORM 7300-GRABAR-LOG THRU 7300-GRABAR-LOG-EXIT.
       3100-FACTURA-EXIT.
           EXIT.

      *    Factura del periodo: importes de FACPER y la lista de
      *    remitos que incluyo.
       3200-FACTURA-PERIODO.
           OPEN OUTPUT EDIARCH.
           IF WEA-STATUS NOT = "00"
               GO TO 3200-FACTURA-PERIODO-EXIT
           END-IF.
           MOVE WFX-LETRA      TO FH-LETRA.
           MOVE WFX-FECHA      TO FH-FECHA.
           MOVE WFX-NETO       TO FH-NETO.
           MOVE WFX-IVA        TO FH-IVA.
           MOVE WFX-PERCEPCION TO FH-PERCEPCION.
           MOVE WFX-TOTAL      TO FH-TOTAL.
           WRITE LIN-EDIARCH FROM EDI-CAB-FACTURA.
           MOVE 1 TO WEY-CANT-LINEAS.
           MOVE "N" TO EOF-REMFACT.
           MOVE WFX-NUMERO TO WRF-FACTURA.
           START REMFACT KEY IS NOT LESS THAN WRF-FACTURA
               INVALID KEY MOVE "S" TO EOF-REMFACT
           END-START.
           PERFORM 3210-REMITO-FACTURA THRU 3210-REMITO-FACTURA-EXIT
               UNTIL NO-HAY-MAS-REMFACT.
       3200-FACTURA-PERIODO-EXIT.
           EXIT.

       3210-REMITO-FACTURA.
           READ REMFACT NEXT RECORD
               AT END MOVE "S" TO EOF-REMFACT
           END-READ.
           IF NO-HAY-MAS-REMFACT OR WRF-FACTURA NOT = WFX-NUMERO
               MOVE "S" TO EOF-REMFACT
               GO TO 3210-REMITO-FACTURA-EXIT
           END-IF.
           MOVE WRF-REMITO      TO FR-REMITO.
           MOVE WRF-FEC-REPARTO TO FR-FEC-REPARTO.
           MOVE WRF-IMPORTE     TO FR-IMPORTE.
           WRITE LIN-EDIARCH FROM EDI-REM-FACTURA.
           ADD 1 TO WEY-CANT-LINEAS.
       3210-REMITO-FACTURA-EXIT.
           EXIT.

      *    Remito facturado uno a uno: neto de sus renglones, IVA a
      *    la alicuota general vigente a la fecha del comprobante
      *    y la percepcion que dejo PERCCALC en PERCREG. La
      *    cabecera va al final porque los importes salen de los
      *    renglones; el archivo se arma en dos pasadas.
       3300-FACTURA-REMITO.
           MOVE "N" TO EOF-REMDET.
           MOVE 0 TO WEY-NETO.
           MOVE WCA-COMPROBANTE TO WRD-NUMERO.
           MOVE 0               TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3310-SUMAR-RENGLON THRU 3310-SUMAR-RENGLON-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           MOVE 0 TO WEY-ALICUOTA.
           MOVE 1         TO WAH-CODIGO.
           MOVE WCA-FECHA TO WAH-FEC-DESDE.
           START ALIHIST KEY IS NOT GREATER THAN WAH-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ALIHIST NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF WAH-CODIGO = 1
                               MOVE WAH-PORCENTAJE TO WEY-ALICUOTA
                           END-IF
                   END-READ
           END-START.
           COMPUTE WEY-IVA ROUNDED = WEY-NETO * WEY-ALICUOTA / 100.
           MOVE WCA-FECHA (1:6) TO WPG-PERIODO.
           MOVE WCA-CUENTA      TO WPG-CUENTA.
           MOVE WCA-COMPROBANTE TO WPG-COMPROBANTE.
           MOVE 0 TO WPG-IMPORTE.
           IF WEY-HAY-PERCREG = "S"
               READ PERCREG KEY IS WPG-CLAVE
                   INVALID KEY MOVE 0 TO WPG-IMPORTE
               END-READ
           END-IF.
           MOVE WPG-IMPORTE TO WEY-PERCEPCION.
           CALL "LETRAIVA" USING WCA-CUENTA
                                 WEY-COND-EMISOR
                                 WEY-LETRA-PROPUESTA
                                 WEY-LETRA
                                 WEY-DISCRIMINA
                                 WEY-VALIDA
           END-CALL.
           OPEN OUTPUT EDIARCH.
           IF WEA-STATUS NOT = "00"
               GO TO 3300-FACTURA-REMITO-EXIT
           END-IF.
           MOVE WEY-LETRA      TO FH-LETRA.
           MOVE WCA-FECHA      TO FH-FECHA.
           MOVE WEY-NETO       TO FH-NETO.
           MOVE WEY-IVA        TO FH-IVA.
           MOVE WEY-PERCEPCION TO FH-PERCEPCION.
           COMPUTE FH-TOTAL = WEY-NETO + WEY-IVA + WEY-PERCEPCION.
           WRITE LIN-EDIARCH FROM EDI-CAB-FACTURA.
           MOVE 1 TO WEY-CANT-LINEAS.
           MOVE "N" TO EOF-REMDET.
           MOVE WCA-COMPROBANTE TO WRD-NUMERO.
           MOVE 0               TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3320-RENGLON-FACTURA
               THRU 3320-RENGLON-FACTURA-EXIT
               UNTIL NO-HAY-MAS-REMDET.
       3300-FACTURA-REMITO-EXIT.
           EXIT.

       3310-SUMAR-RENGLON.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WCA-COMPROBANTE
               MOVE "S" TO EOF-REMDET
               GO TO 3310-SUMAR-RENGLON-EXIT
           END-IF.
           COMPUTE WEY-IMPORTE-LINEA ROUNDED =
               WRD-CANTIDAD * WRD-PRECIO.
           ADD WEY-IMPORTE-LINEA TO WEY-NETO.
       3310-SUMAR-RENGLON-EXIT.
           EXIT.

       3320-RENGLON-FACTURA.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WCA-COMPROBANTE
               MOVE "S" TO EOF-REMDET
               GO TO 3320-RENGLON-FACTURA-EXIT
           END-IF.
           MOVE WCA-CUENTA   TO WEY-CUENTA-PLU.
           MOVE WRD-ARTICULO TO WEY-ARTICULO-PLU.
           PERFORM 7100-BUSCAR-PLU THRU 7100-BUSCAR-PLU-EXIT.
           COMPUTE WEY-IMPORTE-LINEA ROUNDED =
               WRD-CANTIDAD * WRD-PRECIO.
           MOVE WRD-SECUENCIA     TO FD-SECUENCIA.
           MOVE WEY-PLU           TO FD-PLU.
           MOVE WRD-ARTICULO      TO FD-ARTICULO.
           MOVE WRD-CANTIDAD      TO FD-CANTIDAD.
           MOVE WRD-PRECIO        TO FD-PRECIO.
           MOVE WEY-IMPORTE-LINEA TO FD-IMPORTE.
           WRITE LIN-EDIARCH FROM EDI-REN-FACTURA.
           ADD 1 TO WEY-CANT-LINEAS.
       3320-RENGLON-FACTURA-EXIT.
           EXIT.

      *    Lo pendiente de la cadena se da por transmitido.
       4000-ENVIADOS.
           ACCEPT WEY-HORA FROM TIME.
           MOVE WEY-CADENA-PARAM TO WEL-CADENA.
           START EDILOG KEY IS NOT LESS THAN WEL-CADENA
               INVALID KEY MOVE "S" TO EOF-EDILOG
           END-START.
           PERFORM 4100-UN-ENVIO THRU 4100-UN-ENVIO-EXIT
               UNTIL NO-HAY-MAS-EDILOG.
           DISPLAY "ARCHIVOS ENVIADOS ..: " LINE 17 POSITION 5.
           DISPLAY WEY-CANT-ENVIADOS LINE 17 POSITION 28.
       4000-ENVIADOS-EXIT.
           EXIT.

       4100-UN-ENVIO.
           READ EDILOG NEXT RECORD
               AT END MOVE "S" TO EOF-EDILOG
           END-READ.
           IF NO-HAY-MAS-EDILOG OR WEL-CADENA NOT = WEY-CADENA-PARAM
               MOVE "S" TO EOF-EDILOG
               GO TO 4100-UN-ENVIO-EXIT
           END-IF.
           IF NOT WEL-PENDIENTE
               GO TO 4100-UN-ENVIO-EXIT
           END-IF.
           MOVE "E"            TO WEL-ESTADO.
           MOVE WEY-HOY        TO WEL-FEC-ENVIO.
           MOVE WEY-HORA (1:6) TO WEL-HORA-ENVIO.
           REWRITE REG-EDILOG
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR EDILOG"
           END-REWRITE.
           ADD 1 TO WEY-CANT-ENVIADOS.
       4100-UN-ENVIO-EXIT.
           EXIT.

      *    Acuse de las cadenas: aceptado o rechazado con motivo.
       5000-ACUSES.
           OPEN INPUT EDIACUSE.
           IF WEK-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE ACUSES" LINE 20 POSITION 5
               GO TO 5000-ACUSES-EXIT
           END-IF.
           PERFORM 5100-UN-ACUSE THRU 5100-UN-ACUSE-EXIT
               UNTIL NO-HAY-MAS-EDIACUSE.
           CLOSE EDIACUSE.
           DISPLAY "ACEPTADOS ..........: " LINE 17 POSITION 5.
           DISPLAY WEY-CANT-ACEPTADOS LINE 17 POSITION 28.
           DISPLAY "RECHAZADOS .........: " LINE 18 POSITION 5.
           DISPLAY WEY-CANT-RECHAZADOS LINE 18 POSITION 28.
       5000-ACUSES-EXIT.
           EXIT.

       5100-UN-ACUSE.
           READ EDIACUSE
               AT END
                   MOVE "S" TO EOF-EDIACUSE
                   GO TO 5100-UN-ACUSE-EXIT
           END-READ.
           MOVE WEK-TIPO      TO WEL-TIPO.
           MOVE WEK-DOCUMENTO TO WEL-DOCUMENTO.
           READ EDILOG KEY IS WEL-CLAVE
               INVALID KEY
                   DISPLAY "ACUSE SIN ENVIO REGISTRADO: " WEK-TIPO
                       " " WEK-DOCUMENTO
                   GO TO 5100-UN-ACUSE-EXIT
           END-READ.
           IF WEK-RESULTADO = "A"
               MOVE "A" TO WEL-ESTADO
               ADD 1 TO WEY-CANT-ACEPTADOS
           ELSE
               MOVE "R" TO WEL-ESTADO
               ADD 1 TO WEY-CANT-RECHAZADOS
               DISPLAY "RECHAZADO " WEK-TIPO " " WEK-DOCUMENTO
                   " " WEK-MOTIVO
           END-IF.
           MOVE WEY-HOY    TO WEL-FEC-RESPUESTA.
           MOVE WEK-MOTIVO TO WEL-MOTIVO.
           REWRITE REG-EDILOG
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR EDILOG"
           END-REWRITE.
       5100-UN-ACUSE-EXIT.
           EXIT.

       6000-LISTAR.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WEY-CADENA-PARAM TO T-CADENA.
           MOVE WEY-HOY          TO T-HOY.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 2.
           MOVE WEY-CADENA-PARAM TO WEL-CADENA.
           START EDILOG KEY IS NOT LESS THAN WEL-CADENA
               INVALID KEY MOVE "S" TO EOF-EDILOG
           END-START.
           PERFORM 6100-LINEA-LOG THRU 6100-LINEA-LOG-EXIT
               UNTIL NO-HAY-MAS-EDILOG.
           CLOSE LISTADO.
       6000-LISTAR-EXIT.
           EXIT.

       6100-LINEA-LOG.
           READ EDILOG NEXT RECORD
               AT END MOVE "S" TO EOF-EDILOG
           END-READ.
           IF NO-HAY-MAS-EDILOG OR WEL-CADENA NOT = WEY-CADENA-PARAM
               MOVE "S" TO EOF-EDILOG
               GO TO 6100-LINEA-LOG-EXIT
           END-IF.
           MOVE WEL-TIPO          TO D-TIPO.
           MOVE WEL-DOCUMENTO     TO D-DOCUMENTO.
           MOVE WEL-CUENTA        TO D-CUENTA.
           MOVE WEL-ARCHIVO       TO D-ARCHIVO.
           MOVE WEL-FEC-GENERADO  TO D-FEC-GENERADO.
           MOVE WEL-FEC-ENVIO     TO D-FEC-ENVIO.
           MOVE WEL-HORA-ENVIO    TO D-HORA-ENVIO.
           MOVE WEL-ESTADO        TO D-ESTADO.
           MOVE WEL-FEC-RESPUESTA TO D-FEC-RESPUESTA.
           MOVE WEL-MOTIVO        TO D-MOTIVO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       6100-LINEA-LOG-EXIT.
           EXIT.

      *    La cuenta es de la cadena si es la casa central o una
      *    boca vinculada a ella en CUENPAD.
       7000-ES-DE-CADENA.
           MOVE "N" TO WEY-DE-CADENA.
           IF WEY-CUENTA-PLU = WEY-CADENA-PARAM
               MOVE "S" TO WEY-DE-CADENA
               GO TO 7000-ES-DE-CADENA-EXIT
           END-IF.
           MOVE WEY-CUENTA-PLU TO WPD-CUENTA-HIJA.
           READ CUENPAD KEY IS WPD-CUENTA-HIJA
               INVALID KEY GO TO 7000-ES-DE-CADENA-EXIT
           END-READ.
           IF WPD-CUENTA-MADRE = WEY-CADENA-PARAM
               MOVE "S" TO WEY-DE-CADENA
           END-IF.
       7000-ES-DE-CADENA-EXIT.
           EXIT.

      *    PLU de la cadena para nuestro articulo: EDIXREF esta por
      *    cuenta + PLU, asi que se recorren las equivalencias de
      *    la boca y, si no esta, las de la casa central.
       7100-BUSCAR-PLU.
           MOVE SPACES TO WEY-PLU.
           PERFORM 7110-RECORRER-XREF THRU 7110-RECORRER-XREF-EXIT.
           IF WEY-PLU = SPACES AND
              WEY-CUENTA-PLU NOT = WEY-CADENA-PARAM
               MOVE WEY-CADENA-PARAM TO WEY-CUENTA-PLU
               PERFORM 7110-RECORRER-XREF
                   THRU 7110-RECORRER-XREF-EXIT
           END-IF.
           IF WEY-PLU = SPACES
               ADD 1 TO WEY-CANT-SIN-PLU
               DISPLAY "ARTICULO " WEY-ARTICULO-PLU
                   " SIN PLU DE LA CADENA EN EDIXREF"
           END-IF.
       7100-BUSCAR-PLU-EXIT.
           EXIT.

       7110-RECORRER-XREF.
           MOVE "N" TO EOF-EDIXREF.
           MOVE WEY-CUENTA-PLU TO WXR-CUENTA.
           MOVE LOW-VALUES     TO WXR-PLU.
           START EDIXREF KEY IS NOT LESS THAN WXR-CLAVE
               INVALID KEY MOVE "S" TO EOF-EDIXREF
           END-START.
           PERFORM 7120-LEER-XREF THRU 7120-LEER-XREF-EXIT
               UNTIL NO-HAY-MAS-EDIXREF.
       7110-RECORRER-XREF-EXIT.
           EXIT.

       7120-LEER-XREF.
           READ EDIXREF NEXT RECORD
               AT END MOVE "S" TO EOF-EDIXREF
           END-READ.
           IF NO-HAY-MAS-EDIXREF OR WXR-CUENTA NOT = WEY-CUENTA-PLU
               MOVE "S" TO EOF-EDIXREF
               GO TO 7120-LEER-XREF-EXIT
           END-IF.
           IF WXR-ARTICULO = WEY-ARTICULO-PLU
               MOVE WXR-PLU TO WEY-PLU
               MOVE "S" TO EOF-EDIXREF
           END-IF.
       7120-LEER-XREF-EXIT.
           EXIT.

      *    Un documento ya registrado no se vuelve a generar salvo
      *    que la cadena lo haya rechazado. Con WEL-CLAVE cargada.
       7200-VER-LOG.
           MOVE "N" TO WEY-YA-ENVIADO.
           MOVE "S" TO WEY-HAY-LOG.
           READ EDILOG KEY IS WEL-CLAVE
               INVALID KEY MOVE "N" TO WEY-HAY-LOG
           END-READ.
           IF WEY-HAY-LOG = "S" AND NOT WEL-RECHAZADO
               MOVE "S" TO WEY-YA-ENVIADO
           END-IF.
       7200-VER-LOG-EXIT.
           EXIT.

      *    Alta (o regeneracion de un rechazado) en EDILOG, con
      *    WEL-CLAVE, cuenta y pallet cargados.
       7300-GRABAR-LOG.
           MOVE WEY-CADENA-PARAM TO WEL-CADENA.
           MOVE WEY-ARCHIVO      TO WEL-ARCHIVO.
           MOVE WEY-CANT-LINEAS  TO WEL-CANT-LINEAS.
           MOVE WEY-HOY          TO WEL-FEC-GENERADO.
           MOVE 0                TO WEL-FEC-ENVIO.
           MOVE 0                TO WEL-HORA-ENVIO.
           MOVE "P"              TO WEL-ESTADO.
           MOVE 0                TO WEL-FEC-RESPUESTA.
           MOVE SPACES           TO WEL-MOTIVO.
           WRITE REG-EDILOG
               INVALID KEY
                   REWRITE REG-EDILOG
                       INVALID KEY DISPLAY "NO PUDO GRABAR EDILOG"
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WEY-CANT-GENERADOS.
       7300-GRABAR-LOG-EXIT.
           EXIT.

      *    Cantidad de pallets armados del remito (0 si no se
      *    paletizo o no existe PALLET).
       7400-CONTAR-PALLETS.
           MOVE 0 TO WEY-CANT-PALLETS.
           IF WEY-HAY-PALLET NOT = "S"
               GO TO 7400-CONTAR-PALLETS-EXIT
           END-IF.
           MOVE WRM-NUMERO TO WPL-REMITO.
           START PALLET KEY IS NOT LESS THAN WPL-REMITO
               INVALID KEY GO TO 7400-CONTAR-PALLETS-EXIT
           END-START.
           READ PALLET NEXT RECORD
               AT END GO TO 7400-CONTAR-PALLETS-EXIT
           END-READ.
           IF WPL-REMITO = WRM-NUMERO
               MOVE WPL-CANT-PALLETS TO WEY-CANT-PALLETS
           END-IF.
       7400-CONTAR-PALLETS-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE EDILOG.
           CLOSE CUENPAD.
           CLOSE EDIXREF.
           CLOSE REMITO.
           CLOSE REMDET.
           IF WLM-STATUS NOT = "35"
               CLOSE LOTEMOV
           END-IF.
           CLOSE LOTESTK.
           IF WCA-STATUS NOT = "35"
               CLOSE CAECOMP
           END-IF.
           IF WEY-HAY-FACPER = "S"
               CLOSE FACPER
               CLOSE REMFACT
           END-IF.
           IF WEY-HAY-PERCREG = "S"
               CLOSE PERCREG
           END-IF.
           CLOSE ALIHIST.
           CLOSE NUMERO.
           IF WEY-HAY-PALLET = "S"
               CLOSE PALLET
               CLOSE PALLDET
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
