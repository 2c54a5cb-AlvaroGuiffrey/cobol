       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PRECSIM.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Simulacion de aumentos de precio antes de ACTPOR: ACTPOR
      * aplica el porcentaje con redondeo directo sobre la lista
      * y MARGALRT avisa despues que el margen se erosiono. Aca
      * se arma un escenario de borrador (SIMCAB cabecera,
      * SIMPRE precio actual y simulado por articulo) que nunca
      * toca CAPPRE.
      *   modo S: simula sobre un escenario nuevo (numerado
      *           desde NUMERO tipo "SIMPRE  ", con descripcion
      *           y fecha de vigencia, por omision el primero
      *           del mes que viene) o sobre uno existente sin
      *           aprobar, para sumar otra seleccion con otro
      *           criterio. Seleccion por linea de LINEAS, marca
      *           (los tres primeros digitos del codigo, como la
      *           numeracion por marca de ART02) y rango de
      *           articulos, cero = todos. Criterio P porcentaje
      *           sobre el precio de CAPPRE o M margen objetivo
      *           sobre el costo (margen sobre precio, como
      *           MARGALRT). El redondeo es el de ACTPOR: 0 con
      *           centavos, 1 sin centavos, 2 en centenas (el
      *           resto de mas de 50 sube a la centena
      *           siguiente, si no baja);
      *   modo R: proyeccion del mes que viene por PRNTDEST:
      *           volumen promedio de los ultimos 3 meses
      *           cerrados, por linea desde VTARESUM y por
      *           cliente desde ENTREGAS (VTARESUM no lleva la
      *           cuenta), valorizado a lista actual y simulada
      *           contra el costo de CAPPRE; los articulos fuera
      *           del escenario entran a su precio de hoy. Al
      *           pie las inconsistencias que dejaria el
      *           aumento: tramos de PRECESC que no quedan por
      *           debajo de la lista nueva, precios adjudicados
      *           de licitaciones activas (LICITA/LICIDET) sobre
      *           la lista nueva o bajo el costo, y cadenas con
      *           acuerdo vigente en ACUERDOS a la fecha de la
      *           vigencia (la boca por su casa central de
      *           CUENPAD) a las que les cambia la lista pactada;
      *   modo A: aprobacion, con permiso PRECSIM en CLAVPERM:
      *           pasa los precios simulados a PRECIFUT como
      *           precios futuros a la fecha de vigencia y el
      *           escenario queda aprobado, ya sin cambios;
      *   modo B: baja de un escenario sin aprobar.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMCAB    ASSIGN TO "SIMCAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQS-ESCENARIO
                             FILE STATUS IS WQS-STATUS.
           SELECT SIMPRE    ASSIGN TO "SIMPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQR-CLAVE
                             FILE STATUS IS WQR-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT LINEAS    ASSIGN TO "LINEAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLI-ARTICULO
                             FILE STATUS IS WLI-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT VTARESUM  ASSIGN TO "VTARESUM"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WVR-CLAVE
                             FILE STATUS IS WVR-STATUS.
           SELECT ENTREGAS  ASSIGN TO "ENTREGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WEN-CLAVE
                             FILE STATUS IS WEN-STATUS.
           SELECT PRECESC   ASSIGN TO "PRECESC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPQ-CLAVE
                             FILE STATUS IS WPQ-STATUS.
           SELECT LICITA    ASSIGN TO "LICITA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLN-CLAVE
                             FILE STATUS IS WLN-STATUS.
           SELECT LICIDET   ASSIGN TO "LICIDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WLX-CLAVE
                             FILE STATUS IS WLX-STATUS.
           SELECT ACUERDOS  ASSIGN TO "ACUERDOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAG-CUENTA
                             FILE STATUS IS WAG-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  SIMCAB.
       01  REG-SIMCAB.
           05  WQS-ESCENARIO         PIC 9(04).
           05  WQS-DESCRIPCION       PIC X(30).
           05  WQS-FEC-ALTA          PIC 9(08).
           05  WQS-FEC-VIGENCIA      PIC 9(08).
           05  WQS-ESTADO            PIC X(01).
               88  WQS-SIMULADO       VALUE "S".
               88  WQS-APROBADO       VALUE "A".
           05  WQS-FEC-APROBADO      PIC 9(08).
           05  WQS-CANT-TRASPASO     PIC 9(05).

       FD  SIMPRE.
       01  REG-SIMPRE.
           05  WQR-CLAVE.
               10  WQR-ESCENARIO     PIC 9(04).
               10  WQR-ARTICULO      PIC 9(06).
           05  WQR-LINEA             PIC 9(03).
           05  WQR-PRECIO-ACTUAL     PIC S9(07)V99.
           05  WQR-PRECIO-NUEVO      PIC S9(07)V99.
           05  WQR-COSTO             PIC S9(07)V99.
           05  WQR-CRITERIO          PIC X(01).
           05  WQR-VALOR             PIC S9(03)V99.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  LINEAS.
       01  REG-LINEAS.
           05  WLI-ARTICULO          PIC 9(06).
           05  WLI-LINEA             PIC 9(03).
           05  WLI-DESCRIPCION       PIC X(20).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  VTARESUM.
       01  REG-VTARESUM.
           05  WVR-CLAVE.
               10  WVR-EMPRESA       PIC 9(04).
               10  WVR-SUCURSAL      PIC 9(02).
               10  WVR-RUTA          PIC 9(04).
               10  WVR-LINEA         PIC 9(03).
               10  WVR-ARTICULO      PIC 9(06).
               10  WVR-ANIO-MES      PIC 9(06).
           05  WVR-CANTIDAD          PIC S9(09)V99.
           05  WVR-IMPORTE           PIC S9(11)V99.

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

       FD  PRECESC.
       01  REG-PRECESC.
           05  WPQ-CLAVE.
               10  WPQ-ARTICULO      PIC 9(06).
               10  WPQ-CANT-DESDE    PIC 9(07).
           05  WPQ-PRECIO            PIC S9(07)V99.

       FD  LICITA.
       01  REG-LICITA.
           05  WLN-CLAVE.
               10  WLN-CUENTA        PIC 9(06).
               10  WLN-NUMERO        PIC X(12).
           05  WLN-ORGANISMO         PIC X(30).
           05  WLN-FEC-DESDE         PIC 9(08).
           05  WLN-FEC-HASTA         PIC 9(08).
           05  WLN-POLIZA            PIC X(15).
           05  WLN-ASEGURADORA       PIC X(30).
           05  WLN-GARANTIA          PIC S9(09)V99.
           05  WLN-FEC-VTO-POLIZA    PIC 9(08).
           05  WLN-PORC-AVISO        PIC 9(03).
           05  WLN-DIAS-AVISO        PIC 9(03).
           05  WLN-ESTADO            PIC X(01).
               88  WLN-ACTIVA         VALUE "A".

       FD  LICIDET.
       01  REG-LICIDET.
           05  WLX-CLAVE.
               10  WLX-CUENTA        PIC 9(06).
               10  WLX-NUMERO        PIC X(12).
               10  WLX-ARTICULO      PIC 9(06).
           05  WLX-PRECIO            PIC S9(07)V99.
           05  WLX-CANT-CONTRATADA   PIC S9(07)V99.
           05  WLX-CANT-CONSUMIDA    PIC S9(07)V99.

       FD  ACUERDOS.
       01  REG-ACUERDOS.
           05  WAG-CUENTA            PIC 9(06).
           05  WAG-PORC-REBATE       PIC 9(02)V99.
           05  WAG-PORC-BONUS        PIC 9(02)V99.
           05  WAG-UMBRAL-CRECIM     PIC 9(03)V99.
           05  WAG-PORC-LOGISTICO    PIC 9(02)V99.
           05  WAG-VIG-DESDE         PIC 9(08).
           05  WAG-VIG-HASTA         PIC 9(08).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PRECSIM".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WQS-STATUS                PIC X(02).
       77  WQR-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WLI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WVR-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WPQ-STATUS                PIC X(02).
       77  WLN-STATUS                PIC X(02).
       77  WLX-STATUS                PIC X(02).
       77  WAG-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WQG-MODO-PARAM            PIC X(01).
       77  WQG-ESCENARIO-PARAM       PIC 9(04).
       77  WQG-DESCRIPCION-CAP       PIC X(30).
       77  WQG-VIGENCIA-CAP          PIC 9(08).
       77  WQG-LINEA-PARAM           PIC 9(03).
       77  WQG-MARCA-PARAM           PIC 9(03).
       77  WQG-DESDE-PARAM           PIC 9(06).
       77  WQG-HASTA-PARAM           PIC 9(06).
       77  WQG-CRITERIO-PARAM        PIC X(01).
           88  WQG-POR-PORCENTAJE     VALUE "P".
           88  WQG-POR-MARGEN         VALUE "M".
       77  WQG-VALOR-PARAM           PIC S9(03)V99.
       77  WQG-REDONDEO-PARAM        PIC 9(01).
       77  WQG-CLIENTES-PARAM        PIC 9(03).
       77  WQG-CONFIRMA              PIC X(01).
       77  WQG-HOY                   PIC 9(08).
       77  WQG-LINEA-ART             PIC 9(03).
       77  WQG-PRECIO-CALC           PIC S9(09)V9999.
       77  WQG-PRECIO-NUEVO          PIC S9(07)V99.
       77  WQG-ENTERO                PIC S9(09).
       77  WQG-CENTENAS              PIC S9(07).
       77  WQG-RESTO                 PIC S9(03).
       77  WQG-PRECIO-ACT            PIC S9(07)V99.
       77  WQG-PRECIO-SIM            PIC S9(07)V99.
       77  WQG-COSTO                 PIC S9(07)V99.
       77  WQG-CANTIDAD              PIC S9(09)V99.
       77  WQG-MARGEN                PIC S9(05)V99.
       77  WQG-VARIACION             PIC S9(05)V99.
       77  WQG-VALUADO               PIC X(01).
       77  WQG-HALLADO               PIC X(01).
       77  WQG-CANT-SIMULADOS        PIC 9(05) VALUE 0.
       77  WQG-CANT-SIN-COSTO        PIC 9(05) VALUE 0.
       77  WQG-CANT-TRASPASO         PIC 9(05) VALUE 0.
       77  WQG-CANT-INCONSIST        PIC 9(05) VALUE 0.
       77  WQG-CANT-LINEAS           PIC 9(03) VALUE 0.
       77  WQG-CANT-CLIENTES         PIC 9(03) VALUE 0.
       77  WQG-IX                    PIC 9(03).
       77  WQG-JX                    PIC 9(03).
       77  WQG-TOPE                  PIC 9(03).
       77  WQG-CUENTA-ACUERDO        PIC 9(06).
       77  WQG-MODO-PRECIFUT         PIC X(01) VALUE "A".
       77  WQG-OPERADOR              PIC X(08) VALUE "PRECSIM".
       77  WQG-PRECIO-VIG            PIC S9(07)V99.
       77  WQG-ENCONTRADO            PIC X(01).
       77  WQG-MODO-CLAVPERM         PIC X(01) VALUE "V".
       77  WQG-PROGRAMA              PIC X(08) VALUE "PRECSIM".
       77  WQG-AUTORIZADO            PIC X(01).
       77  WQG-CANT-PROGRAMAS        PIC 9(02) VALUE 0.
       77  EOF-CAPPRE                 PIC X(01).
           88  NO-HAY-MAS-CAPPRE      VALUE "S".
       77  EOF-SIMPRE                 PIC X(01).
           88  NO-HAY-MAS-SIMPRE      VALUE "S".
       77  EOF-VTARESUM               PIC X(01).
           88  NO-HAY-MAS-VTARESUM    VALUE "S".
       77  EOF-ENTREGAS               PIC X(01).
           88  NO-HAY-MAS-ENTREGAS    VALUE "S".
       77  EOF-PRECESC                PIC X(01).
           88  NO-HAY-MAS-PRECESC     VALUE "S".
       77  EOF-LICIDET                PIC X(01).
           88  NO-HAY-MAS-LICIDET     VALUE "S".
       01  WQG-CLAVE-OPER.
           05  WQG-EMP-OPER          PIC 9(04).
           05  WQG-SUC-OPER          PIC 9(02).
       01  WQG-TABLA-PROGRAMAS.
           05  WQG-NOMBRE-PROG       OCCURS 20 TIMES PIC X(08).

      *    El codigo de articulo lleva la marca en los tres
      *    primeros digitos.
       01  WQG-ART-CODIGO            PIC 9(06).
       01  WQG-ART-CODIGO-R REDEFINES WQG-ART-CODIGO.
           05  WQG-ART-MARCA         PIC 9(03).
           05  WQG-ART-NUMERO        PIC 9(03).

      *    Ventana de volumen: los tres meses cerrados anteriores
      *    al mes en curso.
       01  WQG-FEC-TRABAJO.
           05  WQG-FT-ANIO           PIC 9(04).
           05  WQG-FT-MES            PIC 9(02).
           05  WQG-FT-DIA            PIC 9(02).
       01  WQG-FEC-TRABAJO-R REDEFINES WQG-FEC-TRABAJO
                                     PIC 9(08).
       01  WQG-FEC-DESDE             PIC 9(08).
       01  WQG-FEC-DESDE-R REDEFINES WQG-FEC-DESDE.
           05  WQG-PER-DESDE         PIC 9(06).
           05  FILLER                PIC 9(02).
       01  WQG-FEC-HASTA             PIC 9(08).
       01  WQG-FEC-HASTA-R REDEFINES WQG-FEC-HASTA.
           05  WQG-PER-HASTA         PIC 9(06).
           05  FILLER                PIC 9(02).

      *    Proyeccion mensual por linea.
       01  WQG-TABLA-LINEAS.
           05  WQG-LIN OCCURS 200 TIMES.
               10  WQG-L-LINEA       PIC 9(03).
               10  WQG-L-DESCRIPCION PIC X(20).
               10  WQG-L-VENTA-ACT   PIC S9(11)V99.
               10  WQG-L-VENTA-SIM   PIC S9(11)V99.
               10  WQG-L-COSTO       PIC S9(11)V99.
       01  WQG-TOTALES.
           05  WQG-TOT-VENTA-ACT     PIC S9(11)V99 VALUE 0.
           05  WQG-TOT-VENTA-SIM     PIC S9(11)V99 VALUE 0.
           05  WQG-TOT-COSTO         PIC S9(11)V99 VALUE 0.

      *    Proyeccion mensual por cliente, con el acuerdo de
      *    cadena vigente (propio o de la casa central).
       01  WQG-TABLA-CLIENTES.
           05  WQG-CLI OCCURS 500 TIMES.
               10  WQG-C-CUENTA      PIC 9(06).
               10  WQG-C-VENTA-ACT   PIC S9(11)V99.
               10  WQG-C-VENTA-SIM   PIC S9(11)V99.
               10  WQG-C-COSTO       PIC S9(11)V99.
               10  WQG-C-ACUERDO     PIC X(01).
               10  WQG-C-VIG-HASTA   PIC 9(08).
       01  WQG-CLI-AUX.
           05  WQG-A-CUENTA          PIC 9(06).
           05  WQG-A-VENTA-ACT       PIC S9(11)V99.
           05  WQG-A-VENTA-SIM       PIC S9(11)V99.
           05  WQG-A-COSTO           PIC S9(11)V99.
           05  WQG-A-ACUERDO         PIC X(01).
           05  WQG-A-VIG-HASTA       PIC 9(08).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(37)
               VALUE "SIMULACION DE AUMENTO - ESCENARIO".
           05  T-ESCENARIO           PIC Z(3)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(11) VALUE " VIGENCIA ".
           05  T-VIGENCIA            PIC 9(08).

       01  LIN-SUBTITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(35)
               VALUE "PROMEDIO MENSUAL DE LOS PERIODOS ".
           05  T-PER-DESDE           PIC 9(06).
           05  FILLER                PIC X(03) VALUE " A ".
           05  T-PER-HASTA           PIC 9(06).

       01  LIN-SECCION.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-TITULO              PIC X(50).

       01  LIN-CAB-LINEA.
           05  FILLER                PIC X(40)
               VALUE "  LIN  DESCRIPCION            VENTA ACTU".
           05  FILLER                PIC X(40)
               VALUE "AL   VENTA SIMUL.   VAR %   MG ACT   MG ".
           05  FILLER                PIC X(03)
               VALUE "SIM".

       01  LIN-DET-LINEA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D1-LINEA              PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D1-DESCRIPCION        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D1-VENTA-ACT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D1-VENTA-SIM          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D1-VARIACION          PIC ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D1-MARGEN-ACT         PIC ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D1-MARGEN-SIM         PIC ZZ9.99-.

       01  LIN-CAB-CLIENTE.
           05  FILLER                PIC X(40)
               VALUE "  CUENTA NOMBRE                         ".
           05  FILLER                PIC X(40)
               VALUE "  VENTA ACTUAL   VENTA SIMUL.  MG ACT   ".
           05  FILLER                PIC X(15)
               VALUE "MG SIM  ACUERDO".

       01  LIN-DET-CLIENTE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D2-CUENTA             PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D2-NOMBRE             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D2-VENTA-ACT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D2-VENTA-SIM          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D2-MARGEN-ACT         PIC ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D2-MARGEN-SIM         PIC ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D2-ACUERDO            PIC 9(08) BLANK WHEN ZERO.

       01  LIN-CAB-INCONS.
           05  FILLER                PIC X(40)
               VALUE "  ARTIC. TIPO   REFERENCIA          PREC".
           05  FILLER                PIC X(31)
               VALUE "IO REF PRECIO NUEVO OBSERVACION".

       01  LIN-DET-INCONS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D3-ARTICULO           PIC Z(5)9 BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D3-TIPO               PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D3-REFERENCIA         PIC X(18).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D3-PRECIO-REF         PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D3-PRECIO-NUEVO       PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D3-OBSERVACION        PIC X(30).

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(26)
               VALUE "TOTAL DE INCONSISTENCIAS:".
           05  R-CANTIDAD            PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       SIMCAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SIMCAB.
           DISPLAY "ERROR E/S SIMCAB: " WQS-STATUS.
       SIMPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SIMPRE.
           DISPLAY "ERROR E/S SIMPRE: " WQR-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       LINEAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LINEAS.
           DISPLAY "ERROR E/S LINEAS: " WLI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       VTARESUM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VTARESUM.
           DISPLAY "ERROR E/S VTARESUM: " WVR-STATUS.
       ENTREGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ENTREGAS.
           DISPLAY "ERROR E/S ENTREGAS: " WEN-STATUS.
       PRECESC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRECESC.
           DISPLAY "ERROR E/S PRECESC: " WPQ-STATUS.
       LICITA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICITA.
           DISPLAY "ERROR E/S LICITA: " WLN-STATUS.
       LICIDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICIDET.
           DISPLAY "ERROR E/S LICIDET: " WLX-STATUS.
       ACUERDOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ACUERDOS.
           DISPLAY "ERROR E/S ACUERDOS: " WAG-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQG-MODO-PARAM
               WHEN "S"
                   PERFORM 2000-SIMULAR THRU 2000-SIMULAR-EXIT
               WHEN "R"
                   PERFORM 4000-REPORTE THRU 4000-REPORTE-EXIT
               WHEN "A"
                   PERFORM 7000-APROBAR THRU 7000-APROBAR-EXIT
               WHEN "B"
                   PERFORM 8000-BAJA THRU 8000-BAJA-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (S=SIMULA R=REPORTE A=APRUEBA B=BAJA): "
               LINE 6 POSITION 5.
           ACCEPT WQG-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WQG-HOY FROM DATE YYYYMMDD.
           OPEN I-O SIMCAB.
           IF WQS-STATUS = "35"
               CLOSE SIMCAB
               OPEN OUTPUT SIMCAB
               CLOSE SIMCAB
               OPEN I-O SIMCAB
           END-IF.
           OPEN I-O SIMPRE.
           IF WQR-STATUS = "35"
               CLOSE SIMPRE
               OPEN OUTPUT SIMPRE
               CLOSE SIMPRE
               OPEN I-O SIMPRE
           END-IF.
           OPEN INPUT CAPPRE.
           OPEN INPUT LINEAS.
           OPEN I-O NUMERO.
           OPEN INPUT PRECESC.
           OPEN INPUT LICITA.
           OPEN INPUT ACUERDOS.
           OPEN INPUT CUENPAD.
           OPEN INPUT CUENTA.

      *    Escenario nuevo o existente sin aprobar, seleccion,
      *    criterio y redondeo; despues se recorre CAPPRE.
       2000-SIMULAR.
           DISPLAY "ESCENARIO (0=NUEVO) .: " LINE 8 POSITION 5.
           ACCEPT WQG-ESCENARIO-PARAM LINE 8 POSITION 29.
           IF WQG-ESCENARIO-PARAM = 0
               PERFORM 2050-NUEVO-ESCENARIO
                   THRU 2050-NUEVO-ESCENARIO-EXIT
           ELSE
               MOVE WQG-ESCENARIO-PARAM TO WQS-ESCENARIO
               READ SIMCAB KEY IS WQS-ESCENARIO
                   INVALID KEY
                       DISPLAY "ESCENARIO INEXISTENTE"
                           LINE 20 POSITION 5
                       GO TO 2000-SIMULAR-EXIT
               END-READ
               IF NOT WQS-SIMULADO
                   DISPLAY "ESCENARIO YA APROBADO" LINE 20 POSITION 5
                   GO TO 2000-SIMULAR-EXIT
               END-IF
               DISPLAY WQS-DESCRIPCION LINE 8 POSITION 36
           END-IF.
           DISPLAY "LINEA (0=TODAS) .....: " LINE 10 POSITION 5.
           ACCEPT WQG-LINEA-PARAM LINE 10 POSITION 29.
           DISPLAY "MARCA (0=TODAS) .....: " LINE 11 POSITION 5.
           ACCEPT WQG-MARCA-PARAM LINE 11 POSITION 29.
           DISPLAY "ARTICULO DESDE ......: " LINE 12 POSITION 5.
           ACCEPT WQG-DESDE-PARAM LINE 12 POSITION 29.
           DISPLAY "ARTICULO HASTA (0=TODOS): " LINE 13 POSITION 5.
           ACCEPT WQG-HASTA-PARAM LINE 13 POSITION 32.
           IF WQG-HASTA-PARAM = 0
               MOVE 999999 TO WQG-HASTA-PARAM
           END-IF.
           DISPLAY "CRITERIO (P=PORC M=MARGEN): " LINE 14 POSITION 5.
           ACCEPT WQG-CRITERIO-PARAM LINE 14 POSITION 34.
           IF NOT WQG-POR-PORCENTAJE AND NOT WQG-POR-MARGEN
               DISPLAY "CRITERIO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-SIMULAR-EXIT
           END-IF.
           DISPLAY "PORCENTAJE ..........: " LINE 15 POSITION 5.
           ACCEPT WQG-VALOR-PARAM LINE 15 POSITION 29.
           IF WQG-POR-MARGEN
              AND (WQG-VALOR-PARAM NOT > 0 OR WQG-VALOR-PARAM >= 100)
               DISPLAY "MARGEN INVALIDO" LINE 20 POSITION 5
               GO TO 2000-SIMULAR-EXIT
           END-IF.
           DISPLAY "REDONDEO (0=CON CENTAVOS 1=SIN CENTAVOS "
               LINE 16 POSITION 5.
           DISPLAY "          2=EN CENTENAS): " LINE 17 POSITION 5.
           ACCEPT WQG-REDONDEO-PARAM LINE 17 POSITION 32.
           IF WQG-REDONDEO-PARAM > 2
               DISPLAY "REDONDEO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-SIMULAR-EXIT
           END-IF.
           MOVE "N" TO EOF-CAPPRE.
           MOVE WQG-DESDE-PARAM TO WCP-ARTICULO.
           START CAPPRE KEY IS NOT LESS THAN WCP-ARTICULO
               INVALID KEY MOVE "S" TO EOF-CAPPRE
           END-START.
           PERFORM 2100-UN-ARTICULO THRU 2100-UN-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-CAPPRE.
           DISPLAY "ESCENARIO: " LINE 19 POSITION 5.
           DISPLAY WQS-ESCENARIO LINE 19 POSITION 16.
           DISPLAY "SIMULADOS: " LINE 20 POSITION 5.
           DISPLAY WQG-CANT-SIMULADOS LINE 20 POSITION 16.
           IF WQG-CANT-SIN-COSTO > 0
               DISPLAY "SIN COSTO: " LINE 20 POSITION 25
               DISPLAY WQG-CANT-SIN-COSTO LINE 20 POSITION 36
           END-IF.
       2000-SIMULAR-EXIT.
           EXIT.

       2050-NUEVO-ESCENARIO.
           DISPLAY "DESCRIPCION .........: " LINE 8 POSITION 36.
           ACCEPT WQG-DESCRIPCION-CAP LINE 9 POSITION 36.
           DISPLAY "VIGENCIA (0=PRIMERO MES PROXIMO): "
               LINE 18 POSITION 5.
           ACCEPT WQG-VIGENCIA-CAP LINE 18 POSITION 40.
           IF WQG-VIGENCIA-CAP = 0
               MOVE WQG-HOY TO WQG-FEC-TRABAJO-R
               MOVE 1       TO WQG-FT-DIA
               ADD 1 TO WQG-FT-MES
               IF WQG-FT-MES > 12
                   MOVE 1 TO WQG-FT-MES
                   ADD 1 TO WQG-FT-ANIO
               END-IF
               MOVE WQG-FEC-TRABAJO-R TO WQG-VIGENCIA-CAP
           END-IF.
           MOVE "SIMPRE  " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO   TO WQS-ESCENARIO.
           MOVE WQG-DESCRIPCION-CAP TO WQS-DESCRIPCION.
           MOVE WQG-HOY             TO WQS-FEC-ALTA.
           MOVE WQG-VIGENCIA-CAP    TO WQS-FEC-VIGENCIA.
           MOVE "S"                 TO WQS-ESTADO.
           MOVE 0 TO WQS-FEC-APROBADO WQS-CANT-TRASPASO.
           WRITE REG-SIMCAB
               INVALID KEY DISPLAY "NO PUDO GRABAR SIMCAB"
           END-WRITE.
       2050-NUEVO-ESCENARIO-EXIT.
           EXIT.

       2100-UN-ARTICULO.
           READ CAPPRE NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CAPPRE
                   GO TO 2100-UN-ARTICULO-EXIT
           END-READ.
           IF WCP-ARTICULO > WQG-HASTA-PARAM
               MOVE "S" TO EOF-CAPPRE
               GO TO 2100-UN-ARTICULO-EXIT
           END-IF.
           IF WCP-PRECIO-VENTA = 0
               GO TO 2100-UN-ARTICULO-EXIT
           END-IF.
           MOVE WCP-ARTICULO TO WQG-ART-CODIGO.
           IF WQG-MARCA-PARAM NOT = 0
              AND WQG-ART-MARCA NOT = WQG-MARCA-PARAM
               GO TO 2100-UN-ARTICULO-EXIT
           END-IF.
           MOVE WCP-ARTICULO TO WLI-ARTICULO.
           READ LINEAS KEY IS WLI-ARTICULO
               INVALID KEY MOVE 0 TO WLI-LINEA
           END-READ.
           IF WQG-LINEA-PARAM NOT = 0
              AND WLI-LINEA NOT = WQG-LINEA-PARAM
               GO TO 2100-UN-ARTICULO-EXIT
           END-IF.
           IF WQG-POR-MARGEN
               IF WCP-COSTO NOT > 0
                   ADD 1 TO WQG-CANT-SIN-COSTO
                   GO TO 2100-UN-ARTICULO-EXIT
               END-IF
               COMPUTE WQG-PRECIO-CALC =
                   WCP-COSTO * 100 / (100 - WQG-VALOR-PARAM)
           ELSE
               COMPUTE WQG-PRECIO-CALC =
                   WCP-PRECIO-VENTA * (100 + WQG-VALOR-PARAM) / 100
           END-IF.
           PERFORM 2200-REDONDEO.
           MOVE WQS-ESCENARIO      TO WQR-ESCENARIO.
           MOVE WCP-ARTICULO       TO WQR-ARTICULO.
           MOVE WLI-LINEA          TO WQR-LINEA.
           MOVE WCP-PRECIO-VENTA   TO WQR-PRECIO-ACTUAL.
           MOVE WQG-PRECIO-NUEVO   TO WQR-PRECIO-NUEVO.
           MOVE WCP-COSTO          TO WQR-COSTO.
           MOVE WQG-CRITERIO-PARAM TO WQR-CRITERIO.
           MOVE WQG-VALOR-PARAM    TO WQR-VALOR.
           REWRITE REG-SIMPRE
               INVALID KEY
                   WRITE REG-SIMPRE
                       INVALID KEY DISPLAY "NO PUDO GRABAR SIMPRE"
                   END-WRITE
           END-REWRITE.
           ADD 1 TO WQG-CANT-SIMULADOS.
       2100-UN-ARTICULO-EXIT.
           EXIT.

      *    Redondeo de ACTPOR sobre el precio calculado.
       2200-REDONDEO.
           EVALUATE WQG-REDONDEO-PARAM
               WHEN 0
                   COMPUTE WQG-PRECIO-NUEVO ROUNDED = WQG-PRECIO-CALC
               WHEN 1
                   COMPUTE WQG-ENTERO ROUNDED = WQG-PRECIO-CALC
                   MOVE WQG-ENTERO TO WQG-PRECIO-NUEVO
               WHEN OTHER
                   COMPUTE WQG-ENTERO ROUNDED = WQG-PRECIO-CALC
                   DIVIDE WQG-ENTERO BY 100 GIVING WQG-CENTENAS
                       REMAINDER WQG-RESTO
                   IF WQG-RESTO > 50
                       ADD 1 TO WQG-CENTENAS
                   END-IF
                   COMPUTE WQG-PRECIO-NUEVO = WQG-CENTENAS * 100
           END-EVALUATE.

      *    Reporte del escenario: proyeccion por linea, por
      *    cliente e inconsistencias.
       4000-REPORTE.
           DISPLAY "ESCENARIO ...........: " LINE 8 POSITION 5.
           ACCEPT WQG-ESCENARIO-PARAM LINE 8 POSITION 29.
           MOVE WQG-ESCENARIO-PARAM TO WQS-ESCENARIO.
           READ SIMCAB KEY IS WQS-ESCENARIO
               INVALID KEY
                   DISPLAY "ESCENARIO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 4000-REPORTE-EXIT
           END-READ.
           DISPLAY WQS-DESCRIPCION LINE 8 POSITION 36.
           DISPLAY "MAYORES CLIENTES (0=20): " LINE 9 POSITION 5.
           ACCEPT WQG-CLIENTES-PARAM LINE 9 POSITION 31.
           IF WQG-CLIENTES-PARAM = 0
               MOVE 20 TO WQG-CLIENTES-PARAM
           END-IF.
           PERFORM 4100-VENTANA.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WQS-ESCENARIO    TO T-ESCENARIO.
           MOVE WQS-DESCRIPCION  TO T-DESCRIPCION.
           MOVE WQS-FEC-VIGENCIA TO T-VIGENCIA.
           MOVE WQG-PER-DESDE    TO T-PER-DESDE.
           MOVE WQG-PER-HASTA    TO T-PER-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-SUBTITULO AFTER 1.
           PERFORM 5000-POR-LINEA THRU 5000-POR-LINEA-EXIT.
           PERFORM 6000-POR-CLIENTE THRU 6000-POR-CLIENTE-EXIT.
           PERFORM 6500-INCONSISTENCIAS
               THRU 6500-INCONSISTENCIAS-EXIT.
           CLOSE LISTADO.
           DISPLAY "INCONSISTENCIAS: " LINE 20 POSITION 5.
           DISPLAY WQG-CANT-INCONSIST LINE 20 POSITION 22.
       4000-REPORTE-EXIT.
           EXIT.

      *    Del primer dia de tres meses atras al ultimo dia del
      *    mes anterior.
       4100-VENTANA.
           MOVE WQG-HOY TO WQG-FEC-TRABAJO-R.
           MOVE 1       TO WQG-FT-DIA.
           COMPUTE WQG-FEC-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WQG-FEC-TRABAJO-R) - 1).
           IF WQG-FT-MES > 3
               SUBTRACT 3 FROM WQG-FT-MES
           ELSE
               ADD 9 TO WQG-FT-MES
               SUBTRACT 1 FROM WQG-FT-ANIO
           END-IF.
           MOVE WQG-FEC-TRABAJO-R TO WQG-FEC-DESDE.

      *    Precio actual, simulado y costo del articulo: el del
      *    escenario si esta, si no el de hoy en CAPPRE para las
      *    dos columnas.
       4200-VALUAR.
           MOVE "S" TO WQG-VALUADO.
           MOVE WQS-ESCENARIO  TO WQR-ESCENARIO.
           MOVE WQG-ART-CODIGO TO WQR-ARTICULO.
           READ SIMPRE KEY IS WQR-CLAVE
               INVALID KEY MOVE "N" TO WQG-HALLADO
               NOT INVALID KEY MOVE "S" TO WQG-HALLADO
           END-READ.
           IF WQG-HALLADO = "S"
               MOVE WQR-PRECIO-ACTUAL TO WQG-PRECIO-ACT
               MOVE WQR-PRECIO-NUEVO  TO WQG-PRECIO-SIM
               MOVE WQR-COSTO         TO WQG-COSTO
           ELSE
               MOVE WQG-ART-CODIGO TO WCP-ARTICULO
               READ CAPPRE KEY IS WCP-ARTICULO
                   INVALID KEY MOVE "N" TO WQG-VALUADO
               END-READ
               IF WQG-VALUADO = "S"
                   MOVE WCP-PRECIO-VENTA TO WQG-PRECIO-ACT
                                            WQG-PRECIO-SIM
                   MOVE WCP-COSTO        TO WQG-COSTO
               END-IF
           END-IF.

       5000-POR-LINEA.
           MOVE "N" TO EOF-VTARESUM.
           OPEN INPUT VTARESUM.
           IF WVR-STATUS NOT = "00"
               MOVE "S" TO EOF-VTARESUM
           END-IF.
           PERFORM 5100-UN-RESUMEN THRU 5100-UN-RESUMEN-EXIT
               UNTIL NO-HAY-MAS-VTARESUM.
           CLOSE VTARESUM.
           MOVE "PROYECCION MENSUAL POR LINEA" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 2.
           WRITE LIN-LISTADO FROM LIN-CAB-LINEA AFTER 2.
           PERFORM 5300-IMPRIMIR-LINEA THRU 5300-IMPRIMIR-LINEA-EXIT
               VARYING WQG-IX FROM 1 BY 1
               UNTIL WQG-IX > WQG-CANT-LINEAS.
           MOVE 0                 TO D1-LINEA.
           MOVE "TOTAL"           TO D1-DESCRIPCION.
           MOVE WQG-TOT-VENTA-ACT TO D1-VENTA-ACT.
           MOVE WQG-TOT-VENTA-SIM TO D1-VENTA-SIM.
           MOVE 0 TO WQG-VARIACION.
           IF WQG-TOT-VENTA-ACT NOT = 0
               COMPUTE WQG-VARIACION ROUNDED =
                   (WQG-TOT-VENTA-SIM - WQG-TOT-VENTA-ACT) * 100
                   / WQG-TOT-VENTA-ACT
           END-IF.
           MOVE WQG-VARIACION TO D1-VARIACION.
           MOVE 0 TO WQG-MARGEN.
           IF WQG-TOT-VENTA-ACT NOT = 0
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-TOT-VENTA-ACT - WQG-TOT-COSTO) * 100
                   / WQG-TOT-VENTA-ACT
           END-IF.
           MOVE WQG-MARGEN TO D1-MARGEN-ACT.
           MOVE 0 TO WQG-MARGEN.
           IF WQG-TOT-VENTA-SIM NOT = 0
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-TOT-VENTA-SIM - WQG-TOT-COSTO) * 100
                   / WQG-TOT-VENTA-SIM
           END-IF.
           MOVE WQG-MARGEN TO D1-MARGEN-SIM.
           WRITE LIN-LISTADO FROM LIN-DET-LINEA AFTER 2.
       5000-POR-LINEA-EXIT.
           EXIT.

      *    Cantidad del periodo en la ventana, un tercio por mes.
       5100-UN-RESUMEN.
           READ VTARESUM NEXT RECORD
               AT END
                   MOVE "S" TO EOF-VTARESUM
                   GO TO 5100-UN-RESUMEN-EXIT
           END-READ.
           IF WVR-ANIO-MES < WQG-PER-DESDE
              OR WVR-ANIO-MES > WQG-PER-HASTA
               GO TO 5100-UN-RESUMEN-EXIT
           END-IF.
           MOVE WVR-ARTICULO TO WQG-ART-CODIGO.
           PERFORM 4200-VALUAR.
           IF WQG-VALUADO = "N"
               GO TO 5100-UN-RESUMEN-EXIT
           END-IF.
           MOVE "N" TO WQG-HALLADO.
           PERFORM 5110-BUSCAR-LINEA THRU 5110-BUSCAR-LINEA-EXIT
               VARYING WQG-IX FROM 1 BY 1
               UNTIL WQG-IX > WQG-CANT-LINEAS OR WQG-HALLADO = "S".
           IF WQG-HALLADO = "N"
               IF WQG-CANT-LINEAS >= 200
                   DISPLAY "TABLA DE LINEAS LLENA - LINEA "
                       WVR-LINEA " AFUERA"
                   GO TO 5100-UN-RESUMEN-EXIT
               END-IF
               ADD 1 TO WQG-CANT-LINEAS
               MOVE WQG-CANT-LINEAS TO WQG-JX
               MOVE WVR-LINEA    TO WQG-L-LINEA (WQG-JX)
               MOVE WVR-ARTICULO TO WLI-ARTICULO
               READ LINEAS KEY IS WLI-ARTICULO
                   INVALID KEY MOVE SPACES TO WLI-DESCRIPCION
               END-READ
               MOVE WLI-DESCRIPCION TO WQG-L-DESCRIPCION (WQG-JX)
               MOVE 0 TO WQG-L-VENTA-ACT (WQG-JX)
                         WQG-L-VENTA-SIM (WQG-JX)
                         WQG-L-COSTO (WQG-JX)
           END-IF.
           COMPUTE WQG-CANTIDAD ROUNDED = WVR-CANTIDAD / 3.
           COMPUTE WQG-L-VENTA-ACT (WQG-JX) ROUNDED =
               WQG-L-VENTA-ACT (WQG-JX)
               + WQG-CANTIDAD * WQG-PRECIO-ACT.
           COMPUTE WQG-L-VENTA-SIM (WQG-JX) ROUNDED =
               WQG-L-VENTA-SIM (WQG-JX)
               + WQG-CANTIDAD * WQG-PRECIO-SIM.
           COMPUTE WQG-L-COSTO (WQG-JX) ROUNDED =
               WQG-L-COSTO (WQG-JX) + WQG-CANTIDAD * WQG-COSTO.
           COMPUTE WQG-TOT-VENTA-ACT ROUNDED =
               WQG-TOT-VENTA-ACT + WQG-CANTIDAD * WQG-PRECIO-ACT.
           COMPUTE WQG-TOT-VENTA-SIM ROUNDED =
               WQG-TOT-VENTA-SIM + WQG-CANTIDAD * WQG-PRECIO-SIM.
           COMPUTE WQG-TOT-COSTO ROUNDED =
               WQG-TOT-COSTO + WQG-CANTIDAD * WQG-COSTO.
       5100-UN-RESUMEN-EXIT.
           EXIT.

       5110-BUSCAR-LINEA.
           IF WQG-L-LINEA (WQG-IX) = WVR-LINEA
               MOVE "S"    TO WQG-HALLADO
               MOVE WQG-IX TO WQG-JX
           END-IF.
       5110-BUSCAR-LINEA-EXIT.
           EXIT.

       5300-IMPRIMIR-LINEA.
           MOVE WQG-L-LINEA (WQG-IX)       TO D1-LINEA.
           MOVE WQG-L-DESCRIPCION (WQG-IX) TO D1-DESCRIPCION.
           MOVE WQG-L-VENTA-ACT (WQG-IX)   TO D1-VENTA-ACT.
           MOVE WQG-L-VENTA-SIM (WQG-IX)   TO D1-VENTA-SIM.
           MOVE 0 TO WQG-VARIACION WQG-MARGEN.
           IF WQG-L-VENTA-ACT (WQG-IX) NOT = 0
               COMPUTE WQG-VARIACION ROUNDED =
                   (WQG-L-VENTA-SIM (WQG-IX)
                    - WQG-L-VENTA-ACT (WQG-IX)) * 100
                   / WQG-L-VENTA-ACT (WQG-IX)
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-L-VENTA-ACT (WQG-IX)
                    - WQG-L-COSTO (WQG-IX)) * 100
                   / WQG-L-VENTA-ACT (WQG-IX)
           END-IF.
           MOVE WQG-VARIACION TO D1-VARIACION.
           MOVE WQG-MARGEN    TO D1-MARGEN-ACT.
           MOVE 0 TO WQG-MARGEN.
           IF WQG-L-VENTA-SIM (WQG-IX) NOT = 0
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-L-VENTA-SIM (WQG-IX)
                    - WQG-L-COSTO (WQG-IX)) * 100
                   / WQG-L-VENTA-SIM (WQG-IX)
           END-IF.
           MOVE WQG-MARGEN TO D1-MARGEN-SIM.
           WRITE LIN-LISTADO FROM LIN-DET-LINEA AFTER 1.
       5300-IMPRIMIR-LINEA-EXIT.
           EXIT.

      *    Por cliente desde ENTREGAS (cantidad entregada en la
      *    ventana), ordenado por venta simulada; se listan los
      *    mayores.
       6000-POR-CLIENTE.
           MOVE "N" TO EOF-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF WEN-STATUS NOT = "00"
               MOVE "S" TO EOF-ENTREGAS
           END-IF.
           PERFORM 6100-UNA-ENTREGA THRU 6100-UNA-ENTREGA-EXIT
               UNTIL NO-HAY-MAS-ENTREGAS.
           CLOSE ENTREGAS.
           PERFORM 6200-ACUERDO THRU 6200-ACUERDO-EXIT
               VARYING WQG-IX FROM 1 BY 1
               UNTIL WQG-IX > WQG-CANT-CLIENTES.
           IF WQG-CANT-CLIENTES > 1
               PERFORM 6300-PASADA THRU 6300-PASADA-EXIT
                   VARYING WQG-IX FROM 1 BY 1
                   UNTIL WQG-IX >= WQG-CANT-CLIENTES
           END-IF.
           MOVE "PROYECCION MENSUAL MAYORES CLIENTES" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 3.
           WRITE LIN-LISTADO FROM LIN-CAB-CLIENTE AFTER 2.
           MOVE WQG-CLIENTES-PARAM TO WQG-TOPE.
           IF WQG-TOPE > WQG-CANT-CLIENTES
               MOVE WQG-CANT-CLIENTES TO WQG-TOPE
           END-IF.
           PERFORM 6400-IMPRIMIR-CLIENTE
               THRU 6400-IMPRIMIR-CLIENTE-EXIT
               VARYING WQG-IX FROM 1 BY 1 UNTIL WQG-IX > WQG-TOPE.
       6000-POR-CLIENTE-EXIT.
           EXIT.

       6100-UNA-ENTREGA.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ENTREGAS
                   GO TO 6100-UNA-ENTREGA-EXIT
           END-READ.
           IF WEN-FEC-REPARTO < WQG-FEC-DESDE
              OR WEN-FEC-REPARTO > WQG-FEC-HASTA
              OR WEN-CANT-ENTREGADA = 0
               GO TO 6100-UNA-ENTREGA-EXIT
           END-IF.
           MOVE WEN-ARTICULO TO WQG-ART-CODIGO.
           PERFORM 4200-VALUAR.
           IF WQG-VALUADO = "N"
               GO TO 6100-UNA-ENTREGA-EXIT
           END-IF.
           MOVE "N" TO WQG-HALLADO.
           PERFORM 6110-BUSCAR-CLIENTE THRU 6110-BUSCAR-CLIENTE-EXIT
               VARYING WQG-IX FROM 1 BY 1
               UNTIL WQG-IX > WQG-CANT-CLIENTES OR WQG-HALLADO = "S".
           IF WQG-HALLADO = "N"
               IF WQG-CANT-CLIENTES >= 500
                   DISPLAY "TABLA DE CLIENTES LLENA - CUENTA "
                       WEN-CUENTA " AFUERA"
                   GO TO 6100-UNA-ENTREGA-EXIT
               END-IF
               ADD 1 TO WQG-CANT-CLIENTES
               MOVE WQG-CANT-CLIENTES TO WQG-JX
               MOVE WEN-CUENTA TO WQG-C-CUENTA (WQG-JX)
               MOVE 0 TO WQG-C-VENTA-ACT (WQG-JX)
                         WQG-C-VENTA-SIM (WQG-JX)
                         WQG-C-COSTO (WQG-JX)
                         WQG-C-VIG-HASTA (WQG-JX)
               MOVE "N" TO WQG-C-ACUERDO (WQG-JX)
           END-IF.
           COMPUTE WQG-CANTIDAD ROUNDED = WEN-CANT-ENTREGADA / 3.
           COMPUTE WQG-C-VENTA-ACT (WQG-JX) ROUNDED =
               WQG-C-VENTA-ACT (WQG-JX)
               + WQG-CANTIDAD * WQG-PRECIO-ACT.
           COMPUTE WQG-C-VENTA-SIM (WQG-JX) ROUNDED =
               WQG-C-VENTA-SIM (WQG-JX)
               + WQG-CANTIDAD * WQG-PRECIO-SIM.
           COMPUTE WQG-C-COSTO (WQG-JX) ROUNDED =
               WQG-C-COSTO (WQG-JX) + WQG-CANTIDAD * WQG-COSTO.
       6100-UNA-ENTREGA-EXIT.
           EXIT.

       6110-BUSCAR-CLIENTE.
           IF WQG-C-CUENTA (WQG-IX) = WEN-CUENTA
               MOVE "S"    TO WQG-HALLADO
               MOVE WQG-IX TO WQG-JX
           END-IF.
       6110-BUSCAR-CLIENTE-EXIT.
           EXIT.

      *    Acuerdo de la cuenta o de su casa central vigente a la
      *    fecha del aumento.
       6200-ACUERDO.
           MOVE WQG-C-CUENTA (WQG-IX) TO WAG-CUENTA.
           READ ACUERDOS KEY IS WAG-CUENTA
               INVALID KEY
                   MOVE WQG-C-CUENTA (WQG-IX) TO WPD-CUENTA-HIJA
                   READ CUENPAD KEY IS WPD-CUENTA-HIJA
                       INVALID KEY GO TO 6200-ACUERDO-EXIT
                   END-READ
                   MOVE WPD-CUENTA-MADRE TO WAG-CUENTA
                   READ ACUERDOS KEY IS WAG-CUENTA
                       INVALID KEY GO TO 6200-ACUERDO-EXIT
                   END-READ
           END-READ.
           IF WAG-VIG-DESDE NOT > WQS-FEC-VIGENCIA
              AND WAG-VIG-HASTA NOT < WQS-FEC-VIGENCIA
               MOVE "S"           TO WQG-C-ACUERDO (WQG-IX)
               MOVE WAG-VIG-HASTA TO WQG-C-VIG-HASTA (WQG-IX)
           END-IF.
       6200-ACUERDO-EXIT.
           EXIT.

      *    Burbuja descendente por venta simulada.
       6300-PASADA.
           PERFORM 6310-COMPARAR THRU 6310-COMPARAR-EXIT
               VARYING WQG-JX FROM 1 BY 1
               UNTIL WQG-JX >= WQG-CANT-CLIENTES.
       6300-PASADA-EXIT.
           EXIT.

       6310-COMPARAR.
           IF WQG-C-VENTA-SIM (WQG-JX) <
              WQG-C-VENTA-SIM (WQG-JX + 1)
               MOVE WQG-CLI (WQG-JX)     TO WQG-CLI-AUX
               MOVE WQG-CLI (WQG-JX + 1) TO WQG-CLI (WQG-JX)
               MOVE WQG-CLI-AUX          TO WQG-CLI (WQG-JX + 1)
           END-IF.
       6310-COMPARAR-EXIT.
           EXIT.

       6400-IMPRIMIR-CLIENTE.
           MOVE WQG-C-CUENTA (WQG-IX) TO D2-CUENTA WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WCU-NOMBRE                TO D2-NOMBRE.
           MOVE WQG-C-VENTA-ACT (WQG-IX)  TO D2-VENTA-ACT.
           MOVE WQG-C-VENTA-SIM (WQG-IX)  TO D2-VENTA-SIM.
           MOVE 0 TO WQG-MARGEN.
           IF WQG-C-VENTA-ACT (WQG-IX) NOT = 0
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-C-VENTA-ACT (WQG-IX)
                    - WQG-C-COSTO (WQG-IX)) * 100
                   / WQG-C-VENTA-ACT (WQG-IX)
           END-IF.
           MOVE WQG-MARGEN TO D2-MARGEN-ACT.
           MOVE 0 TO WQG-MARGEN.
           IF WQG-C-VENTA-SIM (WQG-IX) NOT = 0
               COMPUTE WQG-MARGEN ROUNDED =
                   (WQG-C-VENTA-SIM (WQG-IX)
                    - WQG-C-COSTO (WQG-IX)) * 100
                   / WQG-C-VENTA-SIM (WQG-IX)
           END-IF.
           MOVE WQG-MARGEN TO D2-MARGEN-SIM.
           MOVE WQG-C-VIG-HASTA (WQG-IX) TO D2-ACUERDO.
           WRITE LIN-LISTADO FROM LIN-DET-CLIENTE AFTER 1.
       6400-IMPRIMIR-CLIENTE-EXIT.
           EXIT.

       6500-INCONSISTENCIAS.
           MOVE "INCONSISTENCIAS QUE DEJA EL AUMENTO" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 3.
           WRITE LIN-LISTADO FROM LIN-CAB-INCONS AFTER 2.
           MOVE "N" TO EOF-SIMPRE.
           MOVE WQS-ESCENARIO TO WQR-ESCENARIO.
           MOVE 0             TO WQR-ARTICULO.
           START SIMPRE KEY IS NOT LESS THAN WQR-CLAVE
               INVALID KEY MOVE "S" TO EOF-SIMPRE
           END-START.
           PERFORM 6600-ESCALAS THRU 6600-ESCALAS-EXIT
               UNTIL NO-HAY-MAS-SIMPRE.
           MOVE "N" TO EOF-LICIDET.
           OPEN INPUT LICIDET.
           IF WLX-STATUS NOT = "00"
               MOVE "S" TO EOF-LICIDET
           END-IF.
           PERFORM 6700-LICITACION THRU 6700-LICITACION-EXIT
               UNTIL NO-HAY-MAS-LICIDET.
           CLOSE LICIDET.
           PERFORM 6800-CADENA THRU 6800-CADENA-EXIT
               VARYING WQG-IX FROM 1 BY 1
               UNTIL WQG-IX > WQG-CANT-CLIENTES.
           MOVE WQG-CANT-INCONSIST TO R-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
       6500-INCONSISTENCIAS-EXIT.
           EXIT.

      *    Un tramo por cantidad tiene que quedar por debajo de la
      *    lista nueva.
       6600-ESCALAS.
           READ SIMPRE NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SIMPRE
                   GO TO 6600-ESCALAS-EXIT
           END-READ.
           IF WQR-ESCENARIO NOT = WQS-ESCENARIO
               MOVE "S" TO EOF-SIMPRE
               GO TO 6600-ESCALAS-EXIT
           END-IF.
           IF WQR-PRECIO-NUEVO = WQR-PRECIO-ACTUAL
               GO TO 6600-ESCALAS-EXIT
           END-IF.
           MOVE "N" TO EOF-PRECESC.
           MOVE WQR-ARTICULO TO WPQ-ARTICULO.
           MOVE 0            TO WPQ-CANT-DESDE.
           START PRECESC KEY IS NOT LESS THAN WPQ-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRECESC
           END-START.
           PERFORM 6610-UN-TRAMO THRU 6610-UN-TRAMO-EXIT
               UNTIL NO-HAY-MAS-PRECESC.
       6600-ESCALAS-EXIT.
           EXIT.

       6610-UN-TRAMO.
           READ PRECESC NEXT RECORD
               AT END
                   MOVE "S" TO EOF-PRECESC
                   GO TO 6610-UN-TRAMO-EXIT
           END-READ.
           IF WPQ-ARTICULO NOT = WQR-ARTICULO
               MOVE "S" TO EOF-PRECESC
               GO TO 6610-UN-TRAMO-EXIT
           END-IF.
           IF WPQ-PRECIO = 0 OR WPQ-PRECIO < WQR-PRECIO-NUEVO
               GO TO 6610-UN-TRAMO-EXIT
           END-IF.
           MOVE WQR-ARTICULO     TO D3-ARTICULO.
           MOVE "ESCALA"         TO D3-TIPO.
           MOVE SPACES           TO D3-REFERENCIA.
           STRING "DESDE " WPQ-CANT-DESDE DELIMITED BY SIZE
               INTO D3-REFERENCIA
           END-STRING.
           MOVE WPQ-PRECIO       TO D3-PRECIO-REF.
           MOVE WQR-PRECIO-NUEVO TO D3-PRECIO-NUEVO.
           MOVE "TRAMO NO MENOR A LA LISTA" TO D3-OBSERVACION.
           WRITE LIN-LISTADO FROM LIN-DET-INCONS AFTER 1.
           ADD 1 TO WQG-CANT-INCONSIST.
       6610-UN-TRAMO-EXIT.
           EXIT.

      *    Renglon de licitacion activa a la fecha del aumento y
      *    con saldo, de un articulo del escenario.
       6700-LICITACION.
           READ LICIDET NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LICIDET
                   GO TO 6700-LICITACION-EXIT
           END-READ.
           IF WLX-CANT-CONSUMIDA NOT < WLX-CANT-CONTRATADA
               GO TO 6700-LICITACION-EXIT
           END-IF.
           MOVE WQS-ESCENARIO TO WQR-ESCENARIO.
           MOVE WLX-ARTICULO  TO WQR-ARTICULO.
           READ SIMPRE KEY IS WQR-CLAVE
               INVALID KEY GO TO 6700-LICITACION-EXIT
           END-READ.
           MOVE WLX-CUENTA TO WLN-CUENTA.
           MOVE WLX-NUMERO TO WLN-NUMERO.
           READ LICITA KEY IS WLN-CLAVE
               INVALID KEY GO TO 6700-LICITACION-EXIT
           END-READ.
           IF NOT WLN-ACTIVA OR WLN-FEC-HASTA < WQS-FEC-VIGENCIA
               GO TO 6700-LICITACION-EXIT
           END-IF.
           MOVE SPACES TO D3-OBSERVACION.
           IF WLX-PRECIO > WQR-PRECIO-NUEVO
               MOVE "ADJUDICADO SOBRE LA LISTA" TO D3-OBSERVACION
           END-IF.
           IF WLX-PRECIO < WQR-COSTO
               MOVE "ADJUDICADO BAJO EL COSTO" TO D3-OBSERVACION
           END-IF.
           IF D3-OBSERVACION = SPACES
               GO TO 6700-LICITACION-EXIT
           END-IF.
           MOVE WLX-ARTICULO     TO D3-ARTICULO.
           MOVE "LICIT"          TO D3-TIPO.
           MOVE SPACES           TO D3-REFERENCIA.
           STRING WLX-CUENTA "/" WLX-NUMERO DELIMITED BY SIZE
               INTO D3-REFERENCIA
           END-STRING.
           MOVE WLX-PRECIO       TO D3-PRECIO-REF.
           MOVE WQR-PRECIO-NUEVO TO D3-PRECIO-NUEVO.
           WRITE LIN-LISTADO FROM LIN-DET-INCONS AFTER 1.
           ADD 1 TO WQG-CANT-INCONSIST.
       6700-LICITACION-EXIT.
           EXIT.

      *    Cadena con acuerdo vigente a la que le cambia la lista
      *    que tiene pactada.
       6800-CADENA.
           IF WQG-C-ACUERDO (WQG-IX) NOT = "S"
              OR WQG-C-VENTA-SIM (WQG-IX) = WQG-C-VENTA-ACT (WQG-IX)
               GO TO 6800-CADENA-EXIT
           END-IF.
           MOVE 0                  TO D3-ARTICULO.
           MOVE "CADENA"           TO D3-TIPO.
           MOVE SPACES             TO D3-REFERENCIA.
           STRING "CUENTA " WQG-C-CUENTA (WQG-IX) DELIMITED BY SIZE
               INTO D3-REFERENCIA
           END-STRING.
           MOVE 0                  TO D3-PRECIO-REF D3-PRECIO-NUEVO.
           MOVE SPACES             TO D3-OBSERVACION.
           STRING "LISTA PACTADA HASTA " WQG-C-VIG-HASTA (WQG-IX)
               DELIMITED BY SIZE INTO D3-OBSERVACION
           END-STRING.
           WRITE LIN-LISTADO FROM LIN-DET-INCONS AFTER 1.
           ADD 1 TO WQG-CANT-INCONSIST.
       6800-CADENA-EXIT.
           EXIT.

      *    Aprobacion: los precios simulados pasan a PRECIFUT a
      *    la fecha de vigencia del escenario.
       7000-APROBAR.
           DISPLAY "ESCENARIO ...........: " LINE 8 POSITION 5.
           ACCEPT WQG-ESCENARIO-PARAM LINE 8 POSITION 29.
           MOVE WQG-ESCENARIO-PARAM TO WQS-ESCENARIO.
           READ SIMCAB KEY IS WQS-ESCENARIO
               INVALID KEY
                   DISPLAY "ESCENARIO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 7000-APROBAR-EXIT
           END-READ.
           DISPLAY WQS-DESCRIPCION LINE 8 POSITION 36.
           IF NOT WQS-SIMULADO
               DISPLAY "ESCENARIO YA APROBADO" LINE 20 POSITION 5
               GO TO 7000-APROBAR-EXIT
           END-IF.
           IF WQS-FEC-VIGENCIA < WQG-HOY
               DISPLAY "VIGENCIA ANTERIOR A HOY" LINE 20 POSITION 5
               GO TO 7000-APROBAR-EXIT
           END-IF.
           DISPLAY "VIGENCIA: " LINE 9 POSITION 5.
           DISPLAY WQS-FEC-VIGENCIA LINE 9 POSITION 15.
           DISPLAY "CLAVE OPER (EMP): " LINE 11 POSITION 5.
           ACCEPT WQG-EMP-OPER LINE 11 POSITION 24.
           DISPLAY "CLAVE OPER (SUC): " LINE 12 POSITION 5.
           ACCEPT WQG-SUC-OPER LINE 12 POSITION 24.
           CALL "CLAVPERM" USING WQG-MODO-CLAVPERM
                                 WQG-CLAVE-OPER
                                 WQG-PROGRAMA
                                 WQG-AUTORIZADO
                                 WQG-CANT-PROGRAMAS
                                 WQG-TABLA-PROGRAMAS
           END-CALL.
           IF WQG-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SIN PERMISO PRECSIM"
                   LINE 20 POSITION 5
               GO TO 7000-APROBAR-EXIT
           END-IF.
           DISPLAY "CONFIRMA PASAR A PRECIOS FUTUROS (S/N): "
               LINE 14 POSITION 5.
           ACCEPT WQG-CONFIRMA LINE 14 POSITION 46.
           IF WQG-CONFIRMA NOT = "S"
               GO TO 7000-APROBAR-EXIT
           END-IF.
           MOVE "N" TO EOF-SIMPRE.
           MOVE WQS-ESCENARIO TO WQR-ESCENARIO.
           MOVE 0             TO WQR-ARTICULO.
           START SIMPRE KEY IS NOT LESS THAN WQR-CLAVE
               INVALID KEY MOVE "S" TO EOF-SIMPRE
           END-START.
           PERFORM 7100-TRASPASAR THRU 7100-TRASPASAR-EXIT
               UNTIL NO-HAY-MAS-SIMPRE.
           MOVE "A"                TO WQS-ESTADO.
           MOVE WQG-HOY            TO WQS-FEC-APROBADO.
           MOVE WQG-CANT-TRASPASO  TO WQS-CANT-TRASPASO.
           REWRITE REG-SIMCAB
               INVALID KEY DISPLAY "NO PUDO GRABAR SIMCAB"
           END-REWRITE.
           DISPLAY "PRECIOS FUTUROS: " LINE 20 POSITION 5.
           DISPLAY WQG-CANT-TRASPASO LINE 20 POSITION 22.
       7000-APROBAR-EXIT.
           EXIT.

       7100-TRASPASAR.
           READ SIMPRE NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SIMPRE
                   GO TO 7100-TRASPASAR-EXIT
           END-READ.
           IF WQR-ESCENARIO NOT = WQS-ESCENARIO
               MOVE "S" TO EOF-SIMPRE
               GO TO 7100-TRASPASAR-EXIT
           END-IF.
           IF WQR-PRECIO-NUEVO = WQR-PRECIO-ACTUAL
               GO TO 7100-TRASPASAR-EXIT
           END-IF.
           CALL "PRECIFUT" USING WQG-MODO-PRECIFUT
                                 WQR-ARTICULO
                                 WQS-FEC-VIGENCIA
                                 WQR-PRECIO-NUEVO
                                 WQG-OPERADOR
                                 WQG-PRECIO-VIG
                                 WQG-ENCONTRADO
           END-CALL.
           ADD 1 TO WQG-CANT-TRASPASO.
       7100-TRASPASAR-EXIT.
           EXIT.

       8000-BAJA.
           DISPLAY "ESCENARIO ...........: " LINE 8 POSITION 5.
           ACCEPT WQG-ESCENARIO-PARAM LINE 8 POSITION 29.
           MOVE WQG-ESCENARIO-PARAM TO WQS-ESCENARIO.
           READ SIMCAB KEY IS WQS-ESCENARIO
               INVALID KEY
                   DISPLAY "ESCENARIO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 8000-BAJA-EXIT
           END-READ.
           DISPLAY WQS-DESCRIPCION LINE 8 POSITION 36.
           IF NOT WQS-SIMULADO
               DISPLAY "ESCENARIO YA APROBADO" LINE 20 POSITION 5
               GO TO 8000-BAJA-EXIT
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N): " LINE 10 POSITION 5.
           ACCEPT WQG-CONFIRMA LINE 10 POSITION 30.
           IF WQG-CONFIRMA NOT = "S"
               GO TO 8000-BAJA-EXIT
           END-IF.
           MOVE "N" TO EOF-SIMPRE.
           MOVE WQS-ESCENARIO TO WQR-ESCENARIO.
           MOVE 0             TO WQR-ARTICULO.
           START SIMPRE KEY IS NOT LESS THAN WQR-CLAVE
               INVALID KEY MOVE "S" TO EOF-SIMPRE
           END-START.
           PERFORM 8100-BORRAR-ARTICULO THRU 8100-BORRAR-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-SIMPRE.
           DELETE SIMCAB RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR SIMCAB"
           END-DELETE.
           DISPLAY "ESCENARIO BORRADO" LINE 20 POSITION 5.
       8000-BAJA-EXIT.
           EXIT.

       8100-BORRAR-ARTICULO.
           READ SIMPRE NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SIMPRE
                   GO TO 8100-BORRAR-ARTICULO-EXIT
           END-READ.
           IF WQR-ESCENARIO NOT = WQS-ESCENARIO
               MOVE "S" TO EOF-SIMPRE
               GO TO 8100-BORRAR-ARTICULO-EXIT
           END-IF.
           DELETE SIMPRE RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR SIMPRE"
           END-DELETE.
       8100-BORRAR-ARTICULO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE SIMCAB.
           CLOSE SIMPRE.
           CLOSE CAPPRE.
           CLOSE LINEAS.
           CLOSE NUMERO.
           CLOSE PRECESC.
           CLOSE LICITA.
           CLOSE ACUERDOS.
           CLOSE CUENPAD.
           CLOSE CUENTA.
       9999-FINAL-EXIT.
           EXIT.
