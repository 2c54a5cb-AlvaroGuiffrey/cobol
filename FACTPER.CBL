       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FACTPER.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Facturacion por periodo de remitos entregados: hospitales,
      * escuelas y algunas cadenas no quieren una factura por
      * entrega sino una por semana o por mes con todos los
      * remitos efectivamente entregados. La frecuencia de
      * facturacion de cada cuenta queda en CUENFREC (R por
      * remito, la de siempre y la que rige si la cuenta no esta
      * cargada; S semanal; Q quincenal; M mensual):
      *   modo C: carga la frecuencia de una cuenta;
      *   modo F: corrida de facturacion de una frecuencia hasta
      *           una fecha de corte: toma los remitos de REMITO
      *           de las cuentas con esa frecuencia, repartidos
      *           hasta el corte, con resultado de entrega en
      *           ENTREGAS (RUTENTRE) y sin marca en REMFACT;
      *           factura lo entregado de cada renglon de REMDET
      *           neto de las devoluciones de DEVOLREG (DEVOL)
      *           que referencian esos remitos, y emite una
      *           factura por cuenta: letra por LETRAIVA, IVA con
      *           la alicuota general vigente de ALIHIST (codigo
      *           01), percepcion IIBB por PERCCALC. La factura
      *           queda en FACPER, el comprobante abierto en FACT
      *           (30 dias) y cada remito incluido marcado en
      *           REMFACT con el numero de factura, de modo que
      *           no pueda volver a facturarse. Sale el listado
      *           de control por PRNTDEST y al final se aplican
      *           los anticipos abiertos de cada cuenta
      *           facturada (CALL a ANTIAPLI);
      *   modo I: imprime las facturas del periodo ya autorizadas
      *           (CAECHK), con la lista de remitos incluidos.
      * La factura toma numero de NUMERO tipo "REMITO  ", la
      * misma serie de los remitos que se facturan uno a uno,
      * para que no se pise con ellos en CAECOMP: CAEEXP la
      * exporta desde FACPER y deja de exportar los remitos de
      * cuentas con facturacion por periodo, que no son
      * comprobantes fiscales. RUTENTRE y DEVOL no generan el
      * credito en AJUPEN por lo no entregado o lo devuelto de
      * un remito todavia sin facturar de estas cuentas: lo
      * descuenta la factura del periodo.
      * La percepcion IIBB va por el destino de la mercaderia:
      * cada remito trae la jurisdiccion de su punto de entrega
      * (en blanco, la de la cuenta) y a PERCCALC se le pasa la
      * que suma mas importe entre los remitos de la factura.
      * Si la cuenta es otra empresa del grupo (vinculada en
      * ICVINC), cada factura se espeja en la cuenta del
      * proveedor vinculado con sus articulos netos de
      * devoluciones (ICESPEJO), que los recibe en el stock de la
      * sucursal de la empresa que compra.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENFREC  ASSIGN TO "CUENFREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCF-CUENTA
                             FILE STATUS IS WCF-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
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
           SELECT DEVOLREG  ASSIGN TO "DEVOLREG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDV-CLAVE
                             FILE STATUS IS WDV-STATUS.
           SELECT REMFACT   ASSIGN TO "REMFACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRF-REMITO
                             ALTERNATE RECORD KEY IS WRF-FACTURA
                                 WITH DUPLICATES
                             FILE STATUS IS WRF-STATUS.
           SELECT FACPER    ASSIGN TO "FACPER"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFX-NUMERO
                             FILE STATUS IS WFX-STATUS.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             ALTERNATE RECORD KEY IS WFA-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WFA-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT ALIHIST   ASSIGN TO "ALIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAH-CLAVE
                             FILE STATUS IS WAH-STATUS.
           SELECT FPERTRAB  ASSIGN TO "FPERTRAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTR-CLAVE
                             FILE STATUS IS WTR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENFREC.
       01  REG-CUENFREC.
           05  WCF-CUENTA            PIC 9(06).
           05  WCF-FRECUENCIA        PIC X(01).
               88  WCF-POR-REMITO     VALUE "R".
               88  WCF-FREC-VALIDA    VALUE "R" "S" "Q" "M".
           05  WCF-FEC-ULT-FACT      PIC 9(08).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).

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
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).
           05  WRM-JURISDICCION      PIC X(02).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.
           05  WRD-PRECIO            PIC S9(07)V99.

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

       FD  DEVOLREG.
       01  REG-DEVOLREG.
           05  WDV-CLAVE.
               10  WDV-NUMERO        PIC 9(08).
               10  WDV-SECUENCIA     PIC 9(04).
           05  WDV-REMITO-ORIGEN     PIC 9(08).
           05  WDV-CUENTA            PIC 9(06).
           05  WDV-ARTICULO          PIC 9(06).
           05  WDV-CANTIDAD          PIC S9(07)V99.
           05  WDV-PRECIO            PIC S9(07)V99.

      *    Marca de remito facturado por periodo, con la factura
      *    que lo incluyo y lo que aporto al neto.
       FD  REMFACT.
       01  REG-REMFACT.
           05  WRF-REMITO            PIC 9(08).
           05  WRF-FACTURA           PIC 9(08).
           05  WRF-CUENTA            PIC 9(06).
           05  WRF-FEC-REPARTO       PIC 9(08).
           05  WRF-IMPORTE           PIC S9(09)V99.
           05  WRF-FECHA             PIC 9(08).

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
           05  WFX-CANT-REMITOS      PIC 9(03).
           05  WFX-IMPRESA           PIC X(01).
               88  WFX-YA-IMPRESA     VALUE "S".

       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).
               88  WFA-ESTA-CANCELADO VALUE "S".
           05  WFA-FEC-EMISION       PIC 9(08).
           05  WFA-IMPORTE           PIC S9(09)V99.

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  ALIHIST.
       01  REG-ALIHIST.
           05  WAH-CLAVE.
               10  WAH-CODIGO        PIC 9(02).
               10  WAH-FEC-DESDE     PIC 9(08).
           05  WAH-PORCENTAJE        PIC 9(03)V99.

      *    Trabajo de la corrida: por cuenta y remito, la cabecera
      *    del remito (tipo "0"), lo entregado de cada renglon
      *    (tipo "E") y lo devuelto (tipo "D", cantidad negativa).
       FD  FPERTRAB.
       01  REG-FPERTRAB.
           05  WTR-CLAVE.
               10  WTR-CUENTA        PIC 9(06).
               10  WTR-REMITO        PIC 9(08).
               10  WTR-TIPO          PIC X(01).
               10  WTR-REFERENCIA    PIC 9(12).
           05  WTR-FEC-REPARTO       PIC 9(08).
           05  WTR-ARTICULO          PIC 9(06).
           05  WTR-CANTIDAD          PIC S9(07)V99.
           05  WTR-PRECIO            PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "FACTPER".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WCF-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WDV-STATUS                PIC X(02).
       77  WRF-STATUS                PIC X(02).
       77  WFX-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WAH-STATUS                PIC X(02).
       77  WTR-STATUS                PIC X(02).
       77  WFR-MODO-PARAM            PIC X(01).
       77  WFR-CUENTA-PARAM          PIC 9(06).
       77  WFR-FRECUENCIA-PARAM      PIC X(01).
       77  WFR-HASTA-PARAM           PIC 9(08).
       77  WFR-COND-EMISOR           PIC X(02).
       77  WFR-CONFIRMA              PIC X(01).
       77  WFR-HOY                   PIC 9(08).
       77  WFR-DIA-LINEAL            PIC 9(08).
       77  WFR-ALICUOTA              PIC 9(03)V99.
       77  WFR-FACTURABLE            PIC X(01).
       77  WFR-HALLADO               PIC X(01).
       77  WFR-CUENTA-ACT            PIC 9(06).
       77  WFR-REMITO-INCLUIDO       PIC X(01).
       77  WFR-IMPORTE-LINEA         PIC S9(09)V99.
       77  WFR-NETO                  PIC S9(09)V99.
       77  WFR-IVA                   PIC S9(09)V99.
       77  WFR-PERCEPCION            PIC S9(09)V99.
       77  WFR-TOTAL                 PIC S9(09)V99.
       77  WFR-LETRA-PROPUESTA       PIC X(01) VALUE SPACE.
       77  WFR-LETRA                 PIC X(01).
       77  WFR-DISCRIMINA            PIC X(01).
       77  WFR-VALIDA                PIC X(01).
       77  WFR-IX                    PIC 9(03).
       77  WFR-FX                    PIC 9(03).
       77  WFR-CANT-REMITOS          PIC 9(03).
       77  WFR-JX                    PIC 9(02).
       77  WFR-CANT-JURIS            PIC 9(02).
       77  WFR-JURIS-DESTINO         PIC X(02).
       77  WFR-JURIS-MAYOR           PIC S9(11)V99.
       77  WFR-CANT-FACT             PIC 9(03) VALUE 0.
       77  WFR-TOT-FACTURADO         PIC S9(11)V99 VALUE 0.
       77  WFR-ANTICIPO-TODOS        PIC 9(08) VALUE 0.
       77  WFR-APLICADO              PIC S9(09)V99.
       77  WFR-AUTORIZADO            PIC X(01).
       77  WFR-CAE                   PIC 9(14).
       77  WFR-CAE-VENC              PIC 9(08).
       77  WFR-CANT-IMPRESAS         PIC 9(06) VALUE 0.
       77  WFR-CANT-SIN-CAE          PIC 9(06) VALUE 0.
       77  WFR-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WFR-PERIODO-ABIERTO       PIC X(01).
       77  WFR-AX                    PIC 9(03).
       77  WFR-CANT-ARTIC            PIC 9(03) VALUE 0.
       77  WFR-ESP-OPERACION         PIC X(01).
       77  WFR-ESP-TIPO              PIC X(01) VALUE "F".
       77  WFR-ESP-ARTICULO          PIC 9(06).
       77  WFR-ESP-CANTIDAD          PIC S9(07)V99.
       77  WFR-ESP-PRECIO            PIC S9(07)V99.
       77  WFR-ESP-OPERADOR          PIC X(08) VALUE "FACTPER".
       77  WFR-ESPEJADO              PIC X(01).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-DEVOLREG               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DEVOLREG    VALUE "S".
       77  EOF-FPERTRAB               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FPERTRAB    VALUE "S".
       77  EOF-FACPER                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACPER      VALUE "S".
       77  EOF-REMFACT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMFACT     VALUE "S".

      *    Remitos de la cuenta en curso: se marcan en REMFACT
      *    recien cuando la factura toma numero.
       01  WFR-TABLA-REMITOS.
           05  WFR-R-ENTRADA         OCCURS 300 TIMES.
               10  WFR-R-REMITO      PIC 9(08).
               10  WFR-R-FEC-REPARTO PIC 9(08).
               10  WFR-R-IMPORTE     PIC S9(09)V99.
               10  WFR-R-JURISDICCION PIC X(02).

      *    Importe por jurisdiccion de destino de la factura en
      *    curso (la jurisdiccion en blanco es la de la cuenta).
       01  WFR-TABLA-JURIS.
           05  WFR-J-ENTRADA         OCCURS 30 TIMES.
               10  WFR-J-JURISDICCION PIC X(02).
               10  WFR-J-IMPORTE     PIC S9(11)V99.

      *    Articulos de la factura en curso (entregado menos
      *    devuelto), para el espejo intercompania.
       01  WFR-TABLA-ARTICULOS.
           05  WFR-A-ENTRADA         OCCURS 200 TIMES.
               10  WFR-A-ARTICULO    PIC 9(06).
               10  WFR-A-CANTIDAD    PIC S9(07)V99.
               10  WFR-A-IMPORTE     PIC S9(09)V99.

      *    Facturas emitidas en la corrida, para aplicarles los
      *    anticipos una vez cerrado FACT.
       01  WFR-TABLA-FACTURAS.
           05  WFR-F-ENTRADA         OCCURS 999 TIMES.
               10  WFR-F-CUENTA      PIC 9(06).
               10  WFR-F-NUMERO      PIC 9(08).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(36)
               VALUE "FACTURACION POR PERIODO - FRECUENCIA".
           05  FILLER             PIC X(01) VALUE SPACES.
           05  T-FRECUENCIA       PIC X(01).
           05  FILLER             PIC X(14) VALUE "  CORTE AL ".
           05  T-HASTA            PIC 9(08).
           05  FILLER             PIC X(10) VALUE "  EMISION ".
           05  T-HOY              PIC 9(08).

       01  LIN-ENCABEZADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "CUENTA  NOMBRE                          FACT".
           05  FILLER             PIC X(44) VALUE
               "URA  L REM        NETO          IVA   PERC. ".
           05  FILLER             PIC X(20) VALUE
               "IIBB          TOTAL".

       01  LIN-DETALLE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-NOMBRE           PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-FACTURA          PIC Z(7)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-LETRA            PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-CANT-REMITOS     PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-NETO             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-IVA              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-PERCEPCION       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-TOTAL            PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-SIN-IMPORTE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  S-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  S-NOMBRE           PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "SIN IMPORTE A FACTURAR - NO SE EMITE".

       01  LIN-TOTAL.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(22)
               VALUE "FACTURAS EMITIDAS .: ".
           05  L-CANT-FACT        PIC ZZ9.
           05  FILLER             PIC X(16) VALUE "  TOTAL ......: ".
           05  L-TOT-FACTURADO    PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *    Lineas de la factura impresa (modo I).
       01  LIN-FAC-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "FACTURA ".
           05  F-LETRA            PIC X(01).
           05  FILLER             PIC X(06) VALUE "  NRO ".
           05  F-NUMERO           PIC Z(7)9.
           05  FILLER             PIC X(08) VALUE "  FECHA ".
           05  F-FECHA            PIC 9(08).

       01  LIN-FAC-CLIENTE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "CUENTA: ".
           05  F-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  F-NOMBRE           PIC X(30).
           05  FILLER             PIC X(26)
               VALUE "  REMITOS ENTREGADOS HASTA".
           05  FILLER             PIC X(01) VALUE SPACES.
           05  F-HASTA            PIC 9(08).

       01  LIN-FAC-REMITO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "REMITO  ".
           05  F-REMITO           PIC Z(7)9.
           05  FILLER             PIC X(10) VALUE "  ENTREGA ".
           05  F-FEC-REPARTO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  F-IMPORTE-REMITO   PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-FAC-IMPORTE.
           05  FILLER             PIC X(30) VALUE SPACES.
           05  F-CONCEPTO         PIC X(24).
           05  F-IMPORTE          PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-FAC-CAE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE "CAE: ".
           05  F-CAE              PIC 9(14).
           05  FILLER             PIC X(14) VALUE "  VENCIMIENTO ".
           05  F-CAE-VENC         PIC 9(08).

       PROCEDURE DIVISION.
       DECLARATIVES.
       CUENFREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENFREC.
           DISPLAY "ERROR E/S CUENFREC: " WCF-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       ENTREGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ENTREGAS.
           DISPLAY "ERROR E/S ENTREGAS: " WEN-STATUS.
       DEVOLREG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEVOLREG.
           DISPLAY "ERROR E/S DEVOLREG: " WDV-STATUS.
       REMFACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMFACT.
           DISPLAY "ERROR E/S REMFACT: " WRF-STATUS.
       FACPER-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACPER.
           DISPLAY "ERROR E/S FACPER: " WFX-STATUS.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       ALIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALIHIST.
           DISPLAY "ERROR E/S ALIHIST: " WAH-STATUS.
       FPERTRAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPERTRAB.
           DISPLAY "ERROR E/S FPERTRAB: " WTR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WFR-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-FRECUENCIA THRU 2000-FRECUENCIA-EXIT
               WHEN "F"
                   PERFORM 3000-FACTURAR THRU 3000-FACTURAR-EXIT
               WHEN "I"
                   PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           IF WFR-CANT-FACT > 0
               PERFORM 6000-APLICAR-ANTICIPOS
                   VARYING WFR-FX FROM 1 BY 1
                   UNTIL WFR-FX > WFR-CANT-FACT
           END-IF.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=FRECUENCIA F=FACTURAR I=IMPRIMIR): "
               LINE 6 POSITION 5.
           ACCEPT WFR-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WFR-HOY FROM DATE YYYYMMDD.
           OPEN I-O CUENFREC.
           IF WCF-STATUS = "35"
               CLOSE CUENFREC
               OPEN OUTPUT CUENFREC
               CLOSE CUENFREC
               OPEN I-O CUENFREC
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT ENTREGAS.
           OPEN INPUT DEVOLREG.
           IF WDV-STATUS NOT = "00"
               MOVE "S" TO EOF-DEVOLREG
           END-IF.
           OPEN I-O REMFACT.
           IF WRF-STATUS = "35"
               CLOSE REMFACT
               OPEN OUTPUT REMFACT
               CLOSE REMFACT
               OPEN I-O REMFACT
           END-IF.
           OPEN I-O FACPER.
           IF WFX-STATUS = "35"
               CLOSE FACPER
               OPEN OUTPUT FACPER
               CLOSE FACPER
               OPEN I-O FACPER
           END-IF.
           OPEN I-O FACT.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN INPUT ALIHIST.
           IF WFR-MODO-PARAM = "F" OR WFR-MODO-PARAM = "I"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

       2000-FRECUENCIA.
           DISPLAY "CUENTA .............: " LINE 8 POSITION 5.
           ACCEPT WFR-CUENTA-PARAM LINE 8 POSITION 28.
           MOVE WFR-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-FRECUENCIA-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 38.
           MOVE "S" TO WFR-HALLADO.
           MOVE WFR-CUENTA-PARAM TO WCF-CUENTA.
           READ CUENFREC KEY IS WCF-CUENTA
               INVALID KEY
                   MOVE "N" TO WFR-HALLADO
                   MOVE "R" TO WCF-FRECUENCIA
                   MOVE 0   TO WCF-FEC-ULT-FACT
           END-READ.
           DISPLAY "FRECUENCIA ACTUAL ..: " LINE 9 POSITION 5.
           DISPLAY WCF-FRECUENCIA LINE 9 POSITION 28.
           DISPLAY "NUEVA (R/S/Q/M) ....: " LINE 10 POSITION 5.
           ACCEPT WFR-FRECUENCIA-PARAM LINE 10 POSITION 28.
           MOVE WFR-FRECUENCIA-PARAM TO WCF-FRECUENCIA.
           IF NOT WCF-FREC-VALIDA
               DISPLAY "FRECUENCIA INVALIDA (R/S/Q/M)"
                   LINE 20 POSITION 5
               GO TO 2000-FRECUENCIA-EXIT
           END-IF.
           MOVE WFR-CUENTA-PARAM TO WCF-CUENTA.
           IF WFR-HALLADO = "S"
               REWRITE REG-CUENFREC
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CUENFREC"
               END-REWRITE
           ELSE
               WRITE REG-CUENFREC
                   INVALID KEY DISPLAY "NO PUDO GRABAR CUENFREC"
               END-WRITE
           END-IF.
           DISPLAY "FRECUENCIA GRABADA" LINE 17 POSITION 5.
       2000-FRECUENCIA-EXIT.
           EXIT.

      *    Un remito entra en la corrida si es de una cuenta con
      *    la frecuencia pedida, se repartio hasta el corte, ya
      *    tiene resultado de entrega y no fue facturado antes.
      *    Se evalua sobre el REMITO leido.
       2500-CALIFICAR-REMITO.
           MOVE "N" TO WFR-FACTURABLE.
           IF WRM-FEC-REPARTO > WFR-HASTA-PARAM
               GO TO 2500-CALIFICAR-REMITO-EXIT
           END-IF.
           MOVE WRM-CUENTA TO WCF-CUENTA.
           READ CUENFREC KEY IS WCF-CUENTA
               INVALID KEY MOVE "R" TO WCF-FRECUENCIA
           END-READ.
           IF WCF-FRECUENCIA NOT = WFR-FRECUENCIA-PARAM
               GO TO 2500-CALIFICAR-REMITO-EXIT
           END-IF.
           MOVE WRM-NUMERO TO WRF-REMITO.
           READ REMFACT KEY IS WRF-REMITO
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO 2500-CALIFICAR-REMITO-EXIT
           END-READ.
           MOVE WRM-NUMERO TO WEN-REMITO.
           MOVE 0          TO WEN-SECUENCIA.
           START ENTREGAS KEY IS NOT LESS THAN WEN-CLAVE
               INVALID KEY GO TO 2500-CALIFICAR-REMITO-EXIT
           END-START.
           READ ENTREGAS NEXT RECORD
               AT END GO TO 2500-CALIFICAR-REMITO-EXIT
           END-READ.
           IF WEN-REMITO NOT = WRM-NUMERO
               GO TO 2500-CALIFICAR-REMITO-EXIT
           END-IF.
           MOVE "S" TO WFR-FACTURABLE.
       2500-CALIFICAR-REMITO-EXIT.
           EXIT.

      *    La facturacion respeta el cierre de periodo contable
      *    (PERIODOS via PERCHK) con la fecha de emision.
       3000-FACTURAR.
           CALL "PERCHK" USING WFR-EMP-PERCHK
                               WFR-HOY
                               WFR-PERIODO-ABIERTO
           END-CALL.
           IF WFR-PERIODO-ABIERTO = "N"
               DISPLAY "PERIODO CERRADO - NO SE FACTURA"
                   LINE 20 POSITION 5
               GO TO 3000-FACTURAR-EXIT
           END-IF.
           DISPLAY "FRECUENCIA (S/Q/M) .: " LINE 8 POSITION 5.
           ACCEPT WFR-FRECUENCIA-PARAM LINE 8 POSITION 28.
           IF WFR-FRECUENCIA-PARAM NOT = "S" AND
              WFR-FRECUENCIA-PARAM NOT = "Q" AND
              WFR-FRECUENCIA-PARAM NOT = "M"
               DISPLAY "FRECUENCIA INVALIDA (S/Q/M)"
                   LINE 20 POSITION 5
               GO TO 3000-FACTURAR-EXIT
           END-IF.
           DISPLAY "REPARTOS HASTA .....: " LINE 9 POSITION 5.
           ACCEPT WFR-HASTA-PARAM LINE 9 POSITION 28.
           DISPLAY "COND. IVA EMISOR ...: " LINE 10 POSITION 5.
           ACCEPT WFR-COND-EMISOR LINE 10 POSITION 28.
           IF WFR-COND-EMISOR = SPACES
               MOVE "RI" TO WFR-COND-EMISOR
           END-IF.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 16 POSITION 5.
           ACCEPT WFR-CONFIRMA LINE 16 POSITION 28.
           IF WFR-CONFIRMA NOT = "S"
               GO TO 3000-FACTURAR-EXIT
           END-IF.

           MOVE 0 TO WFR-ALICUOTA.
           MOVE 1       TO WAH-CODIGO.
           MOVE WFR-HOY TO WAH-FEC-DESDE.
           START ALIHIST KEY IS NOT GREATER THAN WAH-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ALIHIST NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF WAH-CODIGO = 1
                               MOVE WAH-PORCENTAJE TO WFR-ALICUOTA
                           END-IF
                   END-READ
           END-START.
           IF WFR-ALICUOTA = 0
               DISPLAY "SIN ALICUOTA GENERAL DE IVA VIGENTE EN ALIHIST"
                   LINE 20 POSITION 5
               GO TO 3000-FACTURAR-EXIT
           END-IF.

           OPEN OUTPUT FPERTRAB.
           CLOSE FPERTRAB.
           OPEN I-O FPERTRAB.
           MOVE WFR-FRECUENCIA-PARAM TO T-FRECUENCIA.
           MOVE WFR-HASTA-PARAM      TO T-HASTA.
           MOVE WFR-HOY              TO T-HOY.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 2.

           MOVE 0 TO WRM-NUMERO.
           START REMITO KEY IS NOT LESS THAN WRM-NUMERO
               INVALID KEY MOVE "S" TO EOF-REMITO
           END-START.
           PERFORM 3100-REMITO THRU 3100-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF NOT NO-HAY-MAS-DEVOLREG
               MOVE 0 TO WDV-NUMERO
               MOVE 0 TO WDV-SECUENCIA
               START DEVOLREG KEY IS NOT LESS THAN WDV-CLAVE
                   INVALID KEY MOVE "S" TO EOF-DEVOLREG
               END-START
           END-IF.
           PERFORM 3300-DEVOLUCION THRU 3300-DEVOLUCION-EXIT
               UNTIL NO-HAY-MAS-DEVOLREG.

           MOVE 0 TO WFR-CUENTA-ACT.
           MOVE LOW-VALUES TO WTR-CLAVE.
           START FPERTRAB KEY IS NOT LESS THAN WTR-CLAVE
               INVALID KEY MOVE "S" TO EOF-FPERTRAB
           END-START.
           PERFORM 3500-TRABAJO THRU 3500-TRABAJO-EXIT
               UNTIL NO-HAY-MAS-FPERTRAB.
           IF WFR-CUENTA-ACT NOT = 0
               PERFORM 4000-EMITIR-FACTURA
                   THRU 4000-EMITIR-FACTURA-EXIT
           END-IF.
           CLOSE FPERTRAB.
           MOVE WFR-CANT-FACT     TO L-CANT-FACT.
           MOVE WFR-TOT-FACTURADO TO L-TOT-FACTURADO.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           DISPLAY "FACTURAS EMITIDAS ..: " LINE 17 POSITION 5.
           DISPLAY WFR-CANT-FACT LINE 17 POSITION 28.
       3000-FACTURAR-EXIT.
           EXIT.

       3100-REMITO.
           READ REMITO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-REMITO
                   GO TO 3100-REMITO-EXIT
           END-READ.
           PERFORM 2500-CALIFICAR-REMITO
               THRU 2500-CALIFICAR-REMITO-EXIT.
           IF WFR-FACTURABLE NOT = "S"
               GO TO 3100-REMITO-EXIT
           END-IF.
           MOVE WRM-CUENTA      TO WTR-CUENTA.
           MOVE WRM-NUMERO      TO WTR-REMITO.
           MOVE "0"             TO WTR-TIPO.
           MOVE 0               TO WTR-REFERENCIA.
           MOVE WRM-FEC-REPARTO TO WTR-FEC-REPARTO.
           MOVE 0               TO WTR-ARTICULO.
           MOVE 0               TO WTR-CANTIDAD.
           MOVE 0               TO WTR-PRECIO.
           WRITE REG-FPERTRAB
               INVALID KEY DISPLAY "NO PUDO GRABAR FPERTRAB"
           END-WRITE.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           MOVE 0          TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3200-RENGLON THRU 3200-RENGLON-EXIT
               UNTIL NO-HAY-MAS-REMDET.
       3100-REMITO-EXIT.
           EXIT.

      *    Se factura lo entregado segun ENTREGAS; un renglon sin
      *    resultado cargado no se entrego.
       3200-RENGLON.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WRM-NUMERO
               MOVE "S" TO EOF-REMDET
               GO TO 3200-RENGLON-EXIT
           END-IF.
           MOVE WRD-NUMERO    TO WEN-REMITO.
           MOVE WRD-SECUENCIA TO WEN-SECUENCIA.
           READ ENTREGAS KEY IS WEN-CLAVE
               INVALID KEY MOVE 0 TO WEN-CANT-ENTREGADA
           END-READ.
           IF WEN-CANT-ENTREGADA NOT > 0
               GO TO 3200-RENGLON-EXIT
           END-IF.
           MOVE WRM-CUENTA         TO WTR-CUENTA.
           MOVE WRM-NUMERO         TO WTR-REMITO.
           MOVE "E"                TO WTR-TIPO.
           MOVE WRD-SECUENCIA      TO WTR-REFERENCIA.
           MOVE WRM-FEC-REPARTO    TO WTR-FEC-REPARTO.
           MOVE WRD-ARTICULO       TO WTR-ARTICULO.
           MOVE WEN-CANT-ENTREGADA TO WTR-CANTIDAD.
           MOVE WRD-PRECIO         TO WTR-PRECIO.
           WRITE REG-FPERTRAB
               INVALID KEY DISPLAY "NO PUDO GRABAR FPERTRAB"
           END-WRITE.
       3200-RENGLON-EXIT.
           EXIT.

      *    Devoluciones que referencian un remito de la corrida:
      *    restan de la factura del periodo.
       3300-DEVOLUCION.
           READ DEVOLREG NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DEVOLREG
                   GO TO 3300-DEVOLUCION-EXIT
           END-READ.
           MOVE WDV-REMITO-ORIGEN TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY GO TO 3300-DEVOLUCION-EXIT
           END-READ.
           PERFORM 2500-CALIFICAR-REMITO
               THRU 2500-CALIFICAR-REMITO-EXIT.
           IF WFR-FACTURABLE NOT = "S"
               GO TO 3300-DEVOLUCION-EXIT
           END-IF.
           MOVE WRM-CUENTA      TO WTR-CUENTA.
           MOVE WRM-NUMERO      TO WTR-REMITO.
           MOVE "D"             TO WTR-TIPO.
           MOVE WDV-CLAVE       TO WTR-REFERENCIA.
           MOVE WRM-FEC-REPARTO TO WTR-FEC-REPARTO.
           MOVE WDV-ARTICULO    TO WTR-ARTICULO.
           COMPUTE WTR-CANTIDAD = 0 - WDV-CANTIDAD.
           MOVE WDV-PRECIO      TO WTR-PRECIO.
           WRITE REG-FPERTRAB
               INVALID KEY DISPLAY "NO PUDO GRABAR FPERTRAB"
           END-WRITE.
       3300-DEVOLUCION-EXIT.
           EXIT.

      *    Corte por cuenta sobre el trabajo: la cabecera de cada
      *    remito lo anota en la tabla de la cuenta (si no entra,
      *    queda para la corrida siguiente) y sus renglones suman
      *    al neto.
       3500-TRABAJO.
           READ FPERTRAB NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FPERTRAB
                   GO TO 3500-TRABAJO-EXIT
           END-READ.
           IF WTR-CUENTA NOT = WFR-CUENTA-ACT
               IF WFR-CUENTA-ACT NOT = 0
                   PERFORM 4000-EMITIR-FACTURA
                       THRU 4000-EMITIR-FACTURA-EXIT
               END-IF
               MOVE WTR-CUENTA TO WFR-CUENTA-ACT
               MOVE 0 TO WFR-NETO
               MOVE 0 TO WFR-CANT-REMITOS
               MOVE 0 TO WFR-CANT-ARTIC
           END-IF.
           IF WTR-TIPO = "0"
               IF WFR-CANT-REMITOS < 300
                   ADD 1 TO WFR-CANT-REMITOS
                   MOVE WTR-REMITO      TO WFR-R-REMITO
                                               (WFR-CANT-REMITOS)
                   MOVE WTR-FEC-REPARTO TO WFR-R-FEC-REPARTO
                                               (WFR-CANT-REMITOS)
                   MOVE 0 TO WFR-R-IMPORTE (WFR-CANT-REMITOS)
                   MOVE WTR-REMITO TO WRM-NUMERO
                   READ REMITO KEY IS WRM-NUMERO
                       INVALID KEY MOVE SPACES TO WRM-JURISDICCION
                   END-READ
                   MOVE WRM-JURISDICCION TO WFR-R-JURISDICCION
                                               (WFR-CANT-REMITOS)
                   MOVE "S" TO WFR-REMITO-INCLUIDO
               ELSE
                   MOVE "N" TO WFR-REMITO-INCLUIDO
               END-IF
               GO TO 3500-TRABAJO-EXIT
           END-IF.
           IF WFR-REMITO-INCLUIDO = "S"
               COMPUTE WFR-IMPORTE-LINEA ROUNDED =
                   WTR-CANTIDAD * WTR-PRECIO
               ADD WFR-IMPORTE-LINEA TO WFR-NETO
               ADD WFR-IMPORTE-LINEA
                   TO WFR-R-IMPORTE (WFR-CANT-REMITOS)
               PERFORM 3600-ACUMULAR-ARTICULO
                   THRU 3600-ACUMULAR-ARTICULO-EXIT
           END-IF.
       3500-TRABAJO-EXIT.
           EXIT.

       3600-ACUMULAR-ARTICULO.
           PERFORM 3610-UBICAR-ARTICULO
               THRU 3610-UBICAR-ARTICULO-EXIT
               VARYING WFR-AX FROM 1 BY 1
               UNTIL WFR-AX > WFR-CANT-ARTIC
                  OR WFR-A-ARTICULO (WFR-AX) = WTR-ARTICULO.
           IF WFR-AX > WFR-CANT-ARTIC
               IF WFR-CANT-ARTIC >= 200
                   GO TO 3600-ACUMULAR-ARTICULO-EXIT
               END-IF
               ADD 1 TO WFR-CANT-ARTIC
               MOVE WFR-CANT-ARTIC TO WFR-AX
               MOVE WTR-ARTICULO TO WFR-A-ARTICULO (WFR-AX)
               MOVE 0 TO WFR-A-CANTIDAD (WFR-AX)
               MOVE 0 TO WFR-A-IMPORTE (WFR-AX)
           END-IF.
           ADD WTR-CANTIDAD      TO WFR-A-CANTIDAD (WFR-AX).
           ADD WFR-IMPORTE-LINEA TO WFR-A-IMPORTE (WFR-AX).
       3600-ACUMULAR-ARTICULO-EXIT.
           EXIT.

       3610-UBICAR-ARTICULO.
           CONTINUE.
       3610-UBICAR-ARTICULO-EXIT.
           EXIT.

      *    Una factura por cuenta: letra, numero de la serie de
      *    remitos, IVA, percepcion IIBB, FACPER, marcas en
      *    REMFACT y comprobante abierto en FACT a 30 dias.
       4000-EMITIR-FACTURA.
           MOVE WFR-CUENTA-ACT TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           IF WFR-NETO NOT > 0
               MOVE WFR-CUENTA-ACT TO S-CUENTA
               MOVE WCU-NOMBRE     TO S-NOMBRE
               WRITE LIN-LISTADO FROM LIN-SIN-IMPORTE AFTER 1
               GO TO 4000-EMITIR-FACTURA-EXIT
           END-IF.
           IF WFR-CANT-FACT >= 999
               DISPLAY "LIMITE DE FACTURAS DE LA CORRIDA - CUENTA "
                   WFR-CUENTA-ACT " QUEDA PARA LA PROXIMA"
               GO TO 4000-EMITIR-FACTURA-EXIT
           END-IF.
           CALL "LETRAIVA" USING WFR-CUENTA-ACT
                                 WFR-COND-EMISOR
                                 WFR-LETRA-PROPUESTA
                                 WFR-LETRA
                                 WFR-DISCRIMINA
                                 WFR-VALIDA
           END-CALL.

           MOVE "REMITO  " TO WNU-TIPO-COMP.
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

           COMPUTE WFR-IVA ROUNDED = WFR-NETO * WFR-ALICUOTA / 100.
           MOVE 0 TO WFR-PERCEPCION.
           PERFORM 4200-JURIS-DESTINO THRU 4200-JURIS-DESTINO-EXIT.
           CALL "PERCCALC" USING WFR-CUENTA-ACT
                                 WNU-ULTIMO-NUMERO
                                 WFR-NETO
                                 WFR-PERCEPCION
                                 WFR-JURIS-DESTINO
           END-CALL.
           COMPUTE WFR-TOTAL = WFR-NETO + WFR-IVA + WFR-PERCEPCION.

           MOVE WNU-ULTIMO-NUMERO    TO WFX-NUMERO.
           MOVE WFR-CUENTA-ACT       TO WFX-CUENTA.
           MOVE WFR-HOY              TO WFX-FECHA.
           MOVE WFR-HASTA-PARAM      TO WFX-HASTA.
           MOVE WFR-FRECUENCIA-PARAM TO WFX-FRECUENCIA.
           MOVE WFR-LETRA            TO WFX-LETRA.
           MOVE WFR-DISCRIMINA       TO WFX-DISCRIMINA.
           MOVE WFR-NETO             TO WFX-NETO.
           MOVE WFR-ALICUOTA         TO WFX-ALICUOTA.
           MOVE WFR-IVA              TO WFX-IVA.
           MOVE WFR-PERCEPCION       TO WFX-PERCEPCION.
           MOVE WFR-TOTAL            TO WFX-TOTAL.
           MOVE WFR-CANT-REMITOS     TO WFX-CANT-REMITOS.
           MOVE "N"                  TO WFX-IMPRESA.
           WRITE REG-FACPER
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR FACPER " WFX-NUMERO
                   GO TO 4000-EMITIR-FACTURA-EXIT
           END-WRITE.
           PERFORM 4100-MARCAR-REMITO
               VARYING WFR-IX FROM 1 BY 1
               UNTIL WFR-IX > WFR-CANT-REMITOS.

           MOVE WFR-CUENTA-ACT    TO WFA-CUENTA.
           MOVE WNU-ULTIMO-NUMERO TO WFA-COMPROBANTE.
           COMPUTE WFR-DIA-LINEAL =
               FUNCTION INTEGER-OF-DATE (WFR-HOY) + 30.
           COMPUTE WFA-FEC-VENC =
               FUNCTION DATE-OF-INTEGER (WFR-DIA-LINEAL).
           MOVE WFR-TOTAL         TO WFA-SALDO.
           MOVE "N"               TO WFA-CANCELADO.
           MOVE WFR-HOY           TO WFA-FEC-EMISION.
           MOVE WFR-TOTAL         TO WFA-IMPORTE.
           WRITE REG-FACT
               INVALID KEY DISPLAY "NO PUDO GRABAR FACT"
           END-WRITE.

      *    Espejo intercompania: la factura y sus articulos en la
      *    otra empresa del grupo, si la cuenta esta vinculada.
           MOVE "C" TO WFR-ESP-OPERACION.
           MOVE 0   TO WFR-ESP-ARTICULO.
           MOVE 0   TO WFR-ESP-CANTIDAD.
           MOVE 0   TO WFR-ESP-PRECIO.
           CALL "ICESPEJO" USING WFR-ESP-OPERACION
                                 WFR-ESP-TIPO
                                 WFR-CUENTA-ACT
                                 WNU-ULTIMO-NUMERO
                                 WFR-HOY
                                 WFR-NETO
                                 WFR-ALICUOTA
                                 WFR-IVA
                                 WFR-TOTAL
                                 WFR-ESP-ARTICULO
                                 WFR-ESP-CANTIDAD
                                 WFR-ESP-PRECIO
                                 WFR-ESP-OPERADOR
                                 WFR-ESPEJADO
           END-CALL.
           IF WFR-ESPEJADO = "S"
               PERFORM 4300-ESPEJO-RENGLON
                   THRU 4300-ESPEJO-RENGLON-EXIT
                   VARYING WFR-AX FROM 1 BY 1
                   UNTIL WFR-AX > WFR-CANT-ARTIC
           END-IF.

           MOVE WFR-CUENTA-ACT TO WCF-CUENTA.
           READ CUENFREC KEY IS WCF-CUENTA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WFR-HOY TO WCF-FEC-ULT-FACT
                   REWRITE REG-CUENFREC
                       INVALID KEY
                           DISPLAY "NO PUDO ACTUALIZAR CUENFREC"
                   END-REWRITE
           END-READ.

           ADD 1 TO WFR-CANT-FACT.
           MOVE WFR-CUENTA-ACT    TO WFR-F-CUENTA (WFR-CANT-FACT).
           MOVE WNU-ULTIMO-NUMERO TO WFR-F-NUMERO (WFR-CANT-FACT).
           ADD WFR-TOTAL TO WFR-TOT-FACTURADO.

           MOVE WFR-CUENTA-ACT    TO D-CUENTA.
           MOVE WCU-NOMBRE        TO D-NOMBRE.
           MOVE WNU-ULTIMO-NUMERO TO D-FACTURA.
           MOVE WFR-LETRA         TO D-LETRA.
           MOVE WFR-CANT-REMITOS  TO D-CANT-REMITOS.
           MOVE WFR-NETO          TO D-NETO.
           MOVE WFR-IVA           TO D-IVA.
           MOVE WFR-PERCEPCION    TO D-PERCEPCION.
           MOVE WFR-TOTAL         TO D-TOTAL.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4000-EMITIR-FACTURA-EXIT.
           EXIT.

       4100-MARCAR-REMITO.
           MOVE WFR-R-REMITO (WFR-IX)      TO WRF-REMITO.
           MOVE WNU-ULTIMO-NUMERO          TO WRF-FACTURA.
           MOVE WFR-CUENTA-ACT             TO WRF-CUENTA.
           MOVE WFR-R-FEC-REPARTO (WFR-IX) TO WRF-FEC-REPARTO.
           MOVE WFR-R-IMPORTE (WFR-IX)     TO WRF-IMPORTE.
           MOVE WFR-HOY                    TO WRF-FECHA.
           WRITE REG-REMFACT
               INVALID KEY
                   DISPLAY "REMITO YA FACTURADO: " WRF-REMITO
           END-WRITE.

      *    Jurisdiccion de destino predominante de la factura:
      *    la que suma mas importe entre sus remitos.
       4200-JURIS-DESTINO.
           MOVE 0      TO WFR-CANT-JURIS.
           MOVE SPACES TO WFR-JURIS-DESTINO.
           PERFORM 4210-SUMAR-JURIS THRU 4210-SUMAR-JURIS-EXIT
               VARYING WFR-IX FROM 1 BY 1
               UNTIL WFR-IX > WFR-CANT-REMITOS.
           MOVE 0 TO WFR-JURIS-MAYOR.
           PERFORM 4230-ELEGIR-JURIS THRU 4230-ELEGIR-JURIS-EXIT
               VARYING WFR-JX FROM 1 BY 1
               UNTIL WFR-JX > WFR-CANT-JURIS.
       4200-JURIS-DESTINO-EXIT.
           EXIT.

       4210-SUMAR-JURIS.
           PERFORM 4220-UBICAR-JURIS THRU 4220-UBICAR-JURIS-EXIT
               VARYING WFR-JX FROM 1 BY 1
               UNTIL WFR-JX > WFR-CANT-JURIS
                  OR WFR-J-JURISDICCION (WFR-JX) =
                     WFR-R-JURISDICCION (WFR-IX).
           IF WFR-JX > WFR-CANT-JURIS
               IF WFR-CANT-JURIS >= 30
                   GO TO 4210-SUMAR-JURIS-EXIT
               END-IF
               ADD 1 TO WFR-CANT-JURIS
               MOVE WFR-CANT-JURIS TO WFR-JX
               MOVE WFR-R-JURISDICCION (WFR-IX)
                   TO WFR-J-JURISDICCION (WFR-JX)
               MOVE 0 TO WFR-J-IMPORTE (WFR-JX)
           END-IF.
           ADD WFR-R-IMPORTE (WFR-IX) TO WFR-J-IMPORTE (WFR-JX).
       4210-SUMAR-JURIS-EXIT.
           EXIT.

       4220-UBICAR-JURIS.
           CONTINUE.
       4220-UBICAR-JURIS-EXIT.
           EXIT.

       4230-ELEGIR-JURIS.
           IF WFR-J-IMPORTE (WFR-JX) > WFR-JURIS-MAYOR
               MOVE WFR-J-IMPORTE (WFR-JX)      TO WFR-JURIS-MAYOR
               MOVE WFR-J-JURISDICCION (WFR-JX) TO WFR-JURIS-DESTINO
           END-IF.
       4230-ELEGIR-JURIS-EXIT.
           EXIT.

      *    Un articulo de la factura al espejo, a precio promedio
      *    de lo facturado; lo devuelto en su totalidad no viaja.
       4300-ESPEJO-RENGLON.
           IF WFR-A-CANTIDAD (WFR-AX) = 0
               GO TO 4300-ESPEJO-RENGLON-EXIT
           END-IF.
           MOVE "R" TO WFR-ESP-OPERACION.
           MOVE WFR-A-ARTICULO (WFR-AX) TO WFR-ESP-ARTICULO.
           MOVE WFR-A-CANTIDAD (WFR-AX) TO WFR-ESP-CANTIDAD.
           COMPUTE WFR-ESP-PRECIO ROUNDED =
               WFR-A-IMPORTE (WFR-AX) / WFR-A-CANTIDAD (WFR-AX).
           CALL "ICESPEJO" USING WFR-ESP-OPERACION
                                 WFR-ESP-TIPO
                                 WFR-CUENTA-ACT
                                 WNU-ULTIMO-NUMERO
                                 WFR-HOY
                                 WFR-NETO
                                 WFR-ALICUOTA
                                 WFR-IVA
                                 WFR-TOTAL
                                 WFR-ESP-ARTICULO
                                 WFR-ESP-CANTIDAD
                                 WFR-ESP-PRECIO
                                 WFR-ESP-OPERADOR
                                 WFR-ESPEJADO
           END-CALL.
       4300-ESPEJO-RENGLON-EXIT.
           EXIT.

      *    Impresion de las facturas del periodo pendientes: solo
      *    las que ya tienen CAE autorizado y vigente (CAECHK).
       5000-IMPRIMIR.
           MOVE 0 TO WFX-NUMERO.
           START FACPER KEY IS NOT LESS THAN WFX-NUMERO
               INVALID KEY MOVE "S" TO EOF-FACPER
           END-START.
           PERFORM 5100-UNA-FACTURA THRU 5100-UNA-FACTURA-EXIT
               UNTIL NO-HAY-MAS-FACPER.
           DISPLAY "FACTURAS IMPRESAS ..: " LINE 17 POSITION 5.
           DISPLAY WFR-CANT-IMPRESAS LINE 17 POSITION 28.
           DISPLAY "PENDIENTES SIN CAE .: " LINE 18 POSITION 5.
           DISPLAY WFR-CANT-SIN-CAE LINE 18 POSITION 28.
       5000-IMPRIMIR-EXIT.
           EXIT.

       5100-UNA-FACTURA.
           READ FACPER NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FACPER
                   GO TO 5100-UNA-FACTURA-EXIT
           END-READ.
           IF WFX-YA-IMPRESA
               GO TO 5100-UNA-FACTURA-EXIT
           END-IF.
           CALL "CAECHK" USING WFX-NUMERO
                               WFR-AUTORIZADO
                               WFR-CAE
                               WFR-CAE-VENC
           END-CALL.
           IF WFR-AUTORIZADO NOT = "S"
               ADD 1 TO WFR-CANT-SIN-CAE
               GO TO 5100-UNA-FACTURA-EXIT
           END-IF.
           MOVE WFX-CUENTA TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WFX-LETRA  TO F-LETRA.
           MOVE WFX-NUMERO TO F-NUMERO.
           MOVE WFX-FECHA  TO F-FECHA.
           WRITE LIN-LISTADO FROM LIN-FAC-TITULO AFTER PAGE.
           MOVE WFX-CUENTA TO F-CUENTA.
           MOVE WCU-NOMBRE TO F-NOMBRE.
           MOVE WFX-HASTA  TO F-HASTA.
           WRITE LIN-LISTADO FROM LIN-FAC-CLIENTE AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE "N" TO EOF-REMFACT.
           MOVE WFX-NUMERO TO WRF-FACTURA.
           START REMFACT KEY IS NOT LESS THAN WRF-FACTURA
               INVALID KEY MOVE "S" TO EOF-REMFACT
           END-START.
           PERFORM 5200-UN-REMITO THRU 5200-UN-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMFACT.
      *    Letra A discrimina el IVA; B y C lo llevan incluido.
           IF WFX-DISCRIMINA = "S"
               MOVE "NETO GRAVADO .........: " TO F-CONCEPTO
               MOVE WFX-NETO TO F-IMPORTE
               WRITE LIN-LISTADO FROM LIN-FAC-IMPORTE AFTER 2
               MOVE "IVA ..................: " TO F-CONCEPTO
               MOVE WFX-IVA TO F-IMPORTE
               WRITE LIN-LISTADO FROM LIN-FAC-IMPORTE AFTER 1
           ELSE
               MOVE "SUBTOTAL IVA INCLUIDO : " TO F-CONCEPTO
               COMPUTE F-IMPORTE = WFX-NETO + WFX-IVA
               WRITE LIN-LISTADO FROM LIN-FAC-IMPORTE AFTER 2
           END-IF.
           IF WFX-PERCEPCION NOT = 0
               MOVE "PERCEPCION IIBB ......: " TO F-CONCEPTO
               MOVE WFX-PERCEPCION TO F-IMPORTE
               WRITE LIN-LISTADO FROM LIN-FAC-IMPORTE AFTER 1
           END-IF.
           MOVE "TOTAL ................: " TO F-CONCEPTO.
           MOVE WFX-TOTAL TO F-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-FAC-IMPORTE AFTER 1.
           MOVE WFR-CAE      TO F-CAE.
           MOVE WFR-CAE-VENC TO F-CAE-VENC.
           WRITE LIN-LISTADO FROM LIN-FAC-CAE AFTER 2.
           MOVE "S" TO WFX-IMPRESA.
           REWRITE REG-FACPER
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FACPER"
           END-REWRITE.
           ADD 1 TO WFR-CANT-IMPRESAS.
       5100-UNA-FACTURA-EXIT.
           EXIT.

       5200-UN-REMITO.
           READ REMFACT NEXT RECORD
               AT END MOVE "S" TO EOF-REMFACT
           END-READ.
           IF NO-HAY-MAS-REMFACT OR WRF-FACTURA NOT = WFX-NUMERO
               MOVE "S" TO EOF-REMFACT
               GO TO 5200-UN-REMITO-EXIT
           END-IF.
           MOVE WRF-REMITO      TO F-REMITO.
           MOVE WRF-FEC-REPARTO TO F-FEC-REPARTO.
           MOVE WRF-IMPORTE     TO F-IMPORTE-REMITO.
           WRITE LIN-LISTADO FROM LIN-FAC-REMITO AFTER 1.
       5200-UN-REMITO-EXIT.
           EXIT.

      *    Con FACT ya cerrado, cada factura emitida se cubre con
      *    los anticipos abiertos de su cuenta.
       6000-APLICAR-ANTICIPOS.
           MOVE 0 TO WFR-APLICADO.
           CALL "ANTIAPLI" USING WFR-F-CUENTA (WFR-FX)
                                 WFR-ANTICIPO-TODOS
                                 WFR-F-NUMERO (WFR-FX)
                                 WFR-APLICADO
           END-CALL.

       9999-FINAL.
           CLOSE CUENFREC.
           CLOSE CUENTA.
           CLOSE REMITO.
           CLOSE REMDET.
           CLOSE ENTREGAS.
           IF WDV-STATUS NOT = "35"
               CLOSE DEVOLREG
           END-IF.
           CLOSE REMFACT.
           CLOSE FACPER.
           CLOSE FACT.
           CLOSE NUMERO.
           CLOSE ALIHIST.
           IF WFR-MODO-PARAM = "F" OR WFR-MODO-PARAM = "I"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
