       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LIBLEGAL.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Libros rubricados: DIARIOGN llena el DIARIO y ESTFIN
      * saca los estados, pero el Libro Diario y el Libro de
      * Inventarios y Balances se llevan en hojas moviles
      * rubricadas y el contador los volvia a tipear en otro
      * sistema solo para imprimirlos. Cada libro de cada
      * empresa tiene en LIBFOLIO los datos de la rubrica que
      * encabezan la hoja, la ultima hoja rubricada y el ultimo
      * folio usado; la numeracion sigue siempre desde ahi.
      *   modo R: datos de rubrica de un libro (D diario, I
      *           inventarios y balances). Al dar de alta se
      *           informa el ultimo folio ya usado a mano y la
      *           ultima fecha impresa;
      *   modo D: Libro Diario de la empresa para un periodo
      *           que empieza despues del ultimo impreso: los
      *           asientos del DIARIO en orden cronologico
      *           (fecha, asiento, renglon, armado en el archivo
      *           de trabajo LIBTRAB como NUMTRAB de NUMAUDIT),
      *           con la descripcion de P-CTA;
      *   modo I: Inventarios y Balances al cierre pedido: el
      *           detalle del stock de BSTOCK (todas las
      *           sucursales) valuado contra las capas de
      *           STOCKCAP con el metodo de VALSTOCK que se
      *           elija, y el estado patrimonial y el de
      *           resultados de ESTFIN (rubros de MATRIZ, los
      *           "R" a resultados) desde el inicio del
      *           ejercicio. La refundicion de CIERREEJ de la
      *           fecha de cierre no se toma, para que el
      *           resultado del ejercicio se vea;
      *   modo F: consulta de los tramos de folios impresos.
      * Cada hoja lleva el encabezado de la rubrica y el numero
      * de folio, y al pie y a la cabeza de la siguiente el
      * transporte de los totales. Antes de imprimir se cuentan
      * las hojas: si no alcanzan las rubricadas no se imprime
      * nada. Confirmada la impresion, el tramo de folios queda
      * en LIBFOLRG y el ultimo folio en LIBFOLIO ANTES de
      * mandar a la impresora, de modo que ningun folio se usa
      * dos veces (una hoja arruinada se anula a mano, no se
      * reimprime) y el mismo periodo no se vuelve a imprimir.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBFOLIO  ASSIGN TO "LIBFOLIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WJF-CLAVE
                             FILE STATUS IS WJF-STATUS.
           SELECT LIBFOLRG  ASSIGN TO "LIBFOLRG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WJR-CLAVE
                             FILE STATUS IS WJR-STATUS.
           SELECT LIBTRAB   ASSIGN TO "LIBTRAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WJW-CLAVE
                             FILE STATUS IS WJW-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT PCTAS     ASSIGN TO "P-CTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-CLAVE
                             FILE STATUS IS WPC-STATUS.
           SELECT MATRIZ    ASSIGN TO "MATRIZ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMZ-CLAVE
                             FILE STATUS IS WMZ-STATUS.
           SELECT BSTOCK    ASSIGN TO "BSTOCK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WST-CLAVE
                             FILE STATUS IS WST-STATUS.
           SELECT STOCKCAP  ASSIGN TO "STOCKCAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSC-CLAVE
                             ALTERNATE RECORD KEY IS WSC-ARTICULO
                                 WITH DUPLICATES
                             FILE STATUS IS WSC-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAT-ARTICULO
                             FILE STATUS IS WAT-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Datos de rubrica y numeracion de cada libro.
       FD  LIBFOLIO.
       01  REG-LIBFOLIO.
           05  WJF-CLAVE.
               10  WJF-EMPRESA       PIC 9(04).
               10  WJF-LIBRO         PIC X(01).
                   88  WJF-LIBRO-VALIDO   VALUE "D" "I".
           05  WJF-RAZON-SOCIAL      PIC X(40).
           05  WJF-CUIT              PIC X(13).
           05  WJF-DOMICILIO         PIC X(40).
           05  WJF-RUBRICA           PIC X(60).
           05  WJF-FOLIO-RUBRICADO   PIC 9(06).
           05  WJF-ULTIMO-FOLIO      PIC 9(06).
           05  WJF-ULT-HASTA         PIC 9(08).

      *    Tramos de folios ya impresos.
       FD  LIBFOLRG.
       01  REG-LIBFOLRG.
           05  WJR-CLAVE.
               10  WJR-EMPRESA       PIC 9(04).
               10  WJR-LIBRO         PIC X(01).
               10  WJR-FOLIO-DESDE   PIC 9(06).
           05  WJR-FOLIO-HASTA       PIC 9(06).
           05  WJR-DESDE             PIC 9(08).
           05  WJR-HASTA             PIC 9(08).
           05  WJR-FEC-IMPRESION     PIC 9(08).
           05  WJR-HORA              PIC 9(06).

      *    Renglones del diario del periodo en orden de fecha.
       FD  LIBTRAB.
       01  REG-LIBTRAB.
           05  WJW-CLAVE.
               10  WJW-FECHA         PIC 9(08).
               10  WJW-ASIENTO       PIC 9(08).
               10  WJW-RENGLON       PIC 9(02).
           05  WJW-CUENTA-PCTA       PIC X(08).
           05  WJW-DEBE              PIC S9(11)V99.
           05  WJW-HABER             PIC S9(11)V99.
           05  WJW-ORIGEN            PIC X(08).
           05  WJW-REFERENCIA        PIC 9(08).

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

       FD  PCTAS.
       01  REG-PCTAS.
           05  WPC-CLAVE             PIC X(08).
           05  WPC-DESCRIPCION       PIC X(30).

       FD  MATRIZ.
       01  REG-MATRIZ.
           05  WMZ-CLAVE             PIC X(08).
           05  WMZ-RUBRO             PIC X(04).

       FD  BSTOCK.
       01  REG-BSTOCK.
           05  WST-CLAVE.
               10  WST-SUCURSAL      PIC 9(02).
               10  WST-ARTICULO      PIC 9(06).
           05  WST-CANT-ACTUAL       PIC S9(07)V99.

       FD  STOCKCAP.
       01  REG-STOCKCAP.
           05  WSC-CLAVE.
               10  WSC-ARTICULO      PIC 9(06).
               10  WSC-FECHA-INGRESO PIC 9(08).
               10  WSC-SECUENCIA     PIC 9(04).
           05  WSC-CANT-INGRESADA    PIC S9(07)V99.
           05  WSC-CANT-CONSUMIDA    PIC S9(07)V99.
           05  WSC-COSTO-UNITARIO    PIC S9(07)V9999.

       FD  ART02.
       01  REG-ART02.
           05  WAT-ARTICULO          PIC 9(06).
           05  WAT-DESCRIPCION       PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "LIBLEGAL".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WJF-STATUS                PIC X(02).
       77  WJR-STATUS                PIC X(02).
       77  WJW-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WPC-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WST-STATUS                PIC X(02).
       77  WSC-STATUS                PIC X(02).
       77  WAT-STATUS                PIC X(02).
       77  WJT-MODO-PARAM            PIC X(01).
       77  WJT-EMPRESA-PARAM         PIC 9(04).
       77  WJT-LIBRO-PARAM           PIC X(01).
       77  WJT-DESDE                 PIC 9(08).
       77  WJT-HASTA                 PIC 9(08).
       77  WJT-METODO-PARAM          PIC X(01).
           88  WJT-METODO-PEPS        VALUE "F".
           88  WJT-METODO-PROMEDIO    VALUE "P".
       77  WJT-CONFIRMA              PIC X(01).
       77  WJT-HALLADO               PIC X(01).
       77  WJT-HOY                   PIC 9(08).
       77  WJT-AHORA                 PIC 9(08).
       77  WJT-LISTADO-ABIERTO       PIC X(01) VALUE "N".
      *    Hoja de 66 renglones: 5 de encabezado, el cuerpo
      *    (con el transporte de cabeza) y el de pie.
       77  WJT-MAX-CUERPO            PIC 9(03) COMP VALUE 56.
       77  WJT-LINEA                 PIC 9(03) COMP VALUE 0.
       77  WJT-IMPRIME               PIC X(01).
       77  WJT-TRANSPORTA            PIC X(01).
       77  WJT-TRANS-MODO            PIC X(01).
           88  WJT-SIN-TRANSPORTE     VALUE " ".
           88  WJT-TRANSPORTE-DIARIO  VALUE "D".
       77  WJT-TRANS-DEBE            PIC S9(13)V99.
       77  WJT-TRANS-HABER           PIC S9(13)V99.
       77  WJT-FOLIO                 PIC 9(06).
       77  WJT-FOLIO-DESDE           PIC 9(06).
       77  WJT-HOJAS                 PIC 9(06).
       77  WJT-RENGLONES             PIC 9(07).
       77  WJT-ASIENTO-ANT           PIC 9(08).
       77  WJT-FECHA-ANT             PIC 9(08).
       77  WJT-CANT-RUBROS           PIC 9(03) COMP VALUE 0.
       77  WJT-IX                    PIC 9(03) COMP.
       77  WJT-SALDO-MOV             PIC S9(13)V99.
       77  WJT-CANT-STOCK            PIC S9(07)V99.
       77  WJT-CANT-PENDIENTE        PIC S9(07)V99.
       77  WJT-CANT-DISPONIBLE       PIC S9(07)V99.
       77  WJT-CANT-A-TOMAR          PIC S9(07)V99.
       77  WJT-CANT-ACUM-CAPAS       PIC S9(09)V99.
       77  WJT-VALOR-ACUM-CAPAS      PIC S9(13)V99.
       77  WJT-COSTO-PROMEDIO        PIC S9(07)V9999.
       77  WJT-VALOR-ARTICULO        PIC S9(11)V99.
       77  EOF-DIARIO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".
       77  EOF-LIBTRAB               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LIBTRAB     VALUE "S".
       77  EOF-BSTOCK                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BSTOCK      VALUE "S".
       77  EOF-STOCKCAP              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-STOCKCAP    VALUE "S".
       77  EOF-LIBFOLRG              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LIBFOLRG    VALUE "S".

      *    Saldos por rubro, como los arma ESTFIN.
       01  WJT-TABLA-RUBROS.
           05  WJT-ITEM OCCURS 200 TIMES.
               10  WJT-T-RUBRO       PIC X(04).
               10  WJT-T-SALDO       PIC S9(13)V99.

      *    Renglon a imprimir y cabecera de columnas de la
      *    seccion en curso.
       01  WJT-LINEA-IMP             PIC X(132).
       01  WJT-CABECERA              PIC X(132).

       01  LIN-H1.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  H-RUBRICA             PIC X(60).

       01  LIN-H2.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  H-RAZON-SOCIAL        PIC X(40).
           05  FILLER                PIC X(08) VALUE "  CUIT: ".
           05  H-CUIT                PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-DOMICILIO           PIC X(40).

       01  LIN-H3.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  H-LIBRO               PIC X(40).
           05  H-LEYENDA-PERIODO     PIC X(12).
           05  H-DESDE               PIC 9(08).
           05  FILLER                PIC X(04) VALUE " AL ".
           05  H-HASTA               PIC 9(08).
           05  FILLER                PIC X(16) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "FOLIO NRO. ".
           05  H-FOLIO               PIC ZZZZZ9.

       01  LIN-TRANSPORTE.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  X-LEYENDA             PIC X(30).
           05  FILLER                PIC X(46) VALUE SPACES.
           05  X-DEBE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  X-DEBE-X REDEFINES X-DEBE PIC X(19).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  X-HABER               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CAB-DIARIO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE "FECHA".
           05  FILLER                PIC X(09) VALUE "ASIENTO".
           05  FILLER                PIC X(09) VALUE "CUENTA".
           05  FILLER                PIC X(31) VALUE "DESCRIPCION".
           05  FILLER                PIC X(09) VALUE "ORIGEN".
           05  FILLER                PIC X(09) VALUE "REFEREN.".
           05  FILLER                PIC X(20) VALUE
               "               DEBE".
           05  FILLER                PIC X(19) VALUE
               "              HABER".

       01  LIN-DIARIO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  G-FECHA               PIC 9(08).
           05  G-FECHA-X REDEFINES G-FECHA PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-ASIENTO             PIC Z(07)9.
           05  G-ASIENTO-X REDEFINES G-ASIENTO PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-CUENTA              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-DESCRIP             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-ORIGEN              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-REFERENCIA          PIC Z(07)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-DEBE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                         BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  G-HABER               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                         BLANK WHEN ZERO.

       01  LIN-CAB-STOCK.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE "SU".
           05  FILLER                PIC X(07) VALUE "ARTIC.".
           05  FILLER                PIC X(31) VALUE "DESCRIPCION".
           05  FILLER                PIC X(15) VALUE
               "      CANTIDAD".
           05  FILLER                PIC X(16) VALUE
               "     COSTO UNIT.".
           05  FILLER                PIC X(23) VALUE SPACES.
           05  FILLER                PIC X(19) VALUE
               "              VALOR".

       01  LIN-STOCK.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  K-SUCURSAL            PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  K-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  K-DESCRIP             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  K-CANTIDAD            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  K-COSTO               PIC ZZ,ZZZ,ZZ9.9999-.
           05  FILLER                PIC X(23) VALUE SPACES.
           05  K-VALOR               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CAB-ESTADO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(96) VALUE "RUBRO".
           05  FILLER                PIC X(19) VALUE
               "              SALDO".

       01  LIN-ESTADO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  E-RUBRO               PIC X(04).
           05  FILLER                PIC X(92) VALUE SPACES.
           05  E-SALDO               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       LIBFOLIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIBFOLIO.
           DISPLAY "ERROR E/S LIBFOLIO: " WJF-STATUS.
       LIBFOLRG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIBFOLRG.
           DISPLAY "ERROR E/S LIBFOLRG: " WJR-STATUS.
       LIBTRAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIBTRAB.
           DISPLAY "ERROR E/S LIBTRAB: " WJW-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       PCTAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCTAS.
           DISPLAY "ERROR E/S P-CTA: " WPC-STATUS.
       MATRIZ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MATRIZ.
           DISPLAY "ERROR E/S MATRIZ: " WMZ-STATUS.
       BSTOCK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BSTOCK.
           DISPLAY "ERROR E/S BSTOCK: " WST-STATUS.
       STOCKCAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKCAP.
           DISPLAY "ERROR E/S STOCKCAP: " WSC-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAT-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WJT-MODO-PARAM
               WHEN "R"
                   PERFORM 2000-RUBRICA THRU 2000-RUBRICA-EXIT
               WHEN "D"
                   PERFORM 3000-DIARIO THRU 3000-DIARIO-EXIT
               WHEN "I"
                   PERFORM 5000-INVENTARIO THRU 5000-INVENTARIO-EXIT
               WHEN "F"
                   PERFORM 7000-FOLIOS THRU 7000-FOLIOS-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (R=RUBRICA D=DIARIO I=INV.Y BAL. F=FOLIOS): "
               LINE 5 POSITION 5.
           ACCEPT WJT-MODO-PARAM LINE 5 POSITION 55.
           ACCEPT WJT-HOY FROM DATE YYYYMMDD.
           ACCEPT WJT-AHORA FROM TIME.
           OPEN I-O LIBFOLIO.
           IF WJF-STATUS = "35"
               CLOSE LIBFOLIO
               OPEN OUTPUT LIBFOLIO
               CLOSE LIBFOLIO
               OPEN I-O LIBFOLIO
           END-IF.
           OPEN I-O LIBFOLRG.
           IF WJR-STATUS = "35"
               CLOSE LIBFOLRG
               OPEN OUTPUT LIBFOLRG
               CLOSE LIBFOLRG
               OPEN I-O LIBFOLRG
           END-IF.

      *----------------------------------------------------------
      * Datos de rubrica.
      *----------------------------------------------------------
       2000-RUBRICA.
           DISPLAY "EMPRESA ...................: " LINE 8 POSITION 5.
           ACCEPT WJT-EMPRESA-PARAM LINE 8 POSITION 35.
           DISPLAY "LIBRO (D=DIARIO I=INV.BAL.): " LINE 9 POSITION 5.
           ACCEPT WJT-LIBRO-PARAM LINE 9 POSITION 35.
           MOVE WJT-EMPRESA-PARAM TO WJF-EMPRESA.
           MOVE WJT-LIBRO-PARAM   TO WJF-LIBRO.
           IF NOT WJF-LIBRO-VALIDO
               DISPLAY "LIBRO INVALIDO" LINE 22 POSITION 5
               GO TO 2000-RUBRICA-EXIT
           END-IF.
           MOVE "S" TO WJT-HALLADO.
           READ LIBFOLIO KEY IS WJF-CLAVE
               INVALID KEY
                   MOVE "N" TO WJT-HALLADO
                   INITIALIZE REG-LIBFOLIO
                   MOVE WJT-EMPRESA-PARAM TO WJF-EMPRESA
                   MOVE WJT-LIBRO-PARAM   TO WJF-LIBRO
           END-READ.
           DISPLAY "RAZON SOCIAL ..............: " WJF-RAZON-SOCIAL
               LINE 10 POSITION 5.
           ACCEPT WJF-RAZON-SOCIAL LINE 10 POSITION 35.
           DISPLAY "CUIT ......................: " WJF-CUIT
               LINE 11 POSITION 5.
           ACCEPT WJF-CUIT LINE 11 POSITION 35.
           DISPLAY "DOMICILIO .................: " WJF-DOMICILIO
               LINE 12 POSITION 5.
           ACCEPT WJF-DOMICILIO LINE 12 POSITION 35.
           DISPLAY "RUBRICA (ORGANISMO, NRO) ..: " LINE 13 POSITION 5.
           DISPLAY WJF-RUBRICA LINE 14 POSITION 5.
           ACCEPT WJF-RUBRICA LINE 14 POSITION 5.
           DISPLAY "ULTIMA HOJA RUBRICADA .....: " WJF-FOLIO-RUBRICADO
               LINE 15 POSITION 5.
           ACCEPT WJF-FOLIO-RUBRICADO LINE 15 POSITION 35.
      *    El folio y la fecha ya impresos solo se cargan al dar
      *    de alta el libro; despues los mueve la impresion.
           IF WJT-HALLADO = "N"
               DISPLAY "ULTIMO FOLIO YA USADO .....: "
                   LINE 16 POSITION 5
               ACCEPT WJF-ULTIMO-FOLIO LINE 16 POSITION 35
               DISPLAY "ULTIMA FECHA YA IMPRESA ...: "
                   LINE 17 POSITION 5
               ACCEPT WJF-ULT-HASTA LINE 17 POSITION 35
           ELSE
               DISPLAY "ULTIMO FOLIO USADO ........: " WJF-ULTIMO-FOLIO
                   LINE 16 POSITION 5
               DISPLAY "IMPRESO HASTA .............: " WJF-ULT-HASTA
                   LINE 17 POSITION 5
           END-IF.
           IF WJF-RAZON-SOCIAL = SPACES OR WJF-RUBRICA = SPACES
               DISPLAY "FALTA RAZON SOCIAL O RUBRICA" LINE 22 POSITION 5
               GO TO 2000-RUBRICA-EXIT
           END-IF.
           IF WJF-FOLIO-RUBRICADO < WJF-ULTIMO-FOLIO
               DISPLAY "LA ULTIMA HOJA RUBRICADA ES ANTERIOR AL ULTIMO"
                   " FOLIO USADO" LINE 22 POSITION 5
               GO TO 2000-RUBRICA-EXIT
           END-IF.
           IF WJT-HALLADO = "S"
               REWRITE REG-LIBFOLIO
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LIBFOLIO"
               END-REWRITE
           ELSE
               WRITE REG-LIBFOLIO
                   INVALID KEY DISPLAY "NO PUDO GRABAR LIBFOLIO"
               END-WRITE
           END-IF.
           DISPLAY "RUBRICA GRABADA" LINE 22 POSITION 5.
       2000-RUBRICA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Libro Diario.
      *----------------------------------------------------------
       3000-DIARIO.
           DISPLAY "EMPRESA ...................: " LINE 8 POSITION 5.
           ACCEPT WJT-EMPRESA-PARAM LINE 8 POSITION 35.
           DISPLAY "DESDE (AAAAMMDD) ..........: " LINE 9 POSITION 5.
           ACCEPT WJT-DESDE LINE 9 POSITION 35.
           DISPLAY "HASTA (AAAAMMDD) ..........: " LINE 10 POSITION 5.
           ACCEPT WJT-HASTA LINE 10 POSITION 35.
           MOVE "D" TO WJT-LIBRO-PARAM.
           PERFORM 3100-LEER-LIBRO THRU 3100-LEER-LIBRO-EXIT.
           IF WJT-HALLADO NOT = "S"
               GO TO 3000-DIARIO-EXIT
           END-IF.
           IF WJT-DESDE <= WJF-ULT-HASTA
               DISPLAY "DIARIO YA IMPRESO HASTA " WJF-ULT-HASTA
                   LINE 22 POSITION 5
               GO TO 3000-DIARIO-EXIT
           END-IF.

      *    Renglones del periodo en orden cronologico.
           OPEN OUTPUT LIBTRAB.
           CLOSE LIBTRAB.
           OPEN I-O LIBTRAB.
           MOVE 0 TO WJT-RENGLONES.
           OPEN INPUT DIARIO.
           PERFORM 3200-CARGAR-RENGLON THRU 3200-CARGAR-RENGLON-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           CLOSE DIARIO.
           IF WJT-RENGLONES = 0
               DISPLAY "SIN ASIENTOS EN EL PERIODO" LINE 22 POSITION 5
               CLOSE LIBTRAB
               GO TO 3000-DIARIO-EXIT
           END-IF.
           OPEN INPUT PCTAS.
           MOVE "LIBRO DIARIO" TO H-LIBRO.
           MOVE "  PERIODO   " TO H-LEYENDA-PERIODO.

      *    Primera pasada sin imprimir: cuantas hojas hacen falta.
           MOVE "N" TO WJT-IMPRIME.
           PERFORM 4000-LIBRO-DIARIO THRU 4000-LIBRO-DIARIO-EXIT.
           PERFORM 3300-RESERVAR-FOLIOS THRU 3300-RESERVAR-FOLIOS-EXIT.
           IF WJT-CONFIRMA = "S"
               PERFORM 3400-ABRIR-LISTADO
               MOVE "S" TO WJT-IMPRIME
               PERFORM 4000-LIBRO-DIARIO THRU 4000-LIBRO-DIARIO-EXIT
               DISPLAY "DIARIO IMPRESO EN FOLIOS " WJT-FOLIO-DESDE
                   " A " WJT-FOLIO LINE 22 POSITION 5
           END-IF.
           CLOSE PCTAS.
           CLOSE LIBTRAB.
       3000-DIARIO-EXIT.
           EXIT.

      *    Libro de la empresa; deja WJT-HALLADO "S" si existe.
       3100-LEER-LIBRO.
           MOVE WJT-EMPRESA-PARAM TO WJF-EMPRESA.
           MOVE WJT-LIBRO-PARAM   TO WJF-LIBRO.
           MOVE "S" TO WJT-HALLADO.
           READ LIBFOLIO KEY IS WJF-CLAVE
               INVALID KEY
                   MOVE "N" TO WJT-HALLADO
                   DISPLAY "LIBRO SIN DATOS DE RUBRICA (MODO R)"
                       LINE 22 POSITION 5
                   GO TO 3100-LEER-LIBRO-EXIT
           END-READ.
           IF WJT-HASTA < WJT-DESDE
               MOVE "N" TO WJT-HALLADO
               DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 5
           END-IF.
           MOVE WJF-RUBRICA      TO H-RUBRICA.
           MOVE WJF-RAZON-SOCIAL TO H-RAZON-SOCIAL.
           MOVE WJF-CUIT         TO H-CUIT.
           MOVE WJF-DOMICILIO    TO H-DOMICILIO.
           MOVE WJT-DESDE        TO H-DESDE.
           MOVE WJT-HASTA        TO H-HASTA.
       3100-LEER-LIBRO-EXIT.
           EXIT.

       3200-CARGAR-RENGLON.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
           IF NO-HAY-MAS-DIARIO
               GO TO 3200-CARGAR-RENGLON-EXIT
           END-IF.
      *    El diario es multiempresa (WDI-EMPRESA, como lo corta
      *    CIERREEJ).
           IF WDI-EMPRESA NOT = WJT-EMPRESA-PARAM
              OR WDI-FECHA < WJT-DESDE
              OR WDI-FECHA > WJT-HASTA
               GO TO 3200-CARGAR-RENGLON-EXIT
           END-IF.
           MOVE WDI-FECHA       TO WJW-FECHA.
           MOVE WDI-ASIENTO     TO WJW-ASIENTO.
           MOVE WDI-RENGLON     TO WJW-RENGLON.
           MOVE WDI-CUENTA-PCTA TO WJW-CUENTA-PCTA.
           MOVE WDI-DEBE        TO WJW-DEBE.
           MOVE WDI-HABER       TO WJW-HABER.
           MOVE WDI-ORIGEN      TO WJW-ORIGEN.
           MOVE WDI-REFERENCIA  TO WJW-REFERENCIA.
           WRITE REG-LIBTRAB
               INVALID KEY DISPLAY "NO PUDO GRABAR LIBTRAB"
           END-WRITE.
           ADD 1 TO WJT-RENGLONES.
       3200-CARGAR-RENGLON-EXIT.
           EXIT.

      *    Controla las hojas rubricadas y, confirmada la
      *    impresion, registra el tramo de folios y el nuevo
      *    ultimo folio antes de imprimir.
       3300-RESERVAR-FOLIOS.
           MOVE "N" TO WJT-CONFIRMA.
           COMPUTE WJT-FOLIO-DESDE = WJF-ULTIMO-FOLIO + 1.
           IF WJT-FOLIO > WJF-FOLIO-RUBRICADO
               DISPLAY "FALTAN HOJAS RUBRICADAS: HAY HASTA EL FOLIO "
                   WJF-FOLIO-RUBRICADO " Y SE NECESITA HASTA EL "
                   WJT-FOLIO LINE 22 POSITION 5
               GO TO 3300-RESERVAR-FOLIOS-EXIT
           END-IF.
           DISPLAY "IMPRIME FOLIOS " WJT-FOLIO-DESDE " A " WJT-FOLIO
               " (S/N): " LINE 20 POSITION 5.
           ACCEPT WJT-CONFIRMA LINE 20 POSITION 45.
           IF WJT-CONFIRMA NOT = "S"
               MOVE "N" TO WJT-CONFIRMA
               GO TO 3300-RESERVAR-FOLIOS-EXIT
           END-IF.
           MOVE WJT-EMPRESA-PARAM TO WJR-EMPRESA.
           MOVE WJT-LIBRO-PARAM   TO WJR-LIBRO.
           MOVE WJT-FOLIO-DESDE   TO WJR-FOLIO-DESDE.
           MOVE WJT-FOLIO         TO WJR-FOLIO-HASTA.
           MOVE WJT-DESDE         TO WJR-DESDE.
           MOVE WJT-HASTA         TO WJR-HASTA.
           MOVE WJT-HOY           TO WJR-FEC-IMPRESION.
           MOVE WJT-AHORA (1:6)   TO WJR-HORA.
           WRITE REG-LIBFOLRG
               INVALID KEY
                   DISPLAY "FOLIO " WJT-FOLIO-DESDE " YA REGISTRADO"
                       " EN LIBFOLRG" LINE 22 POSITION 5
                   MOVE "N" TO WJT-CONFIRMA
                   GO TO 3300-RESERVAR-FOLIOS-EXIT
           END-WRITE.
           MOVE WJT-FOLIO TO WJF-ULTIMO-FOLIO.
           MOVE WJT-HASTA TO WJF-ULT-HASTA.
           REWRITE REG-LIBFOLIO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LIBFOLIO"
           END-REWRITE.
       3300-RESERVAR-FOLIOS-EXIT.
           EXIT.

       3400-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WJT-LISTADO-ABIERTO.

      *    Recorre LIBTRAB armando las hojas; con WJT-IMPRIME "N"
      *    solo cuenta los folios.
       4000-LIBRO-DIARIO.
      *    La pasada que imprime arranca en el rango ya reservado
      *    (3300 dejo WJF-ULTIMO-FOLIO en el ultimo del rango).
           IF WJT-IMPRIME = "S"
               COMPUTE WJT-FOLIO = WJT-FOLIO-DESDE - 1
           ELSE
               MOVE WJF-ULTIMO-FOLIO TO WJT-FOLIO
           END-IF.
           MOVE 0 TO WJT-HOJAS.
           MOVE 0 TO WJT-TRANS-DEBE.
           MOVE 0 TO WJT-TRANS-HABER.
           MOVE 0 TO WJT-ASIENTO-ANT.
           MOVE 0 TO WJT-FECHA-ANT.
           MOVE LIN-CAB-DIARIO TO WJT-CABECERA.
           MOVE "D" TO WJT-TRANS-MODO.
           MOVE "N" TO EOF-LIBTRAB.
           MOVE LOW-VALUES TO WJW-CLAVE.
           START LIBTRAB KEY IS NOT LESS THAN WJW-CLAVE
               INVALID KEY MOVE "S" TO EOF-LIBTRAB
           END-START.
           PERFORM 4100-RENGLON-DIARIO THRU 4100-RENGLON-DIARIO-EXIT
               UNTIL NO-HAY-MAS-LIBTRAB.
           MOVE "TOTALES DEL PERIODO" TO X-LEYENDA.
           MOVE WJT-TRANS-DEBE  TO X-DEBE.
           MOVE WJT-TRANS-HABER TO X-HABER.
           MOVE LIN-TRANSPORTE  TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
       4000-LIBRO-DIARIO-EXIT.
           EXIT.

       4100-RENGLON-DIARIO.
           READ LIBTRAB NEXT RECORD
               AT END MOVE "S" TO EOF-LIBTRAB
           END-READ.
           IF NO-HAY-MAS-LIBTRAB
               GO TO 4100-RENGLON-DIARIO-EXIT
           END-IF.
      *    Fecha y numero solo en el primer renglon del asiento.
           IF WJW-ASIENTO = WJT-ASIENTO-ANT
              AND WJW-FECHA = WJT-FECHA-ANT
               MOVE SPACES TO G-FECHA-X
               MOVE SPACES TO G-ASIENTO-X
           ELSE
               MOVE WJW-FECHA   TO G-FECHA
               MOVE WJW-ASIENTO TO G-ASIENTO
               MOVE WJW-ASIENTO TO WJT-ASIENTO-ANT
               MOVE WJW-FECHA   TO WJT-FECHA-ANT
           END-IF.
           MOVE WJW-CUENTA-PCTA TO G-CUENTA.
           MOVE WJW-CUENTA-PCTA TO WPC-CLAVE.
           READ PCTAS KEY IS WPC-CLAVE
               INVALID KEY
                   MOVE "CUENTA FUERA DEL PLAN" TO WPC-DESCRIPCION
           END-READ.
           MOVE WPC-DESCRIPCION TO G-DESCRIP.
           MOVE WJW-ORIGEN      TO G-ORIGEN.
           MOVE WJW-REFERENCIA  TO G-REFERENCIA.
           MOVE WJW-DEBE        TO G-DEBE.
           MOVE WJW-HABER       TO G-HABER.
           MOVE LIN-DIARIO      TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           ADD WJW-DEBE  TO WJT-TRANS-DEBE.
           ADD WJW-HABER TO WJT-TRANS-HABER.
       4100-RENGLON-DIARIO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Libro de Inventarios y Balances.
      *----------------------------------------------------------
       5000-INVENTARIO.
           DISPLAY "EMPRESA ...................: " LINE 8 POSITION 5.
           ACCEPT WJT-EMPRESA-PARAM LINE 8 POSITION 35.
           DISPLAY "INICIO EJERCICIO (AAAAMMDD): " LINE 9 POSITION 5.
           ACCEPT WJT-DESDE LINE 9 POSITION 35.
           DISPLAY "CIERRE (AAAAMMDD) .........: " LINE 10 POSITION 5.
           ACCEPT WJT-HASTA LINE 10 POSITION 35.
           DISPLAY "VALUACION F=PEPS P=PROMEDIO: " LINE 11 POSITION 5.
           ACCEPT WJT-METODO-PARAM LINE 11 POSITION 35.
           IF NOT WJT-METODO-PEPS AND NOT WJT-METODO-PROMEDIO
               DISPLAY "METODO INVALIDO" LINE 22 POSITION 5
               GO TO 5000-INVENTARIO-EXIT
           END-IF.
           MOVE "I" TO WJT-LIBRO-PARAM.
           PERFORM 3100-LEER-LIBRO THRU 3100-LEER-LIBRO-EXIT.
           IF WJT-HALLADO NOT = "S"
               GO TO 5000-INVENTARIO-EXIT
           END-IF.
           IF WJT-HASTA <= WJF-ULT-HASTA
               DISPLAY "INVENTARIO Y BALANCE YA IMPRESO AL "
                   WJF-ULT-HASTA LINE 22 POSITION 5
               GO TO 5000-INVENTARIO-EXIT
           END-IF.
           MOVE "LIBRO DE INVENTARIOS Y BALANCES" TO H-LIBRO.
           MOVE "  EJERCICIO " TO H-LEYENDA-PERIODO.

      *    Saldos por rubro del ejercicio, una sola vez.
           OPEN INPUT MATRIZ.
           OPEN INPUT DIARIO.
           PERFORM 5100-ACUMULAR-RUBRO THRU 5100-ACUMULAR-RUBRO-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           CLOSE DIARIO.
           CLOSE MATRIZ.

           OPEN INPUT BSTOCK.
           OPEN INPUT STOCKCAP.
           OPEN INPUT ART02.
           MOVE "N" TO WJT-IMPRIME.
           PERFORM 6000-LIBRO-INVENTARIO
               THRU 6000-LIBRO-INVENTARIO-EXIT.
           PERFORM 3300-RESERVAR-FOLIOS THRU 3300-RESERVAR-FOLIOS-EXIT.
           IF WJT-CONFIRMA = "S"
               PERFORM 3400-ABRIR-LISTADO
               MOVE "S" TO WJT-IMPRIME
               PERFORM 6000-LIBRO-INVENTARIO
                   THRU 6000-LIBRO-INVENTARIO-EXIT
               DISPLAY "INVENTARIO Y BALANCE IMPRESO EN FOLIOS "
                   WJT-FOLIO-DESDE " A " WJT-FOLIO LINE 22 POSITION 5
           END-IF.
           CLOSE BSTOCK.
           CLOSE STOCKCAP.
           CLOSE ART02.
       5000-INVENTARIO-EXIT.
           EXIT.

      *    Como ESTFIN, salvo la refundicion de CIERREEJ con
      *    fecha de cierre, que dejaria el resultado en cero.
       5100-ACUMULAR-RUBRO.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
           IF NO-HAY-MAS-DIARIO
               GO TO 5100-ACUMULAR-RUBRO-EXIT
           END-IF.
           IF WDI-EMPRESA NOT = WJT-EMPRESA-PARAM
              OR WDI-FECHA < WJT-DESDE
              OR WDI-FECHA > WJT-HASTA
               GO TO 5100-ACUMULAR-RUBRO-EXIT
           END-IF.
           IF WDI-ORIGEN = "CIERREEJ" AND WDI-FECHA = WJT-HASTA
               GO TO 5100-ACUMULAR-RUBRO-EXIT
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WMZ-CLAVE.
           MOVE "????" TO WMZ-RUBRO.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY CONTINUE
           END-READ.
           COMPUTE WJT-SALDO-MOV = WDI-DEBE - WDI-HABER.
           MOVE "N" TO WJT-HALLADO.
           PERFORM 5110-COMPARAR-RUBRO
               VARYING WJT-IX FROM 1 BY 1
               UNTIL WJT-IX > WJT-CANT-RUBROS OR WJT-HALLADO = "S".
           IF WJT-HALLADO = "S"
               GO TO 5100-ACUMULAR-RUBRO-EXIT
           END-IF.
           IF WJT-CANT-RUBROS >= 200
               DISPLAY "TABLA DE RUBROS LLENA"
               GO TO 5100-ACUMULAR-RUBRO-EXIT
           END-IF.
           ADD 1 TO WJT-CANT-RUBROS.
           MOVE WMZ-RUBRO     TO WJT-T-RUBRO (WJT-CANT-RUBROS).
           MOVE WJT-SALDO-MOV TO WJT-T-SALDO (WJT-CANT-RUBROS).
       5100-ACUMULAR-RUBRO-EXIT.
           EXIT.

       5110-COMPARAR-RUBRO.
           IF WJT-T-RUBRO (WJT-IX) = WMZ-RUBRO
               ADD WJT-SALDO-MOV TO WJT-T-SALDO (WJT-IX)
               MOVE "S" TO WJT-HALLADO
           END-IF.

      *    Inventario de bienes de cambio y los dos estados, cada
      *    uno desde hoja nueva.
       6000-LIBRO-INVENTARIO.
      *    La pasada que imprime arranca en el rango ya reservado
      *    (3300 dejo WJF-ULTIMO-FOLIO en el ultimo del rango).
           IF WJT-IMPRIME = "S"
               COMPUTE WJT-FOLIO = WJT-FOLIO-DESDE - 1
           ELSE
               MOVE WJF-ULTIMO-FOLIO TO WJT-FOLIO
           END-IF.
           MOVE 0 TO WJT-HOJAS.

           MOVE LIN-CAB-STOCK TO WJT-CABECERA.
           MOVE "S" TO WJT-TRANS-MODO.
           MOVE 0   TO WJT-TRANS-DEBE.
           MOVE 0   TO WJT-TRANS-HABER.
           MOVE "N" TO WJT-TRANSPORTA.
           PERFORM 8100-CAMBIO-HOJA THRU 8100-CAMBIO-HOJA-EXIT.
           MOVE "INVENTARIO DE BIENES DE CAMBIO" TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE "N" TO EOF-BSTOCK.
           MOVE LOW-VALUES TO WST-CLAVE.
           START BSTOCK KEY IS NOT LESS THAN WST-CLAVE
               INVALID KEY MOVE "S" TO EOF-BSTOCK
           END-START.
           PERFORM 6100-ARTICULO THRU 6100-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-BSTOCK.
           MOVE "TOTAL BIENES DE CAMBIO" TO X-LEYENDA.
           MOVE SPACES TO X-DEBE-X.
           MOVE WJT-TRANS-HABER TO X-HABER.
           MOVE LIN-TRANSPORTE  TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.

           MOVE LIN-CAB-ESTADO TO WJT-CABECERA.
           MOVE " " TO WJT-TRANS-MODO.
           MOVE "N" TO WJT-TRANSPORTA.
           PERFORM 8100-CAMBIO-HOJA THRU 8100-CAMBIO-HOJA-EXIT.
           MOVE "E" TO WJT-TRANS-MODO.
           MOVE 0   TO WJT-TRANS-HABER.
           MOVE "ESTADO PATRIMONIAL" TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           PERFORM 6400-RUBRO-PATRIMONIAL
               VARYING WJT-IX FROM 1 BY 1
               UNTIL WJT-IX > WJT-CANT-RUBROS.
           MOVE "TOTAL PATRIMONIAL" TO X-LEYENDA.
           MOVE SPACES TO X-DEBE-X.
           MOVE WJT-TRANS-HABER TO X-HABER.
           MOVE LIN-TRANSPORTE  TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.

           MOVE " " TO WJT-TRANS-MODO.
           MOVE "N" TO WJT-TRANSPORTA.
           PERFORM 8100-CAMBIO-HOJA THRU 8100-CAMBIO-HOJA-EXIT.
           MOVE "E" TO WJT-TRANS-MODO.
           MOVE 0   TO WJT-TRANS-HABER.
           MOVE "ESTADO DE RESULTADOS" TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           PERFORM 6500-RUBRO-RESULTADO
               VARYING WJT-IX FROM 1 BY 1
               UNTIL WJT-IX > WJT-CANT-RUBROS.
           MOVE "RESULTADO DEL EJERCICIO" TO X-LEYENDA.
           MOVE SPACES TO X-DEBE-X.
           MOVE WJT-TRANS-HABER TO X-HABER.
           MOVE LIN-TRANSPORTE  TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
       6000-LIBRO-INVENTARIO-EXIT.
           EXIT.

      *    Un articulo de una sucursal, valuado como en VALSTOCK.
       6100-ARTICULO.
           READ BSTOCK NEXT RECORD
               AT END MOVE "S" TO EOF-BSTOCK
           END-READ.
           IF NO-HAY-MAS-BSTOCK OR WST-CANT-ACTUAL = 0
               GO TO 6100-ARTICULO-EXIT
           END-IF.
           MOVE WST-CANT-ACTUAL TO WJT-CANT-STOCK.
           MOVE WST-CANT-ACTUAL TO WJT-CANT-PENDIENTE.
           MOVE 0 TO WJT-VALOR-ARTICULO.
           MOVE 0 TO WJT-CANT-ACUM-CAPAS.
           MOVE 0 TO WJT-VALOR-ACUM-CAPAS.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WST-ARTICULO TO WSC-ARTICULO.
           START STOCKCAP KEY IS NOT LESS THAN WSC-ARTICULO
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
           IF WJT-METODO-PEPS
               PERFORM 6200-CAPA-PEPS THRU 6200-CAPA-PEPS-EXIT
                   UNTIL NO-HAY-MAS-STOCKCAP
                      OR WJT-CANT-PENDIENTE <= 0
           ELSE
               PERFORM 6300-CAPA-PROMEDIO THRU 6300-CAPA-PROMEDIO-EXIT
                   UNTIL NO-HAY-MAS-STOCKCAP
               IF WJT-CANT-ACUM-CAPAS > 0
                   COMPUTE WJT-COSTO-PROMEDIO ROUNDED =
                       WJT-VALOR-ACUM-CAPAS / WJT-CANT-ACUM-CAPAS
                   COMPUTE WJT-VALOR-ARTICULO ROUNDED =
                       WJT-CANT-STOCK * WJT-COSTO-PROMEDIO
               END-IF
           END-IF.
           MOVE WST-ARTICULO TO WAT-ARTICULO.
           READ ART02 KEY IS WAT-ARTICULO
               INVALID KEY MOVE "ARTICULO INEXISTENTE"
                               TO WAT-DESCRIPCION
           END-READ.
           MOVE WST-SUCURSAL    TO K-SUCURSAL.
           MOVE WST-ARTICULO    TO K-ARTICULO.
           MOVE WAT-DESCRIPCION TO K-DESCRIP.
           MOVE WJT-CANT-STOCK  TO K-CANTIDAD.
           COMPUTE K-COSTO ROUNDED =
               WJT-VALOR-ARTICULO / WJT-CANT-STOCK.
           MOVE WJT-VALOR-ARTICULO TO K-VALOR.
           MOVE LIN-STOCK TO WJT-LINEA-IMP.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           ADD WJT-VALOR-ARTICULO TO WJT-TRANS-HABER.
       6100-ARTICULO-EXIT.
           EXIT.

       6200-CAPA-PEPS.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP OR
              WSC-ARTICULO NOT = WST-ARTICULO
               MOVE "S" TO EOF-STOCKCAP
               GO TO 6200-CAPA-PEPS-EXIT
           END-IF.
           COMPUTE WJT-CANT-DISPONIBLE =
               WSC-CANT-INGRESADA - WSC-CANT-CONSUMIDA.
           IF WJT-CANT-DISPONIBLE <= 0
               GO TO 6200-CAPA-PEPS-EXIT
           END-IF.
           IF WJT-CANT-DISPONIBLE > WJT-CANT-PENDIENTE
               MOVE WJT-CANT-PENDIENTE TO WJT-CANT-A-TOMAR
           ELSE
               MOVE WJT-CANT-DISPONIBLE TO WJT-CANT-A-TOMAR
           END-IF.
           COMPUTE WJT-VALOR-ARTICULO ROUNDED =
               WJT-VALOR-ARTICULO +
               (WJT-CANT-A-TOMAR * WSC-COSTO-UNITARIO).
           SUBTRACT WJT-CANT-A-TOMAR FROM WJT-CANT-PENDIENTE.
       6200-CAPA-PEPS-EXIT.
           EXIT.

       6300-CAPA-PROMEDIO.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP OR
              WSC-ARTICULO NOT = WST-ARTICULO
               MOVE "S" TO EOF-STOCKCAP
               GO TO 6300-CAPA-PROMEDIO-EXIT
           END-IF.
           ADD WSC-CANT-INGRESADA TO WJT-CANT-ACUM-CAPAS.
           COMPUTE WJT-VALOR-ACUM-CAPAS =
               WJT-VALOR-ACUM-CAPAS +
               (WSC-CANT-INGRESADA * WSC-COSTO-UNITARIO).
       6300-CAPA-PROMEDIO-EXIT.
           EXIT.

       6400-RUBRO-PATRIMONIAL.
           IF WJT-T-RUBRO (WJT-IX) (1:1) NOT = "R"
               MOVE WJT-T-RUBRO (WJT-IX) TO E-RUBRO
               MOVE WJT-T-SALDO (WJT-IX) TO E-SALDO
               MOVE LIN-ESTADO TO WJT-LINEA-IMP
               PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT
               ADD WJT-T-SALDO (WJT-IX) TO WJT-TRANS-HABER
           END-IF.

       6500-RUBRO-RESULTADO.
           IF WJT-T-RUBRO (WJT-IX) (1:1) = "R"
               MOVE WJT-T-RUBRO (WJT-IX) TO E-RUBRO
               MOVE WJT-T-SALDO (WJT-IX) TO E-SALDO
               MOVE LIN-ESTADO TO WJT-LINEA-IMP
               PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT
               ADD WJT-T-SALDO (WJT-IX) TO WJT-TRANS-HABER
           END-IF.

      *----------------------------------------------------------
      * Tramos de folios impresos.
      *----------------------------------------------------------
       7000-FOLIOS.
           DISPLAY "EMPRESA ...................: " LINE 8 POSITION 5.
           ACCEPT WJT-EMPRESA-PARAM LINE 8 POSITION 35.
           DISPLAY "LIBRO (D=DIARIO I=INV.BAL.): " LINE 9 POSITION 5.
           ACCEPT WJT-LIBRO-PARAM LINE 9 POSITION 35.
           MOVE WJT-EMPRESA-PARAM TO WJR-EMPRESA.
           MOVE WJT-LIBRO-PARAM   TO WJR-LIBRO.
           MOVE 0                 TO WJR-FOLIO-DESDE.
           START LIBFOLRG KEY IS NOT LESS THAN WJR-CLAVE
               INVALID KEY MOVE "S" TO EOF-LIBFOLRG
           END-START.
           DISPLAY "FOLIOS           PERIODO              IMPRESO".
           PERFORM 7100-TRAMO THRU 7100-TRAMO-EXIT
               UNTIL NO-HAY-MAS-LIBFOLRG.
       7000-FOLIOS-EXIT.
           EXIT.

       7100-TRAMO.
           READ LIBFOLRG NEXT RECORD
               AT END MOVE "S" TO EOF-LIBFOLRG
           END-READ.
           IF NO-HAY-MAS-LIBFOLRG
              OR WJR-EMPRESA NOT = WJT-EMPRESA-PARAM
              OR WJR-LIBRO NOT = WJT-LIBRO-PARAM
               MOVE "S" TO EOF-LIBFOLRG
               GO TO 7100-TRAMO-EXIT
           END-IF.
           DISPLAY WJR-FOLIO-DESDE "-" WJR-FOLIO-HASTA "  "
               WJR-DESDE "-" WJR-HASTA "  " WJR-FEC-IMPRESION.
       7100-TRAMO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Hojas: cada renglon pasa por aca. Con WJT-IMPRIME "N" no
      * se escribe nada pero los folios se cuentan igual.
      *----------------------------------------------------------
       8000-RENGLON.
           IF WJT-HOJAS = 0 OR WJT-LINEA >= WJT-MAX-CUERPO
               MOVE "N" TO WJT-TRANSPORTA
               IF WJT-HOJAS > 0 AND NOT WJT-SIN-TRANSPORTE
                   MOVE "S" TO WJT-TRANSPORTA
               END-IF
               PERFORM 8100-CAMBIO-HOJA THRU 8100-CAMBIO-HOJA-EXIT
           END-IF.
           IF WJT-IMPRIME = "S"
               WRITE LIN-LISTADO FROM WJT-LINEA-IMP AFTER 1
           END-IF.
           ADD 1 TO WJT-LINEA.
       8000-RENGLON-EXIT.
           EXIT.

      *    Pie con el total a transportar, encabezado de rubrica
      *    con el folio siguiente y transporte a la cabeza.
       8100-CAMBIO-HOJA.
           IF WJT-TRANSPORTA = "S"
               MOVE "A TRANSPORTAR" TO X-LEYENDA
               PERFORM 8200-ARMAR-TRANSPORTE
               IF WJT-IMPRIME = "S"
                   WRITE LIN-LISTADO FROM LIN-TRANSPORTE AFTER 1
               END-IF
           END-IF.
           ADD 1 TO WJT-FOLIO.
           ADD 1 TO WJT-HOJAS.
           MOVE WJT-FOLIO TO H-FOLIO.
           IF WJT-IMPRIME = "S"
               WRITE LIN-LISTADO FROM LIN-H1 AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-H2 AFTER 1
               WRITE LIN-LISTADO FROM LIN-H3 AFTER 1
               WRITE LIN-LISTADO FROM WJT-CABECERA AFTER 2
           END-IF.
           MOVE 0 TO WJT-LINEA.
           IF WJT-TRANSPORTA = "S"
               MOVE "TRANSPORTE" TO X-LEYENDA
               PERFORM 8200-ARMAR-TRANSPORTE
               IF WJT-IMPRIME = "S"
                   WRITE LIN-LISTADO FROM LIN-TRANSPORTE AFTER 1
               END-IF
               ADD 1 TO WJT-LINEA
           END-IF.
       8100-CAMBIO-HOJA-EXIT.
           EXIT.

       8200-ARMAR-TRANSPORTE.
           IF WJT-TRANSPORTE-DIARIO
               MOVE WJT-TRANS-DEBE TO X-DEBE
           ELSE
               MOVE SPACES TO X-DEBE-X
           END-IF.
           MOVE WJT-TRANS-HABER TO X-HABER.

       9999-FINAL.
           CLOSE LIBFOLIO.
           CLOSE LIBFOLRG.
           IF WJT-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
