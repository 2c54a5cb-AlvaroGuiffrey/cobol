       IDENTIFICATION DIVISION.
       PROGRAM-ID.       RENDLECH.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Rendimiento de la leche cruda y traza hacia los
      * tamberos. PRODORD deja en PRODCAB cada orden con los
      * kilos producidos y los litros consumidos (grasa y
      * proteina ponderadas) y en PRODLECH el detalle de los
      * ingresos de TAMBOREC que uso.
      *   modo S: rendimiento estandar por articulo en RENDSTD
      *           (kilos cada 100 litros a una grasa y proteina
      *           de referencia);
      *   modo R: informe de rendimiento por PRNTDEST entre dos
      *           fechas: kilos reales cada 100 litros contra el
      *           estandar corregido por los solidos de la leche
      *           usada (estandar x (grasa + proteina reales) /
      *           (grasa + proteina de referencia));
      *   modo T: traza hacia atras de un lote terminado: de que
      *           tamberos, fechas y ordenies salio la leche. La
      *           traza hacia adelante, a los clientes, la sigue
      *           dando LOTERAST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDSTD   ASSIGN TO "RENDSTD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRS-ARTICULO
                             FILE STATUS IS WRS-STATUS.
           SELECT PRODCAB   ASSIGN TO "PRODCAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-ORDEN
                             ALTERNATE RECORD KEY IS WPC-FECHA
                                 WITH DUPLICATES
                             FILE STATUS IS WPC-STATUS.
           SELECT PRODLECH  ASSIGN TO "PRODLECH"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-CLAVE
                             ALTERNATE RECORD KEY IS WPL-TRAZA
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  RENDSTD.
       01  REG-RENDSTD.
           05  WRS-ARTICULO          PIC 9(06).
           05  WRS-KILOS-100L        PIC 9(03)V99.
           05  WRS-GRASA-REF         PIC 9(02)V99.
           05  WRS-PROTEINA-REF      PIC 9(02)V99.

       FD  PRODCAB.
       01  REG-PRODCAB.
           05  WPC-ORDEN             PIC 9(08).
           05  WPC-FECHA             PIC 9(08).
           05  WPC-SUCURSAL          PIC 9(02).
           05  WPC-PRODUCTO          PIC 9(06).
           05  WPC-CANTIDAD          PIC S9(07)V99.
           05  WPC-LOTE              PIC X(10).
           05  WPC-COSTO-UNITARIO    PIC S9(07)V99.
           05  WPC-LITROS            PIC 9(09)V99.
           05  WPC-PORC-GRASA        PIC 9(02)V99.
           05  WPC-PORC-PROTEINA     PIC 9(02)V99.

       FD  PRODLECH.
       01  REG-PRODLECH.
           05  WPL-CLAVE.
               10  WPL-ORDEN         PIC 9(08).
               10  WPL-SECUENCIA     PIC 9(03).
           05  WPL-TRAZA.
               10  WPL-PRODUCTO      PIC 9(06).
               10  WPL-LOTE          PIC X(10).
           05  WPL-PROVEEDOR         PIC 9(06).
           05  WPL-FEC-INGRESO       PIC 9(08).
           05  WPL-ORDENIE           PIC 9(02).
           05  WPL-LITROS            PIC 9(07)V99.
           05  WPL-PORC-GRASA        PIC 9(02)V99.
           05  WPL-PORC-PROTEINA     PIC 9(02)V99.
           05  WPL-FECHA             PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "RENDLECH".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WRS-STATUS                PIC X(02).
       77  WPC-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WRL-MODO-PARAM            PIC X(01).
       77  WRL-DESDE-PARAM           PIC 9(08).
       77  WRL-HASTA-PARAM           PIC 9(08).
       77  WRL-ARTICULO-PARAM        PIC 9(06).
       77  WRL-LOTE-PARAM            PIC X(10).
       77  WRL-HALLADO               PIC X(01).
       77  WRL-REAL-100L             PIC S9(05)V99.
       77  WRL-STD-AJUSTADO          PIC S9(05)V99.
       77  WRL-DESVIO                PIC S9(05)V99.
       77  WRL-TOT-KILOS             PIC S9(11)V99 VALUE 0.
       77  WRL-TOT-LITROS            PIC 9(11)V99 VALUE 0.
       77  WRL-TOT-STD-KILOS         PIC S9(11)V99 VALUE 0.
       77  WRL-CANT-ORDENES          PIC 9(05) VALUE 0.
       77  WRL-CANT-INGRESOS         PIC 9(05) VALUE 0.
       77  EOF-PRODCAB                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRODCAB     VALUE "S".
       77  EOF-PRODLECH               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRODLECH    VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  T-TITULO           PIC X(40).
           05  T-DESDE            PIC 9(08) BLANK WHEN ZERO.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  T-HASTA            PIC 9(08) BLANK WHEN ZERO.

       01  LIN-CABECERA-REND.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "ORDEN    FECHA    ARTICULO LOTE            KILOS ".
           05  FILLER             PIC X(50) VALUE
               "      LITROS GRASA PROT  REAL/100 STD AJUST DESVIO".

       01  LIN-REND.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORDEN               PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-LOTE                PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-KILOS               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-LITROS              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-GRASA               PIC Z9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PROTEINA            PIC Z9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-REAL                PIC ZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-STD                 PIC ZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESVIO              PIC ZZZ9.99-.

       01  LIN-TOTAL-REND.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "ORDENES ".
           05  R-ORDENES             PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE "  KILOS ".
           05  R-KILOS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  LITROS ".
           05  R-LITROS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(17) VALUE
               "  KILOS STD AJUST".
           05  R-STD-KILOS           PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CABECERA-TRAZA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "ORDEN    TAMBERO INGRESO  ORD       LITROS GRASA ".
           05  FILLER             PIC X(20) VALUE
               "PROT  PRODUCIDO".

       01  LIN-TRAZA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-ORDEN               PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-PROVEEDOR           PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-FEC-INGRESO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-ORDENIE             PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-LITROS              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-GRASA               PIC Z9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-PROTEINA            PIC Z9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-FECHA               PIC 9(08).

       PROCEDURE DIVISION.
       DECLARATIVES.
       RENDSTD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RENDSTD.
           DISPLAY "ERROR E/S RENDSTD: " WRS-STATUS.
       PRODCAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODCAB.
           DISPLAY "ERROR E/S PRODCAB: " WPC-STATUS.
       PRODLECH-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODLECH.
           DISPLAY "ERROR E/S PRODLECH: " WPL-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WRL-MODO-PARAM
               WHEN "S"
                   PERFORM 2000-ESTANDAR THRU 2000-ESTANDAR-EXIT
               WHEN "R"
                   PERFORM 3000-UNA-ORDEN THRU 3000-UNA-ORDEN-EXIT
                       UNTIL NO-HAY-MAS-PRODCAB
                   PERFORM 3500-TOTALES
               WHEN "T"
                   PERFORM 4000-UN-INGRESO THRU 4000-UN-INGRESO-EXIT
                       UNTIL NO-HAY-MAS-PRODLECH
                   DISPLAY "INGRESOS DE LECHE DEL LOTE: "
                       WRL-CANT-INGRESOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (S=ESTANDAR R=RENDIMIENTO T=TRAZA): "
               LINE 5 POSITION 5.
           ACCEPT WRL-MODO-PARAM LINE 5 POSITION 47.
           OPEN I-O RENDSTD.
           IF WRS-STATUS = "35"
               CLOSE RENDSTD
               OPEN OUTPUT RENDSTD
               CLOSE RENDSTD
               OPEN I-O RENDSTD
           END-IF.
           OPEN INPUT PRODCAB.
           OPEN INPUT PRODLECH.
           MOVE 0 TO T-DESDE.
           MOVE 0 TO T-HASTA.
           IF WRL-MODO-PARAM = "R"
               DISPLAY "DESDE (AAAAMMDD) ...: " LINE 7 POSITION 5
               ACCEPT WRL-DESDE-PARAM LINE 7 POSITION 28
               DISPLAY "HASTA (AAAAMMDD) ...: " LINE 8 POSITION 5
               ACCEPT WRL-HASTA-PARAM LINE 8 POSITION 28
               MOVE "RENDIMIENTO DE LECHE CRUDA ENTRE "
                   TO T-TITULO
               MOVE WRL-DESDE-PARAM TO T-DESDE
               MOVE WRL-HASTA-PARAM TO T-HASTA
               MOVE WRL-DESDE-PARAM TO WPC-FECHA
               START PRODCAB KEY IS NOT LESS THAN WPC-FECHA
                   INVALID KEY MOVE "S" TO EOF-PRODCAB
               END-START
           END-IF.
           IF WRL-MODO-PARAM = "T"
               DISPLAY "ARTICULO ...........: " LINE 7 POSITION 5
               ACCEPT WRL-ARTICULO-PARAM LINE 7 POSITION 28
               DISPLAY "LOTE ...............: " LINE 8 POSITION 5
               ACCEPT WRL-LOTE-PARAM LINE 8 POSITION 28
               MOVE "TRAZA DEL LOTE HACIA LOS TAMBEROS"
                   TO T-TITULO
               MOVE WRL-ARTICULO-PARAM TO WPL-PRODUCTO
               MOVE WRL-LOTE-PARAM     TO WPL-LOTE
               START PRODLECH KEY IS NOT LESS THAN WPL-TRAZA
                   INVALID KEY MOVE "S" TO EOF-PRODLECH
               END-START
           END-IF.
           IF WRL-MODO-PARAM = "R" OR WRL-MODO-PARAM = "T"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
           END-IF.
           IF WRL-MODO-PARAM = "R"
               WRITE LIN-LISTADO FROM LIN-CABECERA-REND AFTER 2
           END-IF.
           IF WRL-MODO-PARAM = "T"
               MOVE SPACES TO LIN-LISTADO
               STRING "ARTICULO " WRL-ARTICULO-PARAM
                      "  LOTE " WRL-LOTE-PARAM
                      DELIMITED BY SIZE INTO LIN-LISTADO
               END-STRING
               WRITE LIN-LISTADO AFTER 1
               WRITE LIN-LISTADO FROM LIN-CABECERA-TRAZA AFTER 2
           END-IF.

       2000-ESTANDAR.
           DISPLAY "ARTICULO ...........: " LINE 7 POSITION 5.
           ACCEPT WRL-ARTICULO-PARAM LINE 7 POSITION 28.
           IF WRL-ARTICULO-PARAM = 0
               GO TO 2000-ESTANDAR-EXIT
           END-IF.
           MOVE "S" TO WRL-HALLADO.
           MOVE WRL-ARTICULO-PARAM TO WRS-ARTICULO.
           READ RENDSTD KEY IS WRS-ARTICULO
               INVALID KEY
                   MOVE "N" TO WRL-HALLADO
                   INITIALIZE REG-RENDSTD
                   MOVE WRL-ARTICULO-PARAM TO WRS-ARTICULO
           END-READ.
           DISPLAY "KILOS CADA 100 LITROS: " LINE 8 POSITION 5.
           ACCEPT WRS-KILOS-100L LINE 8 POSITION 29.
           DISPLAY "GRASA DE REFERENCIA .: " LINE 9 POSITION 5.
           ACCEPT WRS-GRASA-REF LINE 9 POSITION 29.
           DISPLAY "PROTEINA REFERENCIA .: " LINE 10 POSITION 5.
           ACCEPT WRS-PROTEINA-REF LINE 10 POSITION 29.
           IF WRL-HALLADO = "S"
               REWRITE REG-RENDSTD
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR RENDSTD"
               END-REWRITE
           ELSE
               WRITE REG-RENDSTD
                   INVALID KEY DISPLAY "NO PUDO GRABAR RENDSTD"
               END-WRITE
           END-IF.
           DISPLAY "ESTANDAR GRABADO" LINE 12 POSITION 5.
       2000-ESTANDAR-EXIT.
           EXIT.

      *    Solo las ordenes que consumieron leche entran en el
      *    informe; sin estandar cargado se informa el real y el
      *    estandar queda en cero.
       3000-UNA-ORDEN.
           READ PRODCAB NEXT RECORD
               AT END MOVE "S" TO EOF-PRODCAB
           END-READ.
           IF NO-HAY-MAS-PRODCAB OR WPC-FECHA > WRL-HASTA-PARAM
               MOVE "S" TO EOF-PRODCAB
               GO TO 3000-UNA-ORDEN-EXIT
           END-IF.
           IF WPC-LITROS = 0
               GO TO 3000-UNA-ORDEN-EXIT
           END-IF.
           COMPUTE WRL-REAL-100L ROUNDED =
               WPC-CANTIDAD * 100 / WPC-LITROS.
           MOVE 0 TO WRL-STD-AJUSTADO.
           MOVE WPC-PRODUCTO TO WRS-ARTICULO.
           READ RENDSTD KEY IS WRS-ARTICULO
               INVALID KEY MOVE 0 TO WRS-KILOS-100L
           END-READ.
           IF WRS-KILOS-100L > 0
              AND WRS-GRASA-REF + WRS-PROTEINA-REF > 0
               COMPUTE WRL-STD-AJUSTADO ROUNDED =
                   WRS-KILOS-100L *
                   (WPC-PORC-GRASA + WPC-PORC-PROTEINA) /
                   (WRS-GRASA-REF + WRS-PROTEINA-REF)
           END-IF.
           COMPUTE WRL-DESVIO = WRL-REAL-100L - WRL-STD-AJUSTADO.
           MOVE WPC-ORDEN          TO D-ORDEN.
           MOVE WPC-FECHA          TO D-FECHA.
           MOVE WPC-PRODUCTO       TO D-ARTICULO.
           MOVE WPC-LOTE           TO D-LOTE.
           MOVE WPC-CANTIDAD       TO D-KILOS.
           MOVE WPC-LITROS         TO D-LITROS.
           MOVE WPC-PORC-GRASA     TO D-GRASA.
           MOVE WPC-PORC-PROTEINA  TO D-PROTEINA.
           MOVE WRL-REAL-100L      TO D-REAL.
           MOVE WRL-STD-AJUSTADO   TO D-STD.
           MOVE WRL-DESVIO         TO D-DESVIO.
           WRITE LIN-LISTADO FROM LIN-REND AFTER 1.
           ADD 1            TO WRL-CANT-ORDENES.
           ADD WPC-CANTIDAD TO WRL-TOT-KILOS.
           ADD WPC-LITROS   TO WRL-TOT-LITROS.
           COMPUTE WRL-TOT-STD-KILOS ROUNDED = WRL-TOT-STD-KILOS +
               WRL-STD-AJUSTADO * WPC-LITROS / 100.
       3000-UNA-ORDEN-EXIT.
           EXIT.

       3500-TOTALES.
           MOVE WRL-CANT-ORDENES  TO R-ORDENES.
           MOVE WRL-TOT-KILOS     TO R-KILOS.
           MOVE WRL-TOT-LITROS    TO R-LITROS.
           MOVE WRL-TOT-STD-KILOS TO R-STD-KILOS.
           WRITE LIN-LISTADO FROM LIN-TOTAL-REND AFTER 2.
           DISPLAY "ORDENES CON LECHE: " WRL-CANT-ORDENES.

       4000-UN-INGRESO.
           READ PRODLECH NEXT RECORD
               AT END MOVE "S" TO EOF-PRODLECH
           END-READ.
           IF NO-HAY-MAS-PRODLECH
              OR WPL-PRODUCTO NOT = WRL-ARTICULO-PARAM
              OR WPL-LOTE NOT = WRL-LOTE-PARAM
               MOVE "S" TO EOF-PRODLECH
               GO TO 4000-UN-INGRESO-EXIT
           END-IF.
           MOVE WPL-ORDEN         TO E-ORDEN.
           MOVE WPL-PROVEEDOR     TO E-PROVEEDOR.
           MOVE WPL-FEC-INGRESO   TO E-FEC-INGRESO.
           MOVE WPL-ORDENIE       TO E-ORDENIE.
           MOVE WPL-LITROS        TO E-LITROS.
           MOVE WPL-PORC-GRASA    TO E-GRASA.
           MOVE WPL-PORC-PROTEINA TO E-PROTEINA.
           MOVE WPL-FECHA         TO E-FECHA.
           WRITE LIN-LISTADO FROM LIN-TRAZA AFTER 1.
           ADD 1 TO WRL-CANT-INGRESOS.
       4000-UN-INGRESO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE RENDSTD.
           CLOSE PRODCAB.
           CLOSE PRODLECH.
           IF WRL-MODO-PARAM = "R" OR WRL-MODO-PARAM = "T"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
