       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PRODVAR.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Variaciones de produccion del mes: compara cada orden de
      * PRODCAB contra el patron que PRODORD dejo en la cabecera
      * (estandar de COSTSTD) y abre la diferencia en:
      *   precio de materiales: costo real de lo consumido menos
      *     la misma cantidad a precio estandar;
      *   uso / rendimiento: cantidad consumida (formula mas la
      *     perdida informada) menos cantidad de formula, ambas
      *     a precio estandar;
      *   gastos de conversion: lo cargado en el DIARIO a las
      *     cuentas de resultado del centro productivo (como
      *     CCOSPYG, sin los asientos de inventario de CMVDIAR)
      *     menos lo absorbido por las ordenes del mes a tasa
      *     estandar, repartido entre las ordenes del centro en
      *     proporcion a lo que cada una absorbio.
      * Positivo es desfavorable. Se lista orden por orden y se
      * totaliza por linea de LINEAS (como MERMAREP) y en total.
      * Las ordenes sin estandar (PRODORD no encontro COSTSTD)
      * se cuentan aparte y no entran en el informe.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODCAB   ASSIGN TO "PRODCAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-ORDEN
                             ALTERNATE RECORD KEY IS WPC-FECHA
                                 WITH DUPLICATES
                             FILE STATUS IS WPC-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT MATRIZ    ASSIGN TO "MATRIZ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMZ-CLAVE
                             FILE STATUS IS WMZ-STATUS.
           SELECT LINEAS    ASSIGN TO "LINEAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLI-ARTICULO
                             FILE STATUS IS WLI-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
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
           05  WPC-PERDIDA-PCT       PIC 9(02)V99.
           05  WPC-COSTO-MAT-REAL    PIC S9(09)V99.
           05  WPC-MAT-STD-AQ        PIC S9(09)V99.
           05  WPC-MAT-STD           PIC S9(09)V99.
           05  WPC-CCOSTO            PIC X(03).
           05  WPC-CONV-STD          PIC S9(09)V99.
           05  WPC-COSTO-STD         PIC S9(07)V9999.

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

       FD  MATRIZ.
       01  REG-MATRIZ.
           05  WMZ-CLAVE             PIC X(08).
           05  WMZ-RUBRO             PIC X(04).

       FD  LINEAS.
       01  REG-LINEAS.
           05  WLI-ARTICULO          PIC 9(06).
           05  WLI-LINEA             PIC 9(03).
           05  WLI-DESCRIPCION       PIC X(20).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PRODVAR".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WPC-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WLI-STATUS                PIC X(02).
       77  WYV-PERIODO-PARAM         PIC 9(06).
       77  WYV-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WYV-ANIO-MES-MOV          PIC 9(06).
       77  WYV-CCOSTO-BUS            PIC X(03).
       77  WYV-CANT-CENTROS          PIC 9(02) VALUE 0.
       77  WYV-IX                    PIC 9(02).
       77  WYV-JX                    PIC 9(02).
       77  WYV-LINEA-IX              PIC 9(03).
       77  WYV-CANT-ORDENES          PIC 9(05) VALUE 0.
       77  WYV-CANT-SIN-STD          PIC 9(05) VALUE 0.
       77  WYV-STD                   PIC S9(11)V99.
       77  WYV-VAR-PRECIO            PIC S9(11)V99.
       77  WYV-VAR-USO               PIC S9(11)V99.
       77  WYV-VAR-GIF               PIC S9(11)V99.
       77  WYV-VAR-TOTAL             PIC S9(11)V99.
       77  WYV-TOT-STD               PIC S9(13)V99 VALUE 0.
       77  WYV-TOT-PRECIO            PIC S9(13)V99 VALUE 0.
       77  WYV-TOT-USO               PIC S9(13)V99 VALUE 0.
       77  WYV-TOT-GIF               PIC S9(13)V99 VALUE 0.
       77  WYV-TOT-VARIACION         PIC S9(13)V99 VALUE 0.
       77  EOF-PRODCAB                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRODCAB     VALUE "S".
       77  EOF-DIARIO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".

      *    Centros productivos de las ordenes del mes: gasto real
      *    del DIARIO (debe menos haber) y conversion absorbida.
       01  WYV-TABLA-CENTROS.
           05  WYV-CEN OCCURS 30 TIMES.
               10  WYV-T-CCOSTO      PIC X(03).
               10  WYV-T-REAL        PIC S9(13)V99.
               10  WYV-T-ABSORBIDO   PIC S9(13)V99.

      *    Acumuladores por linea, subindicados por el codigo de
      *    linea de LINEAS (1 a 999).
       01  WYV-TABLA-LINEAS.
           05  WYV-LIN OCCURS 999 TIMES.
               10  WYV-LIN-USADA     PIC X(01).
               10  WYV-LIN-DESCRIP   PIC X(20).
               10  WYV-LIN-STD       PIC S9(13)V99.
               10  WYV-LIN-PRECIO    PIC S9(13)V99.
               10  WYV-LIN-USO       PIC S9(13)V99.
               10  WYV-LIN-GIF       PIC S9(13)V99.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "VARIACIONES DE PRODUCCION - PERIODO ".
           05  T-PERIODO          PIC 9(06).
           05  FILLER             PIC X(06) VALUE "  EMP ".
           05  T-EMPRESA          PIC 9(04).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "ORDEN    FECHA    ARTIC  CANTIDAD      ESTANDAR".
           05  FILLER             PIC X(33) VALUE
               "        V.PRECIO       V.USO/REND".
           05  FILLER             PIC X(30) VALUE
               "      V.GASTOS         V.TOTAL".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORDEN               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CANTIDAD            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ESTANDAR            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PRECIO              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-USO                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-GIF                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-LINEA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-LINEA               PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-DESCRIPCION         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-ESTANDAR            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-PRECIO              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-USO                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-GIF                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CENTRO.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "CENTRO ".
           05  C-CCOSTO              PIC X(03).
           05  FILLER                PIC X(09) VALUE "  REAL: ".
           05  C-REAL                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(14) VALUE "  ABSORBIDO: ".
           05  C-ABSORBIDO           PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  FILLER                PIC X(22)
               VALUE "TOTAL DEL MES .......:".
           05  T-ESTANDAR            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-PRECIO              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-USO                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-GIF                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRODCAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODCAB.
           DISPLAY "ERROR E/S PRODCAB: " WPC-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       MATRIZ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MATRIZ.
           DISPLAY "ERROR E/S MATRIZ: " WMZ-STATUS.
       LINEAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LINEAS.
           DISPLAY "ERROR E/S LINEAS: " WLI-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 1100-POSICIONAR-PRODCAB.
           PERFORM 2000-ABSORBIDO THRU 2000-ABSORBIDO-EXIT
               UNTIL NO-HAY-MAS-PRODCAB.
           IF WYV-CANT-CENTROS > 0
               PERFORM 3000-GASTO-REAL THRU 3000-GASTO-REAL-EXIT
                   UNTIL NO-HAY-MAS-DIARIO
           END-IF.
           PERFORM 1100-POSICIONAR-PRODCAB.
           PERFORM 4000-ORDENES THRU 4000-ORDENES-EXIT
               UNTIL NO-HAY-MAS-PRODCAB.
           PERFORM 5000-TOTALES.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "PERIODO (AAAAMM): " LINE 9 POSITION 5.
           ACCEPT WYV-PERIODO-PARAM LINE 9 POSITION 24.
           DISPLAY "EMPRESA ........: " LINE 10 POSITION 5.
           ACCEPT WYV-EMPRESA-PARAM LINE 10 POSITION 24.
           OPEN INPUT PRODCAB.
           OPEN INPUT DIARIO.
           OPEN INPUT MATRIZ.
           OPEN INPUT LINEAS.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WYV-PERIODO-PARAM TO T-PERIODO.
           MOVE WYV-EMPRESA-PARAM TO T-EMPRESA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 1200-LIMPIAR-LINEA
               VARYING WYV-LINEA-IX FROM 1 BY 1
               UNTIL WYV-LINEA-IX > 999.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.

       1100-POSICIONAR-PRODCAB.
           MOVE "N" TO EOF-PRODCAB.
           MOVE WYV-PERIODO-PARAM TO WPC-FECHA (1:6).
           MOVE 01 TO WPC-FECHA (7:2).
           START PRODCAB KEY IS NOT LESS THAN WPC-FECHA
               INVALID KEY MOVE "S" TO EOF-PRODCAB
           END-START.

       1200-LIMPIAR-LINEA.
           MOVE "N"    TO WYV-LIN-USADA (WYV-LINEA-IX).
           MOVE SPACES TO WYV-LIN-DESCRIP (WYV-LINEA-IX).
           MOVE 0      TO WYV-LIN-STD (WYV-LINEA-IX).
           MOVE 0      TO WYV-LIN-PRECIO (WYV-LINEA-IX).
           MOVE 0      TO WYV-LIN-USO (WYV-LINEA-IX).
           MOVE 0      TO WYV-LIN-GIF (WYV-LINEA-IX).

      *    Primera pasada: conversion absorbida por centro.
       2000-ABSORBIDO.
           PERFORM 2100-LEER-ORDEN THRU 2100-LEER-ORDEN-EXIT.
           IF NO-HAY-MAS-PRODCAB
               GO TO 2000-ABSORBIDO-EXIT
           END-IF.
           IF WPC-COSTO-STD = 0 OR WPC-CCOSTO = SPACES
               GO TO 2000-ABSORBIDO-EXIT
           END-IF.
           MOVE WPC-CCOSTO TO WYV-CCOSTO-BUS.
           PERFORM 2200-BUSCAR-CENTRO.
           IF WYV-IX = 0
               IF WYV-CANT-CENTROS >= 30
                   DISPLAY "TABLA DE CENTROS LLENA"
                   GO TO 2000-ABSORBIDO-EXIT
               END-IF
               ADD 1 TO WYV-CANT-CENTROS
               MOVE WYV-CANT-CENTROS TO WYV-IX
               MOVE WPC-CCOSTO       TO WYV-T-CCOSTO (WYV-IX)
               MOVE 0                TO WYV-T-REAL (WYV-IX)
               MOVE 0                TO WYV-T-ABSORBIDO (WYV-IX)
           END-IF.
           ADD WPC-CONV-STD TO WYV-T-ABSORBIDO (WYV-IX).
       2000-ABSORBIDO-EXIT.
           EXIT.

       2100-LEER-ORDEN.
           READ PRODCAB NEXT RECORD
               AT END MOVE "S" TO EOF-PRODCAB
           END-READ.
           IF NO-HAY-MAS-PRODCAB
               GO TO 2100-LEER-ORDEN-EXIT
           END-IF.
           IF WPC-FECHA (1:6) NOT = WYV-PERIODO-PARAM
               MOVE "S" TO EOF-PRODCAB
           END-IF.
       2100-LEER-ORDEN-EXIT.
           EXIT.

       2200-BUSCAR-CENTRO.
           MOVE 0 TO WYV-IX.
           PERFORM 2210-COMPARAR-CENTRO
               VARYING WYV-JX FROM 1 BY 1
               UNTIL WYV-JX > WYV-CANT-CENTROS.

       2210-COMPARAR-CENTRO.
           IF WYV-T-CCOSTO (WYV-JX) = WYV-CCOSTO-BUS
               MOVE WYV-JX TO WYV-IX
           END-IF.

      *    Segunda pasada: gasto real de los centros productivos
      *    en cuentas de resultado. Los asientos de inventario de
      *    CMVDIAR (PRODINS/PRODSAL) son el material, que ya se
      *    mide por orden, y no se cuentan como conversion.
       3000-GASTO-REAL.
           COMPUTE WYV-ANIO-MES-MOV = WDI-FECHA / 100.
           IF WYV-ANIO-MES-MOV NOT = WYV-PERIODO-PARAM
               GO TO 3000-GASTO-REAL-LEER
           END-IF.
           IF WDI-EMPRESA NOT = WYV-EMPRESA-PARAM
               GO TO 3000-GASTO-REAL-LEER
           END-IF.
           IF WDI-ORIGEN = "PRODINS " OR WDI-ORIGEN = "PRODSAL "
               GO TO 3000-GASTO-REAL-LEER
           END-IF.
           MOVE WDI-CCOSTO TO WYV-CCOSTO-BUS.
           PERFORM 2200-BUSCAR-CENTRO.
           IF WYV-IX = 0
               GO TO 3000-GASTO-REAL-LEER
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY GO TO 3000-GASTO-REAL-LEER
           END-READ.
           IF WMZ-RUBRO (1:1) NOT = "R"
               GO TO 3000-GASTO-REAL-LEER
           END-IF.
           COMPUTE WYV-T-REAL (WYV-IX) =
               WYV-T-REAL (WYV-IX) + WDI-DEBE - WDI-HABER.
       3000-GASTO-REAL-LEER.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
       3000-GASTO-REAL-EXIT.
           EXIT.

      *    Tercera pasada: variaciones de cada orden.
       4000-ORDENES.
           PERFORM 2100-LEER-ORDEN THRU 2100-LEER-ORDEN-EXIT.
           IF NO-HAY-MAS-PRODCAB
               GO TO 4000-ORDENES-EXIT
           END-IF.
           IF WPC-COSTO-STD = 0
               ADD 1 TO WYV-CANT-SIN-STD
               GO TO 4000-ORDENES-EXIT
           END-IF.
           ADD 1 TO WYV-CANT-ORDENES.
           COMPUTE WYV-STD = WPC-MAT-STD + WPC-CONV-STD.
           COMPUTE WYV-VAR-PRECIO = WPC-COSTO-MAT-REAL - WPC-MAT-STD-AQ.
           COMPUTE WYV-VAR-USO = WPC-MAT-STD-AQ - WPC-MAT-STD.
           MOVE 0 TO WYV-VAR-GIF.
           MOVE WPC-CCOSTO TO WYV-CCOSTO-BUS.
           PERFORM 2200-BUSCAR-CENTRO.
           IF WYV-IX > 0
               IF WYV-T-ABSORBIDO (WYV-IX) NOT = 0
                   COMPUTE WYV-VAR-GIF ROUNDED =
                       (WYV-T-REAL (WYV-IX) - WYV-T-ABSORBIDO (WYV-IX))
                       * WPC-CONV-STD / WYV-T-ABSORBIDO (WYV-IX)
               END-IF
           END-IF.
           COMPUTE WYV-VAR-TOTAL =
               WYV-VAR-PRECIO + WYV-VAR-USO + WYV-VAR-GIF.
           MOVE WPC-ORDEN      TO D-ORDEN.
           MOVE WPC-FECHA      TO D-FECHA.
           MOVE WPC-PRODUCTO   TO D-ARTICULO.
           MOVE WPC-CANTIDAD   TO D-CANTIDAD.
           MOVE WYV-STD        TO D-ESTANDAR.
           MOVE WYV-VAR-PRECIO TO D-PRECIO.
           MOVE WYV-VAR-USO    TO D-USO.
           MOVE WYV-VAR-GIF    TO D-GIF.
           MOVE WYV-VAR-TOTAL  TO D-TOTAL.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           MOVE WPC-PRODUCTO TO WLI-ARTICULO.
           MOVE 0 TO WLI-LINEA.
           READ LINEAS KEY IS WLI-ARTICULO
               INVALID KEY CONTINUE
           END-READ.
           IF WLI-LINEA >= 1 AND WLI-LINEA <= 999
               MOVE "S" TO WYV-LIN-USADA (WLI-LINEA)
               MOVE WLI-DESCRIPCION TO WYV-LIN-DESCRIP (WLI-LINEA)
               ADD WYV-STD        TO WYV-LIN-STD (WLI-LINEA)
               ADD WYV-VAR-PRECIO TO WYV-LIN-PRECIO (WLI-LINEA)
               ADD WYV-VAR-USO    TO WYV-LIN-USO (WLI-LINEA)
               ADD WYV-VAR-GIF    TO WYV-LIN-GIF (WLI-LINEA)
           END-IF.
           ADD WYV-STD        TO WYV-TOT-STD.
           ADD WYV-VAR-PRECIO TO WYV-TOT-PRECIO.
           ADD WYV-VAR-USO    TO WYV-TOT-USO.
           ADD WYV-VAR-GIF    TO WYV-TOT-GIF.
           ADD WYV-VAR-TOTAL  TO WYV-TOT-VARIACION.
       4000-ORDENES-EXIT.
           EXIT.

       5000-TOTALES.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 5100-TOTAL-LINEA
               VARYING WYV-LINEA-IX FROM 1 BY 1
               UNTIL WYV-LINEA-IX > 999.
           MOVE WYV-TOT-STD       TO T-ESTANDAR.
           MOVE WYV-TOT-PRECIO    TO T-PRECIO.
           MOVE WYV-TOT-USO       TO T-USO.
           MOVE WYV-TOT-GIF       TO T-GIF.
           MOVE WYV-TOT-VARIACION TO T-TOTAL.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 5200-TOTAL-CENTRO
               VARYING WYV-IX FROM 1 BY 1
               UNTIL WYV-IX > WYV-CANT-CENTROS.
           DISPLAY "ORDENES CON VARIACION: " WYV-CANT-ORDENES.
           IF WYV-CANT-SIN-STD > 0
               DISPLAY "ORDENES SIN ESTANDAR: " WYV-CANT-SIN-STD
           END-IF.

       5100-TOTAL-LINEA.
           IF WYV-LIN-USADA (WYV-LINEA-IX) = "S"
               MOVE WYV-LINEA-IX TO L-LINEA
               MOVE WYV-LIN-DESCRIP (WYV-LINEA-IX) TO L-DESCRIPCION
               MOVE WYV-LIN-STD (WYV-LINEA-IX)     TO L-ESTANDAR
               MOVE WYV-LIN-PRECIO (WYV-LINEA-IX)  TO L-PRECIO
               MOVE WYV-LIN-USO (WYV-LINEA-IX)     TO L-USO
               MOVE WYV-LIN-GIF (WYV-LINEA-IX)     TO L-GIF
               COMPUTE WYV-VAR-TOTAL = WYV-LIN-PRECIO (WYV-LINEA-IX)
                   + WYV-LIN-USO (WYV-LINEA-IX)
                   + WYV-LIN-GIF (WYV-LINEA-IX)
               MOVE WYV-VAR-TOTAL TO L-TOTAL
               WRITE LIN-LISTADO FROM LIN-LINEA AFTER 1
           END-IF.

       5200-TOTAL-CENTRO.
           MOVE WYV-T-CCOSTO (WYV-IX)    TO C-CCOSTO.
           MOVE WYV-T-REAL (WYV-IX)      TO C-REAL.
           MOVE WYV-T-ABSORBIDO (WYV-IX) TO C-ABSORBIDO.
           WRITE LIN-LISTADO FROM LIN-CENTRO AFTER 1.

       9999-FINAL.
           CLOSE PRODCAB.
           CLOSE DIARIO.
           CLOSE MATRIZ.
           CLOSE LINEAS.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
