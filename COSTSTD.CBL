       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COSTSTD.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Costo estandar por articulo: PRODORD arma el costo de
      * cada salida con los costos CAPPRE de los insumos mas el
      * porcentaje de perdida, sin un patron contra el cual
      * comparar. COSTSTD guarda el estandar de cada articulo:
      *   modo P: precio estandar de un insumo comprado, cargado
      *           por el operador (sin dato, PRODORD y el rollup
      *           usan el costo de CAPPRE);
      *   modo F: estandar del articulo fabricado: materiales
      *           por la formula de BOM a precio estandar (si el
      *           insumo es a su vez fabricado entra con su
      *           estandar completo), mas mano de obra y gastos
      *           de fabricacion por unidad con las tasas del
      *           centro de costo productivo en CCOSTO;
      *   modo L: lista la tabla por pantalla.
      * PRODORD deja en PRODCAB el estandar de cada orden y
      * PRODVAR informa las variaciones del mes.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTSTD   ASSIGN TO "COSTSTD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSD-ARTICULO
                             FILE STATUS IS WSD-STATUS.
           SELECT BOM       ASSIGN TO "BOM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBO-CLAVE
                             FILE STATUS IS WBO-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT CCOSTO    ASSIGN TO "CCOSTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCC-CODIGO
                             FILE STATUS IS WCC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Estandar por articulo. Tipo C=comprado (solo precio)
      *    F=fabricado (material + mano de obra + gastos).
       FD  COSTSTD.
       01  REG-COSTSTD.
           05  WSD-ARTICULO          PIC 9(06).
           05  WSD-TIPO              PIC X(01).
               88  WSD-COMPRADO      VALUE "C".
               88  WSD-FABRICADO     VALUE "F".
           05  WSD-CCOSTO            PIC X(03).
           05  WSD-COSTO-MATERIAL    PIC S9(07)V9999.
           05  WSD-COSTO-MO          PIC S9(07)V9999.
           05  WSD-COSTO-GIF         PIC S9(07)V9999.
           05  WSD-COSTO-STD         PIC S9(07)V9999.
           05  WSD-FEC-VIGENCIA      PIC 9(08).

       FD  BOM.
       01  REG-BOM.
           05  WBO-CLAVE.
               10  WBO-PRODUCTO      PIC 9(06).
               10  WBO-SECUENCIA     PIC 9(02).
           05  WBO-INSUMO            PIC 9(06).
           05  WBO-FACTOR            PIC 9(04)V9999.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  CCOSTO.
       01  REG-CCOSTO.
           05  WCC-CODIGO            PIC X(03).
           05  WCC-DESCRIPCION       PIC X(20).
           05  WCC-TASA-MO           PIC S9(05)V9999.
           05  WCC-TASA-GIF          PIC S9(05)V9999.

       WORKING-STORAGE SECTION.
       77  WSD-STATUS                PIC X(02).
       77  WBO-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WKS-MODO-PARAM            PIC X(01).
       77  WKS-ARTICULO-PARAM        PIC 9(06).
       77  WKS-COSTO-PARAM           PIC S9(07)V9999.
       77  WKS-CCOSTO-PARAM          PIC X(03).
       77  WKS-HOY                   PIC 9(08).
       77  WKS-HALLADO               PIC X(01).
       77  WKS-PRECIO-INSUMO         PIC S9(07)V9999.
       77  WKS-TOT-MATERIAL          PIC S9(09)V9999.
       77  WKS-CANT-RENGLONES        PIC 9(03) VALUE 0.
       77  WKS-CANT-SIN-STD          PIC 9(03) VALUE 0.
       77  EOF-BOM                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BOM        VALUE "S".
       77  EOF-COSTSTD               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COSTSTD    VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       COSTSTD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COSTSTD.
           DISPLAY "ERROR E/S COSTSTD: " WSD-STATUS.
       BOM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BOM.
           DISPLAY "ERROR E/S BOM: " WBO-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       CCOSTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CCOSTO.
           DISPLAY "ERROR E/S CCOSTO: " WCC-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WKS-MODO-PARAM
               WHEN "P"
                   PERFORM 2000-PRECIO-COMPRADO
                       THRU 2000-PRECIO-COMPRADO-EXIT
               WHEN "F"
                   PERFORM 3000-ESTANDAR-FABRICADO
                       THRU 3000-ESTANDAR-FABRICADO-EXIT
               WHEN "L"
                   PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (P=COMPRADO F=FABRICADO L=LISTA): "
               LINE 6 POSITION 5.
           ACCEPT WKS-MODO-PARAM LINE 6 POSITION 45.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD.
           OPEN I-O COSTSTD.
           IF WSD-STATUS = "35"
               CLOSE COSTSTD
               OPEN OUTPUT COSTSTD
               CLOSE COSTSTD
               OPEN I-O COSTSTD
           END-IF.
           OPEN INPUT BOM.
           OPEN INPUT CAPPRE.
           OPEN INPUT CCOSTO.

       2000-PRECIO-COMPRADO.
           DISPLAY "ARTICULO ..........: " LINE 8 POSITION 5.
           ACCEPT WKS-ARTICULO-PARAM LINE 8 POSITION 27.
           PERFORM 5000-LEER-ESTANDAR.
           DISPLAY "PRECIO ESTANDAR ...: " LINE 9 POSITION 5.
           ACCEPT WKS-COSTO-PARAM LINE 9 POSITION 27.
           IF WKS-COSTO-PARAM <= 0
               DISPLAY "EL PRECIO DEBE SER POSITIVO"
               GO TO 2000-PRECIO-COMPRADO-EXIT
           END-IF.
           MOVE "C"             TO WSD-TIPO.
           MOVE SPACES          TO WSD-CCOSTO.
           MOVE WKS-COSTO-PARAM TO WSD-COSTO-MATERIAL.
           MOVE 0               TO WSD-COSTO-MO.
           MOVE 0               TO WSD-COSTO-GIF.
           MOVE WKS-COSTO-PARAM TO WSD-COSTO-STD.
           PERFORM 5100-GRABAR-ESTANDAR.
       2000-PRECIO-COMPRADO-EXIT.
           EXIT.

      *    Rollup de un nivel de la formula: el insumo aporta su
      *    estandar (comprado o fabricado) o, sin estandar, su
      *    costo de CAPPRE.
       3000-ESTANDAR-FABRICADO.
           DISPLAY "ARTICULO FABRICADO : " LINE 8 POSITION 5.
           ACCEPT WKS-ARTICULO-PARAM LINE 8 POSITION 27.
           DISPLAY "CENTRO PRODUCTIVO .: " LINE 9 POSITION 5.
           ACCEPT WKS-CCOSTO-PARAM LINE 9 POSITION 27.
           MOVE WKS-CCOSTO-PARAM TO WCC-CODIGO.
           READ CCOSTO KEY IS WCC-CODIGO
               INVALID KEY
                   DISPLAY "CENTRO DE COSTO INEXISTENTE"
                   GO TO 3000-ESTANDAR-FABRICADO-EXIT
           END-READ.
           MOVE 0 TO WKS-TOT-MATERIAL.
           MOVE 0 TO WKS-CANT-RENGLONES.
           MOVE 0 TO WKS-CANT-SIN-STD.
           MOVE "N" TO EOF-BOM.
           MOVE WKS-ARTICULO-PARAM TO WBO-PRODUCTO.
           MOVE 0                  TO WBO-SECUENCIA.
           START BOM KEY IS NOT LESS THAN WBO-CLAVE
               INVALID KEY MOVE "S" TO EOF-BOM
           END-START.
           PERFORM 3100-RENGLON-FORMULA THRU 3100-RENGLON-FORMULA-EXIT
               UNTIL NO-HAY-MAS-BOM.
           IF WKS-CANT-RENGLONES = 0
               DISPLAY "EL ARTICULO NO TIENE FORMULA EN BOM"
               GO TO 3000-ESTANDAR-FABRICADO-EXIT
           END-IF.
           PERFORM 5000-LEER-ESTANDAR.
           MOVE "F"              TO WSD-TIPO.
           MOVE WKS-CCOSTO-PARAM TO WSD-CCOSTO.
           COMPUTE WSD-COSTO-MATERIAL ROUNDED = WKS-TOT-MATERIAL.
           MOVE WCC-TASA-MO      TO WSD-COSTO-MO.
           MOVE WCC-TASA-GIF     TO WSD-COSTO-GIF.
           COMPUTE WSD-COSTO-STD =
               WSD-COSTO-MATERIAL + WSD-COSTO-MO + WSD-COSTO-GIF.
           PERFORM 5100-GRABAR-ESTANDAR.
           DISPLAY "MATERIAL " WSD-COSTO-MATERIAL
               " MO " WSD-COSTO-MO " GIF " WSD-COSTO-GIF.
           DISPLAY "COSTO ESTANDAR UNITARIO " WSD-COSTO-STD.
           IF WKS-CANT-SIN-STD > 0
               DISPLAY "INSUMOS SIN ESTANDAR (A COSTO CAPPRE): "
                   WKS-CANT-SIN-STD
           END-IF.
       3000-ESTANDAR-FABRICADO-EXIT.
           EXIT.

       3100-RENGLON-FORMULA.
           READ BOM NEXT RECORD
               AT END MOVE "S" TO EOF-BOM
           END-READ.
           IF NO-HAY-MAS-BOM OR WBO-PRODUCTO NOT = WKS-ARTICULO-PARAM
               MOVE "S" TO EOF-BOM
               GO TO 3100-RENGLON-FORMULA-EXIT
           END-IF.
           ADD 1 TO WKS-CANT-RENGLONES.
           MOVE WBO-INSUMO TO WSD-ARTICULO.
           READ COSTSTD KEY IS WSD-ARTICULO
               INVALID KEY MOVE 0 TO WSD-COSTO-STD
           END-READ.
           IF WSD-COSTO-STD NOT = 0
               MOVE WSD-COSTO-STD TO WKS-PRECIO-INSUMO
           ELSE
               ADD 1 TO WKS-CANT-SIN-STD
               MOVE WBO-INSUMO TO WCP-ARTICULO
               READ CAPPRE KEY IS WCP-ARTICULO
                   INVALID KEY MOVE 0 TO WCP-COSTO
               END-READ
               MOVE WCP-COSTO TO WKS-PRECIO-INSUMO
           END-IF.
           COMPUTE WKS-TOT-MATERIAL =
               WKS-TOT-MATERIAL + (WBO-FACTOR * WKS-PRECIO-INSUMO).
       3100-RENGLON-FORMULA-EXIT.
           EXIT.

       4000-LISTAR.
           MOVE "N" TO EOF-COSTSTD.
           MOVE 0   TO WSD-ARTICULO.
           START COSTSTD KEY IS NOT LESS THAN WSD-ARTICULO
               INVALID KEY MOVE "S" TO EOF-COSTSTD
           END-START.
           PERFORM 4100-UN-ESTANDAR THRU 4100-UN-ESTANDAR-EXIT
               UNTIL NO-HAY-MAS-COSTSTD.
       4000-LISTAR-EXIT.
           EXIT.

       4100-UN-ESTANDAR.
           READ COSTSTD NEXT RECORD
               AT END MOVE "S" TO EOF-COSTSTD
           END-READ.
           IF NO-HAY-MAS-COSTSTD
               GO TO 4100-UN-ESTANDAR-EXIT
           END-IF.
           DISPLAY WSD-ARTICULO " " WSD-TIPO " " WSD-CCOSTO
               " " WSD-COSTO-STD " " WSD-FEC-VIGENCIA.
       4100-UN-ESTANDAR-EXIT.
           EXIT.

       5000-LEER-ESTANDAR.
           MOVE "S" TO WKS-HALLADO.
           MOVE WKS-ARTICULO-PARAM TO WSD-ARTICULO.
           READ COSTSTD KEY IS WSD-ARTICULO
               INVALID KEY MOVE "N" TO WKS-HALLADO
           END-READ.

       5100-GRABAR-ESTANDAR.
           MOVE WKS-ARTICULO-PARAM TO WSD-ARTICULO.
           MOVE WKS-HOY            TO WSD-FEC-VIGENCIA.
           IF WKS-HALLADO = "S"
               REWRITE REG-COSTSTD
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR COSTSTD"
               END-REWRITE
           ELSE
               WRITE REG-COSTSTD
                   INVALID KEY DISPLAY "NO PUDO GRABAR COSTSTD"
               END-WRITE
           END-IF.
           DISPLAY "ESTANDAR GRABADO".

       9999-FINAL.
           CLOSE COSTSTD.
           CLOSE BOM.
           CLOSE CAPPRE.
           CLOSE CCOSTO.
       9999-FINAL-EXIT.
           EXIT.
