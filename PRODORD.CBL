      * Cada consumo y la salida quedan como movimientos "I" y
      * "S" en PRODMOV, auditables, en vez del stock a granel
      * achicandose solo y el fraccionado sumado a mano.
      * Cada orden toma numero de NUMERO tipo "PRODORD " y deja
      * su cabecera en PRODCAB con el lote de salida. Si el
      * articulo tiene rendimiento estandar en RENDSTD (se hace
      * con leche cruda) se cargan los ingresos de TAMBOREC que
      * consumio, descontando los litros disponibles de cada
      * ingreso; quedan en PRODLECH con grasa y proteina, para
      * el informe de rendimiento y la traza del lote hacia los
      * tamberos (RENDLECH).
      * Cada orden guarda ademas su patron de costo: material
      * a precio estandar de COSTSTD (cantidad de formula y
      * cantidad real con la perdida), el costo de conversion
      * absorbido (mano de obra y gastos del estandar por la
      * cantidad producida) y el costo estandar unitario, para
      * el informe de variaciones PRODVAR.
      * Lo producido se descuenta de la produccion planificada
      * (PRODPLAN, que carga ATPCONS) de la sucursal y el
      * articulo, de la fecha mas vieja a la mas nueva, para
      * que el disponible para prometer (ATPCALC) no la cuente
      * dos veces.
      * Cada consumo de insumo y la salida dejan ademas su
      * movimiento "PRD" en el kardex (STKMOV) con el lote de
      * salida como documento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPM-CLAVE
                             FILE STATUS IS WPM-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT PRODCAB   ASSIGN TO "PRODCAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-ORDEN
                             ALTERNATE RECORD KEY IS WPC-FECHA
                                 WITH DUPLICATES
                             FILE STATUS IS WPC-STATUS.
           SELECT PRODPLAN  ASSIGN TO "PRODPLAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQP-CLAVE
                             FILE STATUS IS WQP-STATUS.
           SELECT COSTSTD   ASSIGN TO "COSTSTD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSD-ARTICULO
                             FILE STATUS IS WSD-STATUS.
           SELECT PRODLECH  ASSIGN TO "PRODLECH"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-CLAVE
                             ALTERNATE RECORD KEY IS WPL-TRAZA
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT TAMBOREC  ASSIGN TO "TAMBOREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTB-CLAVE
                             FILE STATUS IS WTB-STATUS.
           SELECT RENDSTD   ASSIGN TO "RENDSTD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRS-ARTICULO
                             FILE STATUS IS WRS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOM.
           05  WPM-COSTO-UNITARIO    PIC S9(07)V99.
           05  WPM-PRODUCTO          PIC 9(06).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

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

      *    Costo estandar por articulo (COSTSTD).
       FD  COSTSTD.
       01  REG-COSTSTD.
           05  WSD-ARTICULO          PIC 9(06).
           05  WSD-TIPO              PIC X(01).
           05  WSD-CCOSTO            PIC X(03).
           05  WSD-COSTO-MATERIAL    PIC S9(07)V9999.
           05  WSD-COSTO-MO          PIC S9(07)V9999.
           05  WSD-COSTO-GIF         PIC S9(07)V9999.
           05  WSD-COSTO-STD         PIC S9(07)V9999.
           05  WSD-FEC-VIGENCIA      PIC 9(08).

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

       FD  TAMBOREC.
       01  REG-TAMBOREC.
           05  WTB-CLAVE.
               10  WTB-PROVEEDOR     PIC 9(06).
               10  WTB-FECHA         PIC 9(08).
               10  WTB-SECUENCIA     PIC 9(02).
           05  WTB-LITROS            PIC 9(07)V99.
           05  WTB-TEMPERATURA       PIC S9(02)V9.
           05  WTB-PORC-GRASA        PIC 9(02)V99.
           05  WTB-PORC-PROTEINA     PIC 9(02)V99.
           05  WTB-LIQUIDADO         PIC X(01).
           05  WTB-LITROS-USADOS     PIC 9(07)V99.

       FD  RENDSTD.
       01  REG-RENDSTD.
           05  WRS-ARTICULO          PIC 9(06).
           05  WRS-KILOS-100L        PIC 9(03)V99.
           05  WRS-GRASA-REF         PIC 9(02)V99.
           05  WRS-PROTEINA-REF      PIC 9(02)V99.

       FD  PRODPLAN.
       01  REG-PRODPLAN.
           05  WQP-CLAVE.
               10  WQP-SUCURSAL      PIC 9(02).
               10  WQP-PRODUCTO      PIC 9(06).
               10  WQP-FECHA         PIC 9(08).
           05  WQP-CANT-PLANIFICADA  PIC S9(07)V99.
           05  WQP-CANT-PRODUCIDA    PIC S9(07)V99.
           05  WQP-FEC-ALTA          PIC 9(08).
           05  WQP-OPERADOR          PIC X(08).

       WORKING-STORAGE SECTION.
       77  WBO-STATUS                PIC X(02).
       77  WQP-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WPM-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WPC-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WTB-STATUS                PIC X(02).
       77  WRS-STATUS                PIC X(02).
       77  WSD-STATUS                PIC X(02).
       77  WPO-LOTE-PARAM            PIC X(10).
       77  WPO-ORDEN                 PIC 9(08).
       77  WPO-SEC-LECHE             PIC 9(03) VALUE 0.
       77  WPO-SIGUE-LECHE           PIC X(01).
       77  WPO-LITROS-PARAM          PIC 9(07)V99.
       77  WPO-LITROS-DISP           PIC 9(07)V99.
       77  WPO-TOT-LITROS            PIC 9(09)V99 VALUE 0.
       77  WPO-TOT-GRASA             PIC 9(11)V9999 VALUE 0.
       77  WPO-TOT-PROTEINA          PIC 9(11)V9999 VALUE 0.
       77  WPO-PRODUCTO-PARAM        PIC 9(06).
       77  WPO-CANTIDAD-PARAM        PIC S9(07)V99.
       77  WPO-SUCURSAL-PARAM        PIC 9(02).
       77  WPO-CANT-INSUMO           PIC S9(07)V99.
       77  WPO-COSTO-INSUMOS         PIC S9(09)V99 VALUE 0.
       77  WPO-COSTO-UNIT-SALIDA     PIC S9(07)V99.
       77  WPO-MAT-STD               PIC S9(09)V99 VALUE 0.
       77  WPO-PRECIO-STD            PIC S9(07)V9999.
       77  WPO-CANT-RENGLONES        PIC 9(02) VALUE 0.
       77  WPO-HOY                   PIC 9(08).
       77  WPO-CANT-SUGERIDA         PIC S9(09)V99.
       77  WPO-PERIODO-ABIERTO       PIC X(01).
       77  WPO-ERROR                 PIC X(01) VALUE "N".
           88  WPO-HUBO-ERROR         VALUE "S".
       77  WPO-KDX-ARTICULO          PIC 9(06).
       77  WPO-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WPO-KDX-TIPO              PIC X(03) VALUE "PRD".
       77  WPO-KDX-DOCUMENTO         PIC X(12).
       77  WPO-KDX-CANTIDAD          PIC S9(07)V99.
       77  WPO-KDX-OPERADOR          PIC X(08) VALUE "PRODORD".
       77  WPO-KDX-CLAVE             PIC X(22).
       77  WPO-A-DESCONTAR           PIC S9(07)V99.
       77  WPO-PENDIENTE-PLAN        PIC S9(07)V99.
       77  EOF-PRODPLAN               PIC X(01).
           88  NO-HAY-MAS-PRODPLAN    VALUE "S".
       77  EOF-BOM                    PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BOM         VALUE "S".

       PRODMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODMOV.
           DISPLAY "ERROR E/S PRODMOV: " WPM-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       PRODCAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODCAB.
           DISPLAY "ERROR E/S PRODCAB: " WPC-STATUS.
       PRODLECH-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODLECH.
           DISPLAY "ERROR E/S PRODLECH: " WPL-STATUS.
       TAMBOREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TAMBOREC.
           DISPLAY "ERROR E/S TAMBOREC: " WTB-STATUS.
       RENDSTD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RENDSTD.
           DISPLAY "ERROR E/S RENDSTD: " WRS-STATUS.
       COSTSTD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COSTSTD.
           DISPLAY "ERROR E/S COSTSTD: " WSD-STATUS.
       PRODPLAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODPLAN.
           DISPLAY "ERROR E/S PRODPLAN: " WQP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           END-IF.
           IF NOT WPO-HUBO-ERROR
               PERFORM 3000-ACREDITAR-SALIDA
               PERFORM 4000-CABECERA-ORDEN THRU 4000-CABECERA-ORDEN-EXIT
               PERFORM 4500-DESCONTAR-PLAN
                   THRU 4500-DESCONTAR-PLAN-EXIT
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.
           ACCEPT WPO-SUCURSAL-PARAM LINE 10 POSITION 28.
           DISPLAY "PERDIDA (PORCENTAJE): " LINE 11 POSITION 5.
           ACCEPT WPO-PERDIDA-PARAM LINE 11 POSITION 28.
           DISPLAY "LOTE DE SALIDA .....: " LINE 12 POSITION 5.
           ACCEPT WPO-LOTE-PARAM LINE 12 POSITION 28.
           OPEN INPUT BOM.
           OPEN I-O STOCKSUC.
           OPEN INPUT CAPPRE.
               CLOSE PRODMOV
               OPEN I-O PRODMOV
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN I-O PRODCAB.
           IF WPC-STATUS = "35"
               CLOSE PRODCAB
               OPEN OUTPUT PRODCAB
               CLOSE PRODCAB
               OPEN I-O PRODCAB
           END-IF.
           OPEN I-O PRODLECH.
           IF WPL-STATUS = "35"
               CLOSE PRODLECH
               OPEN OUTPUT PRODLECH
               CLOSE PRODLECH
               OPEN I-O PRODLECH
           END-IF.
           OPEN I-O TAMBOREC.
           OPEN INPUT RENDSTD.
           OPEN INPUT COSTSTD.
           OPEN I-O PRODPLAN.
           IF WQP-STATUS = "35"
               CLOSE PRODPLAN
               OPEN OUTPUT PRODPLAN
               CLOSE PRODPLAN
               OPEN I-O PRODPLAN
           END-IF.
           MOVE WPO-PRODUCTO-PARAM TO WBO-PRODUCTO.
           MOVE 0                  TO WBO-SECUENCIA.
           START BOM KEY IS NOT LESS THAN WBO-CLAVE
           REWRITE REG-STOCKSUC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKSUC"
           END-REWRITE.
           MOVE WBO-INSUMO TO WPO-KDX-ARTICULO.
           COMPUTE WPO-KDX-CANTIDAD = 0 - WPO-CANT-INSUMO.
           PERFORM 3900-KARDEX.

           MOVE WBO-INSUMO TO WCP-ARTICULO.
           READ CAPPRE KEY IS WCP-ARTICULO
           END-READ.
           COMPUTE WPO-COSTO-INSUMOS = WPO-COSTO-INSUMOS +
               (WPO-CANT-INSUMO * WCP-COSTO).
      *    Material de formula a precio estandar; sin estandar
      *    el insumo entra a su costo CAPPRE (sin variacion).
           MOVE WBO-INSUMO TO WSD-ARTICULO.
           READ COSTSTD KEY IS WSD-ARTICULO
               INVALID KEY MOVE 0 TO WSD-COSTO-STD
           END-READ.
           IF WSD-STATUS NOT = "00"
               MOVE 0 TO WSD-COSTO-STD
           END-IF.
           IF WSD-COSTO-STD NOT = 0
               MOVE WSD-COSTO-STD TO WPO-PRECIO-STD
           ELSE
               MOVE WCP-COSTO     TO WPO-PRECIO-STD
           END-IF.
           COMPUTE WPO-MAT-STD ROUNDED = WPO-MAT-STD +
               (WPO-CANT-INSUMO * WPO-PRECIO-STD).

           ADD 1 TO WPO-SECUENCIA.
           MOVE WPO-HOY            TO WPM-FECHA.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE WPO-PRODUCTO-PARAM TO WPO-KDX-ARTICULO.
           MOVE WPO-CANTIDAD-PARAM TO WPO-KDX-CANTIDAD.
           PERFORM 3900-KARDEX.

           ADD 1 TO WPO-SECUENCIA.
           MOVE WPO-HOY              TO WPM-FECHA.
           DISPLAY "ORDEN COMPLETADA - COSTO UNITARIO "
               WPO-COSTO-UNIT-SALIDA.

      *    Movimiento "PRD" en el kardex con el saldo que quedo en
      *    STOCKSUC; la orden todavia no tiene numero, el lote de
      *    salida la identifica.
       3900-KARDEX.
           MOVE WPO-LOTE-PARAM TO WPO-KDX-DOCUMENTO.
           CALL "STKMOV" USING WPO-SUCURSAL-PARAM
                               WPO-KDX-DEPOSITO
                               WPO-KDX-ARTICULO
                               WPO-KDX-TIPO
                               WPO-KDX-DOCUMENTO
                               WPO-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WPO-KDX-OPERADOR
                               WPO-KDX-CLAVE
           END-CALL.

      *    Numero de orden y cabecera. La leche consumida se
      *    pide solo para articulos con rendimiento estandar.
       4000-CABECERA-ORDEN.
           MOVE "PRODORD " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO TO WPO-ORDEN.
           INITIALIZE REG-PRODCAB.
           MOVE WPO-ORDEN             TO WPC-ORDEN.
           MOVE WPO-HOY               TO WPC-FECHA.
           MOVE WPO-SUCURSAL-PARAM    TO WPC-SUCURSAL.
           MOVE WPO-PRODUCTO-PARAM    TO WPC-PRODUCTO.
           MOVE WPO-CANTIDAD-PARAM    TO WPC-CANTIDAD.
           MOVE WPO-LOTE-PARAM        TO WPC-LOTE.
           MOVE WPO-COSTO-UNIT-SALIDA TO WPC-COSTO-UNITARIO.
      *    Patron de costo de la orden: el consumo real es la
      *    formula mas la perdida, a costo real y a estandar.
           MOVE WPO-PERDIDA-PARAM     TO WPC-PERDIDA-PCT.
           COMPUTE WPC-COSTO-MAT-REAL ROUNDED =
               WPO-COSTO-INSUMOS * (1 + WPO-PERDIDA-PARAM / 100).
           COMPUTE WPC-MAT-STD-AQ ROUNDED =
               WPO-MAT-STD * (1 + WPO-PERDIDA-PARAM / 100).
           MOVE WPO-MAT-STD           TO WPC-MAT-STD.
           MOVE WPO-PRODUCTO-PARAM    TO WSD-ARTICULO.
           READ COSTSTD KEY IS WSD-ARTICULO
               INVALID KEY
                   MOVE SPACES TO WSD-CCOSTO
                   MOVE 0      TO WSD-COSTO-MO
                   MOVE 0      TO WSD-COSTO-GIF
                   MOVE 0      TO WSD-COSTO-STD
           END-READ.
           IF WSD-STATUS = "00"
               MOVE WSD-CCOSTO    TO WPC-CCOSTO
               COMPUTE WPC-CONV-STD ROUNDED = WPO-CANTIDAD-PARAM *
                   (WSD-COSTO-MO + WSD-COSTO-GIF)
               MOVE WSD-COSTO-STD TO WPC-COSTO-STD
           END-IF.
           MOVE WPO-PRODUCTO-PARAM TO WRS-ARTICULO.
           READ RENDSTD KEY IS WRS-ARTICULO
               INVALID KEY MOVE "N" TO WPO-SIGUE-LECHE
               NOT INVALID KEY MOVE "S" TO WPO-SIGUE-LECHE
           END-READ.
           IF WRS-STATUS NOT = "00"
               MOVE "N" TO WPO-SIGUE-LECHE
           END-IF.
           PERFORM 4100-CARGAR-LECHE THRU 4100-CARGAR-LECHE-EXIT
               UNTIL WPO-SIGUE-LECHE NOT = "S".
           MOVE WPO-TOT-LITROS TO WPC-LITROS.
           IF WPO-TOT-LITROS > 0
               COMPUTE WPC-PORC-GRASA ROUNDED =
                   WPO-TOT-GRASA / WPO-TOT-LITROS
               COMPUTE WPC-PORC-PROTEINA ROUNDED =
                   WPO-TOT-PROTEINA / WPO-TOT-LITROS
           END-IF.
           WRITE REG-PRODCAB
               INVALID KEY DISPLAY "NO PUDO GRABAR PRODCAB"
           END-WRITE.
           DISPLAY "ORDEN DE PRODUCCION " WPO-ORDEN.
       4000-CABECERA-ORDEN-EXIT.
           EXIT.

      *    Un ingreso de leche por vuelta (tambero 0 termina).
      *    No se puede usar mas de lo que le queda al ingreso.
       4100-CARGAR-LECHE.
           DISPLAY "LECHE - TAMBERO (0 TERMINA): " LINE 14 POSITION 5.
           ACCEPT WTB-PROVEEDOR LINE 14 POSITION 35.
           IF WTB-PROVEEDOR = 0
               MOVE "N" TO WPO-SIGUE-LECHE
               GO TO 4100-CARGAR-LECHE-EXIT
           END-IF.
           DISPLAY "FECHA INGRESO ......: " LINE 15 POSITION 5.
           ACCEPT WTB-FECHA LINE 15 POSITION 28.
           DISPLAY "ORDENIE (1/2) ......: " LINE 16 POSITION 5.
           ACCEPT WTB-SECUENCIA LINE 16 POSITION 28.
           READ TAMBOREC KEY IS WTB-CLAVE
               INVALID KEY
                   DISPLAY "INGRESO DE LECHE INEXISTENTE"
                       LINE 20 POSITION 5
                   GO TO 4100-CARGAR-LECHE-EXIT
           END-READ.
           COMPUTE WPO-LITROS-DISP = WTB-LITROS - WTB-LITROS-USADOS.
           DISPLAY "DISPONIBLE: " LINE 17 POSITION 40.
           DISPLAY WPO-LITROS-DISP LINE 17 POSITION 52.
           DISPLAY "LITROS USADOS ......: " LINE 17 POSITION 5.
           ACCEPT WPO-LITROS-PARAM LINE 17 POSITION 28.
           IF WPO-LITROS-PARAM = 0
               MOVE WPO-LITROS-DISP TO WPO-LITROS-PARAM
           END-IF.
           IF WPO-LITROS-PARAM > WPO-LITROS-DISP
               DISPLAY "SUPERA LOS LITROS DISPONIBLES DEL INGRESO"
                   LINE 20 POSITION 5
               GO TO 4100-CARGAR-LECHE-EXIT
           END-IF.
           ADD WPO-LITROS-PARAM TO WTB-LITROS-USADOS.
           REWRITE REG-TAMBOREC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR TAMBOREC"
           END-REWRITE.
           ADD 1 TO WPO-SEC-LECHE.
           MOVE WPO-ORDEN          TO WPL-ORDEN.
           MOVE WPO-SEC-LECHE      TO WPL-SECUENCIA.
           MOVE WPO-PRODUCTO-PARAM TO WPL-PRODUCTO.
           MOVE WPO-LOTE-PARAM     TO WPL-LOTE.
           MOVE WTB-PROVEEDOR      TO WPL-PROVEEDOR.
           MOVE WTB-FECHA          TO WPL-FEC-INGRESO.
           MOVE WTB-SECUENCIA      TO WPL-ORDENIE.
           MOVE WPO-LITROS-PARAM   TO WPL-LITROS.
           MOVE WTB-PORC-GRASA     TO WPL-PORC-GRASA.
           MOVE WTB-PORC-PROTEINA  TO WPL-PORC-PROTEINA.
           MOVE WPO-HOY            TO WPL-FECHA.
           WRITE REG-PRODLECH
               INVALID KEY DISPLAY "NO PUDO GRABAR PRODLECH"
           END-WRITE.
           ADD WPO-LITROS-PARAM TO WPO-TOT-LITROS.
           COMPUTE WPO-TOT-GRASA = WPO-TOT-GRASA +
               WPO-LITROS-PARAM * WTB-PORC-GRASA.
           COMPUTE WPO-TOT-PROTEINA = WPO-TOT-PROTEINA +
               WPO-LITROS-PARAM * WTB-PORC-PROTEINA.
           DISPLAY "LITROS ACUMULADOS: " LINE 19 POSITION 5.
           DISPLAY WPO-TOT-LITROS LINE 19 POSITION 25.
       4100-CARGAR-LECHE-EXIT.
           EXIT.

      *    Lo producido cubre primero lo planificado mas viejo.
       4500-DESCONTAR-PLAN.
           MOVE WPO-CANTIDAD-PARAM TO WPO-A-DESCONTAR.
           MOVE "N"                TO EOF-PRODPLAN.
           MOVE WPO-SUCURSAL-PARAM TO WQP-SUCURSAL.
           MOVE WPO-PRODUCTO-PARAM TO WQP-PRODUCTO.
           MOVE 0                  TO WQP-FECHA.
           START PRODPLAN KEY IS NOT LESS THAN WQP-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRODPLAN
           END-START.
           IF WQP-STATUS NOT = "00"
               MOVE "S" TO EOF-PRODPLAN
           END-IF.
           PERFORM 4510-UN-PLAN THRU 4510-UN-PLAN-EXIT
               UNTIL NO-HAY-MAS-PRODPLAN OR WPO-A-DESCONTAR NOT > 0.
       4500-DESCONTAR-PLAN-EXIT.
           EXIT.

       4510-UN-PLAN.
           READ PRODPLAN NEXT RECORD
               AT END
                   MOVE "S" TO EOF-PRODPLAN
                   GO TO 4510-UN-PLAN-EXIT
           END-READ.
           IF WQP-SUCURSAL NOT = WPO-SUCURSAL-PARAM
              OR WQP-PRODUCTO NOT = WPO-PRODUCTO-PARAM
               MOVE "S" TO EOF-PRODPLAN
               GO TO 4510-UN-PLAN-EXIT
           END-IF.
           COMPUTE WPO-PENDIENTE-PLAN =
               WQP-CANT-PLANIFICADA - WQP-CANT-PRODUCIDA.
           IF WPO-PENDIENTE-PLAN NOT > 0
               GO TO 4510-UN-PLAN-EXIT
           END-IF.
           IF WPO-PENDIENTE-PLAN > WPO-A-DESCONTAR
               MOVE WPO-A-DESCONTAR TO WPO-PENDIENTE-PLAN
           END-IF.
           ADD WPO-PENDIENTE-PLAN      TO WQP-CANT-PRODUCIDA.
           SUBTRACT WPO-PENDIENTE-PLAN FROM WPO-A-DESCONTAR.
           REWRITE REG-PRODPLAN
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRODPLAN"
           END-REWRITE.
       4510-UN-PLAN-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE BOM.
           CLOSE STOCKSUC.
           CLOSE CAPPRE.
           CLOSE PRODMOV.
           CLOSE NUMERO.
           CLOSE PRODCAB.
           CLOSE PRODLECH.
           CLOSE TAMBOREC.
           CLOSE RENDSTD.
           CLOSE COSTSTD.
           CLOSE PRODPLAN.
       9999-FINAL-EXIT.
           EXIT.
