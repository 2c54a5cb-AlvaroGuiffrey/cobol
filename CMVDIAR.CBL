       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CMVDIAR.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Puente contable del costo: DIARIOGN pasa al diario las
      * ventas, cobranzas, caja y banco, pero el costo nunca
      * llegaba y el inventario y el costo de ventas de ESTFIN
      * se ajustaban a mano una vez por ejercicio con el recuento.
      * Esta corrida diaria valua cada movimiento de stock de la
      * fecha contra las capas de STOCKCAP con el metodo de
      * VALSTOCK que elija el operador (F=PEPS, P=promedio
      * ponderado) y genera el asiento balanceado en DIARIO con
      * las cuentas de CTAMAP por origen:
      *   RECEPCIO recepcion de ORDCOMPR (PARTI) al costo de
      *            compra de su capa (inventario / proveedores);
      *   PRODINS  insumo consumido por PRODORD (PRODMOV "I")
      *            (produccion en proceso / inventario);
      *   PRODSAL  salida de produccion (PRODMOV "S") al costo
      *            de los insumos valuados de la orden
      *            (inventario / produccion en proceso);
      *   CMVDEV   devolucion vendible de DEVOL (DEVOLREG "V")
      *            (inventario / costo de ventas);
      *   CMVREM   renglon de remito (REMDET) del reparto del dia
      *            (costo de ventas / inventario);
      *   MERMA    merma de MERMAREG (AJUSTOCK VEN/ROT/FAL/DEG)
      *            (mermas / inventario);
      *   MERMADEV devolucion a merma (AJUSTOCK "DEV"): no vuelve
      *            al stock, pasa su costo de ventas a mermas;
      *   INVFALTA y INVSOBRA diferencias de inventario fisico
      *            (AJUSTOCK "INV" en menos y en mas).
      * Las salidas consumen las capas de la mas vieja a la mas
      * nueva (WSC-CANT-CONSUMIDA, la que descuenta VALSTOCK);
      * lo que no encuentra capa se valua al costo de CAPPRE.
      * Las entradas sin capa propia (produccion, devolucion,
      * sobrante) abren una capa de la fecha al costo valuado.
      * La proteccion contra duplicados es la de DIARIOGN: el
      * movimiento posteado queda marcado en DIARIOPO y una
      * re-corrida lo saltea antes de tocar las capas. Origen
      * sin mapear o costo cero sale en el listado de
      * rechazados por PRNTDEST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTI     ASSIGN TO "PARTI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPA-CLAVE
                             FILE STATUS IS WPA-STATUS.
           SELECT PRODMOV   ASSIGN TO "PRODMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPM-CLAVE
                             FILE STATUS IS WPM-STATUS.
           SELECT DEVOLREG  ASSIGN TO "DEVOLREG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDV-CLAVE
                             FILE STATUS IS WDV-STATUS.
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
           SELECT AJUSTOCK  ASSIGN TO "AJUSTOCK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAS-CLAVE
                             FILE STATUS IS WAS-STATUS.
           SELECT STOCKCAP  ASSIGN TO "STOCKCAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSC-CLAVE
                             ALTERNATE RECORD KEY IS WSC-ARTICULO
                                 WITH DUPLICATES
                             FILE STATUS IS WSC-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCM-ORIGEN
                             FILE STATUS IS WCM-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT DIARIOPO  ASSIGN TO "DIARIOPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDO-CLAVE
                             FILE STATUS IS WDO-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTI.
       01  REG-PARTI.
           05  WPA-CLAVE.
               10  WPA-ORDEN         PIC 9(08).
               10  WPA-SECUENCIA     PIC 9(04).
           05  WPA-ARTICULO          PIC 9(06).
           05  WPA-CANTIDAD          PIC S9(07)V99.
           05  WPA-FECHA             PIC 9(08).
           05  WPA-SUCURSAL          PIC 9(02).

       FD  PRODMOV.
       01  REG-PRODMOV.
           05  WPM-CLAVE.
               10  WPM-FECHA         PIC 9(08).
               10  WPM-SECUENCIA     PIC 9(06).
           05  WPM-TIPO              PIC X(01).
               88  WPM-ES-INSUMO      VALUE "I".
               88  WPM-ES-SALIDA      VALUE "S".
           05  WPM-SUCURSAL          PIC 9(02).
           05  WPM-ARTICULO          PIC 9(06).
           05  WPM-CANTIDAD          PIC S9(07)V99.
           05  WPM-COSTO-UNITARIO    PIC S9(07)V99.
           05  WPM-PRODUCTO          PIC 9(06).

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
           05  WDV-MOTIVO            PIC X(03).
           05  WDV-DISPOSICION       PIC X(01).
               88  WDV-VENDIBLE       VALUE "V".
               88  WDV-A-MERMA        VALUE "M".
           05  WDV-FECHA             PIC 9(08).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.

       FD  AJUSTOCK.
       01  REG-AJUSTOCK.
           05  WAS-CLAVE.
               10  WAS-FECHA         PIC 9(08).
               10  WAS-SECUENCIA     PIC 9(06).
           05  WAS-SUCURSAL          PIC 9(02).
           05  WAS-ARTICULO          PIC 9(06).
           05  WAS-MOTIVO            PIC X(03).
           05  WAS-CANTIDAD          PIC S9(07)V99.
           05  WAS-COSTO-UNITARIO    PIC S9(07)V99.
           05  WAS-OPERADOR          PIC X(08).

       FD  STOCKCAP.
       01  REG-STOCKCAP.
           05  WSC-CLAVE.
               10  WSC-ARTICULO      PIC 9(06).
               10  WSC-FECHA-INGRESO PIC 9(08).
               10  WSC-SECUENCIA     PIC 9(04).
           05  WSC-CANT-INGRESADA    PIC S9(07)V99.
           05  WSC-CANT-CONSUMIDA    PIC S9(07)V99.
           05  WSC-COSTO-UNITARIO    PIC S9(07)V9999.
           05  WSC-ORDEN             PIC 9(08).
           05  WSC-PARTI-SEC         PIC 9(04).
           05  WSC-COSTO-COMPRA      PIC S9(07)V9999.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
           05  WCM-CUENTA-DEBE       PIC X(08).
           05  WCM-CUENTA-HABER      PIC X(08).
           05  WCM-CCOSTO            PIC X(03).

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

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  DIARIOPO.
       01  REG-DIARIOPO.
           05  WDO-CLAVE.
               10  WDO-ORIGEN        PIC X(08).
               10  WDO-CLAVE-ORIGEN  PIC X(20).
           05  WDO-IMPORTE-POSTEADO  PIC S9(11)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "CMVDIAR".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WPA-STATUS                PIC X(02).
       77  WPM-STATUS                PIC X(02).
       77  WDV-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WAS-STATUS                PIC X(02).
       77  WSC-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WKV-FECHA-PARAM           PIC 9(08).
       77  WKV-EMPRESA-PARAM         PIC 9(04).
       77  WKV-METODO-PARAM          PIC X(01).
           88  WKV-METODO-PEPS       VALUE "F".
           88  WKV-METODO-PROMEDIO   VALUE "P".
      *    Movimiento a valuar y postear: origen CTAMAP, sentido
      *    (S=salida consume capas, E=entrada abre capa, R=
      *    recepcion con capa propia, N=sin movimiento de capas)
      *    y costo unitario conocido (cero = costo vigente).
       77  WKV-ORIGEN-ACTUAL         PIC X(08).
       77  WKV-SENTIDO               PIC X(01).
       77  WKV-ARTICULO              PIC 9(06).
       77  WKV-CANTIDAD              PIC S9(07)V99.
       77  WKV-COSTO-DADO            PIC S9(07)V9999.
       77  WKV-REFERENCIA-ACTUAL     PIC 9(08).
       77  WKV-CLAVE-ORIGEN          PIC X(20).
       77  WKV-IMPORTE-ACTUAL        PIC S9(11)V99.
       77  WKV-COSTO-VIGENTE         PIC S9(07)V9999.
       77  WKV-CANT-PENDIENTE        PIC S9(07)V99.
       77  WKV-CANT-DISPONIBLE       PIC S9(07)V99.
       77  WKV-CANT-A-TOMAR          PIC S9(07)V99.
       77  WKV-CANT-ACUM-CAPAS       PIC S9(09)V99.
       77  WKV-VALOR-ACUM-CAPAS      PIC S9(13)V99.
       77  WKV-ULTIMA-SEC            PIC 9(04).
       77  WKV-HALLADO               PIC X(01).
       77  WKV-COSTO-PROCESO         PIC S9(11)V99 VALUE 0.
       77  WKV-CANT-ASIENTOS         PIC 9(06) VALUE 0.
       77  WKV-CANT-YA-POSTEADOS     PIC 9(06) VALUE 0.
       77  WKV-CANT-RECHAZADOS       PIC 9(06) VALUE 0.
       77  WKV-CANT-SIN-CAPA         PIC 9(06) VALUE 0.
       77  WKV-TOT-DEBE              PIC S9(13)V99 VALUE 0.
       77  EOF-PARTI                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PARTI      VALUE "S".
       77  EOF-PRODMOV               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRODMOV    VALUE "S".
       77  EOF-DEVOLREG              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DEVOLREG   VALUE "S".
       77  EOF-REMITO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO     VALUE "S".
       77  EOF-REMDET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET     VALUE "S".
       77  EOF-AJUSTOCK              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-AJUSTOCK   VALUE "S".
       77  EOF-STOCKCAP              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-STOCKCAP   VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "PUENTE CONTABLE COSTO - RECHAZADOS DIA ".
           05  T-FECHA            PIC 9(08).
           05  FILLER             PIC X(09) VALUE " METODO ".
           05  T-METODO           PIC X(01).

       01  LIN-RECHAZO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-ORIGEN              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-REFERENCIA          PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-CANTIDAD            PIC ZZZZZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-OBSERVACION         PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PARTI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PARTI.
           DISPLAY "ERROR E/S PARTI: " WPA-STATUS.
       PRODMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODMOV.
           DISPLAY "ERROR E/S PRODMOV: " WPM-STATUS.
       DEVOLREG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEVOLREG.
           DISPLAY "ERROR E/S DEVOLREG: " WDV-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       AJUSTOCK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON AJUSTOCK.
           DISPLAY "ERROR E/S AJUSTOCK: " WAS-STATUS.
       STOCKCAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKCAP.
           DISPLAY "ERROR E/S STOCKCAP: " WSC-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       END DECLARATIVES.

      *    Primero las entradas (recepciones y produccion, que
      *    abren capas), despues las devoluciones y al final las
      *    salidas del dia, que consumen esas capas.
       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           IF NOT WKV-METODO-PEPS AND NOT WKV-METODO-PROMEDIO
               DISPLAY "METODO INVALIDO"
               PERFORM 9999-FINAL
               STOP RUN
           END-IF.
           PERFORM 2000-POSTEAR-PARTI THRU 2000-POSTEAR-PARTI-EXIT
               UNTIL NO-HAY-MAS-PARTI.
           PERFORM 3000-POSTEAR-PRODMOV
               THRU 3000-POSTEAR-PRODMOV-EXIT
               UNTIL NO-HAY-MAS-PRODMOV.
           PERFORM 4000-POSTEAR-DEVOLREG
               THRU 4000-POSTEAR-DEVOLREG-EXIT
               UNTIL NO-HAY-MAS-DEVOLREG.
           PERFORM 5000-POSTEAR-REMITO THRU 5000-POSTEAR-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           PERFORM 6000-POSTEAR-AJUSTOCK
               THRU 6000-POSTEAR-AJUSTOCK-EXIT
               UNTIL NO-HAY-MAS-AJUSTOCK.
           DISPLAY "ASIENTOS GENERADOS : " WKV-CANT-ASIENTOS.
           DISPLAY "YA POSTEADOS ......: " WKV-CANT-YA-POSTEADOS.
           DISPLAY "MOVIM. RECHAZADOS .: " WKV-CANT-RECHAZADOS.
           DISPLAY "SALIDAS SIN CAPA ..: " WKV-CANT-SIN-CAPA.
           DISPLAY "TOTAL DEBE=HABER ..: " WKV-TOT-DEBE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "FECHA A POSTEAR (AAAAMMDD): "
               LINE 10 POSITION 5.
           ACCEPT WKV-FECHA-PARAM LINE 10 POSITION 34.
           DISPLAY "EMPRESA ..................: "
               LINE 11 POSITION 5.
           ACCEPT WKV-EMPRESA-PARAM LINE 11 POSITION 34.
           DISPLAY "METODO F=PEPS P=PROMEDIO .: "
               LINE 12 POSITION 5.
           ACCEPT WKV-METODO-PARAM LINE 12 POSITION 34.
           OPEN INPUT PARTI.
           IF WPA-STATUS NOT = "00"
               MOVE "S" TO EOF-PARTI
           END-IF.
           OPEN INPUT PRODMOV.
           IF WPM-STATUS NOT = "00"
               MOVE "S" TO EOF-PRODMOV
           END-IF.
           OPEN INPUT DEVOLREG.
           IF WDV-STATUS NOT = "00"
               MOVE "S" TO EOF-DEVOLREG
           END-IF.
           OPEN INPUT REMITO.
           IF WRM-STATUS NOT = "00"
               MOVE "S" TO EOF-REMITO
           END-IF.
           OPEN INPUT REMDET.
           OPEN INPUT AJUSTOCK.
           IF WAS-STATUS NOT = "00"
               MOVE "S" TO EOF-AJUSTOCK
           END-IF.
           OPEN I-O STOCKCAP.
           IF WSC-STATUS = "35"
               CLOSE STOCKCAP
               OPEN OUTPUT STOCKCAP
               CLOSE STOCKCAP
               OPEN I-O STOCKCAP
           END-IF.
           OPEN INPUT CAPPRE.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN I-O DIARIOPO.
           IF WDO-STATUS = "35"
               CLOSE DIARIOPO
               OPEN OUTPUT DIARIOPO
               CLOSE DIARIOPO
               OPEN I-O DIARIOPO
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WKV-FECHA-PARAM  TO T-FECHA.
           MOVE WKV-METODO-PARAM TO T-METODO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           IF NOT NO-HAY-MAS-PARTI
               READ PARTI NEXT RECORD
                   AT END MOVE "S" TO EOF-PARTI
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-PRODMOV
               MOVE WKV-FECHA-PARAM TO WPM-FECHA
               MOVE 0               TO WPM-SECUENCIA
               START PRODMOV KEY IS NOT LESS THAN WPM-CLAVE
                   INVALID KEY MOVE "S" TO EOF-PRODMOV
               END-START
           END-IF.
           IF NOT NO-HAY-MAS-DEVOLREG
               READ DEVOLREG NEXT RECORD
                   AT END MOVE "S" TO EOF-DEVOLREG
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-REMITO
               READ REMITO NEXT RECORD
                   AT END MOVE "S" TO EOF-REMITO
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-AJUSTOCK
               MOVE WKV-FECHA-PARAM TO WAS-FECHA
               MOVE 0               TO WAS-SECUENCIA
               START AJUSTOCK KEY IS NOT LESS THAN WAS-CLAVE
                   INVALID KEY MOVE "S" TO EOF-AJUSTOCK
               END-START
           END-IF.

      *    PARTI no tiene clave por fecha: se recorre entero.
       2000-POSTEAR-PARTI.
           IF WPA-FECHA = WKV-FECHA-PARAM
               MOVE "RECEPCIO"    TO WKV-ORIGEN-ACTUAL
               MOVE "R"           TO WKV-SENTIDO
               MOVE WPA-ARTICULO  TO WKV-ARTICULO
               MOVE WPA-CANTIDAD  TO WKV-CANTIDAD
               MOVE 0             TO WKV-COSTO-DADO
               MOVE WPA-ORDEN     TO WKV-REFERENCIA-ACTUAL
               MOVE SPACES        TO WKV-CLAVE-ORIGEN
               MOVE WPA-CLAVE     TO WKV-CLAVE-ORIGEN (1:12)
               PERFORM 7000-VALUAR-Y-POSTEAR
                   THRU 7000-VALUAR-Y-POSTEAR-EXIT
           END-IF.
           READ PARTI NEXT RECORD
               AT END MOVE "S" TO EOF-PARTI
           END-READ.
       2000-POSTEAR-PARTI-EXIT.
           EXIT.

      *    Los insumos de una orden preceden a su salida en
      *    PRODMOV: su costo valuado se acumula y la salida entra
      *    al stock por ese importe (sin insumos valuados en esta
      *    corrida, al costo unitario que calculo PRODORD).
       3000-POSTEAR-PRODMOV.
           READ PRODMOV NEXT RECORD
               AT END MOVE "S" TO EOF-PRODMOV
           END-READ.
           IF NO-HAY-MAS-PRODMOV OR WPM-FECHA NOT = WKV-FECHA-PARAM
               MOVE "S" TO EOF-PRODMOV
               GO TO 3000-POSTEAR-PRODMOV-EXIT
           END-IF.
           MOVE WPM-ARTICULO  TO WKV-ARTICULO.
           MOVE WPM-SECUENCIA TO WKV-REFERENCIA-ACTUAL.
           MOVE SPACES        TO WKV-CLAVE-ORIGEN.
           MOVE WPM-CLAVE     TO WKV-CLAVE-ORIGEN (1:14).
           MOVE 0             TO WKV-IMPORTE-ACTUAL.
           IF WPM-ES-INSUMO
               MOVE "PRODINS "   TO WKV-ORIGEN-ACTUAL
               MOVE "S"          TO WKV-SENTIDO
               COMPUTE WKV-CANTIDAD = 0 - WPM-CANTIDAD
               MOVE 0            TO WKV-COSTO-DADO
               PERFORM 7000-VALUAR-Y-POSTEAR
                   THRU 7000-VALUAR-Y-POSTEAR-EXIT
               ADD WKV-IMPORTE-ACTUAL TO WKV-COSTO-PROCESO
           ELSE
               MOVE "PRODSAL "   TO WKV-ORIGEN-ACTUAL
               MOVE "E"          TO WKV-SENTIDO
               MOVE WPM-CANTIDAD TO WKV-CANTIDAD
               IF WKV-COSTO-PROCESO NOT = 0 AND WPM-CANTIDAD NOT = 0
                   COMPUTE WKV-COSTO-DADO ROUNDED =
                       WKV-COSTO-PROCESO / WPM-CANTIDAD
               ELSE
                   MOVE WPM-COSTO-UNITARIO TO WKV-COSTO-DADO
               END-IF
               PERFORM 7000-VALUAR-Y-POSTEAR
                   THRU 7000-VALUAR-Y-POSTEAR-EXIT
               MOVE 0 TO WKV-COSTO-PROCESO
           END-IF.
       3000-POSTEAR-PRODMOV-EXIT.
           EXIT.

      *    Solo la devolucion vendible vuelve al stock; la que va
      *    a merma se postea desde su AJUSTOCK "DEV".
       4000-POSTEAR-DEVOLREG.
           IF WDV-FECHA = WKV-FECHA-PARAM AND WDV-VENDIBLE
               MOVE "CMVDEV  "    TO WKV-ORIGEN-ACTUAL
               MOVE "E"           TO WKV-SENTIDO
               MOVE WDV-ARTICULO  TO WKV-ARTICULO
               MOVE WDV-CANTIDAD  TO WKV-CANTIDAD
               MOVE 0             TO WKV-COSTO-DADO
               MOVE WDV-NUMERO    TO WKV-REFERENCIA-ACTUAL
               MOVE SPACES        TO WKV-CLAVE-ORIGEN
               MOVE WDV-CLAVE     TO WKV-CLAVE-ORIGEN (1:12)
               PERFORM 7000-VALUAR-Y-POSTEAR
                   THRU 7000-VALUAR-Y-POSTEAR-EXIT
           END-IF.
           READ DEVOLREG NEXT RECORD
               AT END MOVE "S" TO EOF-DEVOLREG
           END-READ.
       4000-POSTEAR-DEVOLREG-EXIT.
           EXIT.

      *    Remitos del reparto de la fecha, renglon por renglon.
       5000-POSTEAR-REMITO.
           IF WRM-FEC-REPARTO = WKV-FECHA-PARAM
               MOVE "N" TO EOF-REMDET
               MOVE WRM-NUMERO TO WRD-NUMERO
               MOVE 0          TO WRD-SECUENCIA
               START REMDET KEY IS NOT LESS THAN WRD-CLAVE
                   INVALID KEY MOVE "S" TO EOF-REMDET
               END-START
               PERFORM 5100-POSTEAR-REMDET
                   THRU 5100-POSTEAR-REMDET-EXIT
                   UNTIL NO-HAY-MAS-REMDET
           END-IF.
           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
           END-READ.
       5000-POSTEAR-REMITO-EXIT.
           EXIT.

       5100-POSTEAR-REMDET.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WRM-NUMERO
               MOVE "S" TO EOF-REMDET
               GO TO 5100-POSTEAR-REMDET-EXIT
           END-IF.
           MOVE "CMVREM  "    TO WKV-ORIGEN-ACTUAL.
           MOVE "S"           TO WKV-SENTIDO.
           MOVE WRD-ARTICULO  TO WKV-ARTICULO.
           MOVE WRD-CANTIDAD  TO WKV-CANTIDAD.
           MOVE 0             TO WKV-COSTO-DADO.
           MOVE WRD-NUMERO    TO WKV-REFERENCIA-ACTUAL.
           MOVE SPACES        TO WKV-CLAVE-ORIGEN.
           MOVE WRD-CLAVE     TO WKV-CLAVE-ORIGEN (1:12).
           PERFORM 7000-VALUAR-Y-POSTEAR
               THRU 7000-VALUAR-Y-POSTEAR-EXIT.
       5100-POSTEAR-REMDET-EXIT.
           EXIT.

      *    AJUSTOCK por motivo: las mermas de MERMAREG y los
      *    faltantes de inventario consumen capas, los sobrantes
      *    abren una, y la merma por devolucion solo reclasifica
      *    el costo de ventas.
       6000-POSTEAR-AJUSTOCK.
           READ AJUSTOCK NEXT RECORD
               AT END MOVE "S" TO EOF-AJUSTOCK
           END-READ.
           IF NO-HAY-MAS-AJUSTOCK OR WAS-FECHA NOT = WKV-FECHA-PARAM
               MOVE "S" TO EOF-AJUSTOCK
               GO TO 6000-POSTEAR-AJUSTOCK-EXIT
           END-IF.
           MOVE WAS-ARTICULO  TO WKV-ARTICULO.
           MOVE 0             TO WKV-COSTO-DADO.
           MOVE WAS-SECUENCIA TO WKV-REFERENCIA-ACTUAL.
           MOVE SPACES        TO WKV-CLAVE-ORIGEN.
           MOVE WAS-CLAVE     TO WKV-CLAVE-ORIGEN (1:14).
           EVALUATE TRUE
               WHEN WAS-MOTIVO = "INV" AND WAS-CANTIDAD > 0
                   MOVE "INVSOBRA" TO WKV-ORIGEN-ACTUAL
                   MOVE "E"        TO WKV-SENTIDO
                   MOVE WAS-CANTIDAD TO WKV-CANTIDAD
               WHEN WAS-MOTIVO = "INV"
                   MOVE "INVFALTA" TO WKV-ORIGEN-ACTUAL
                   MOVE "S"        TO WKV-SENTIDO
                   COMPUTE WKV-CANTIDAD = 0 - WAS-CANTIDAD
               WHEN WAS-MOTIVO = "DEV"
                   MOVE "MERMADEV" TO WKV-ORIGEN-ACTUAL
                   MOVE "N"        TO WKV-SENTIDO
                   COMPUTE WKV-CANTIDAD = 0 - WAS-CANTIDAD
               WHEN OTHER
                   MOVE "MERMA   " TO WKV-ORIGEN-ACTUAL
                   MOVE "S"        TO WKV-SENTIDO
                   COMPUTE WKV-CANTIDAD = 0 - WAS-CANTIDAD
           END-EVALUATE.
           PERFORM 7000-VALUAR-Y-POSTEAR
               THRU 7000-VALUAR-Y-POSTEAR-EXIT.
       6000-POSTEAR-AJUSTOCK-EXIT.
           EXIT.

      *    La marca DIARIOPO y el mapeo CTAMAP se controlan antes
      *    de valuar, para que un movimiento ya posteado o
      *    rechazado no vuelva a consumir capas.
       7000-VALUAR-Y-POSTEAR.
           MOVE 0 TO WKV-IMPORTE-ACTUAL.
           IF WKV-CANTIDAD = 0
               MOVE "CANTIDAD CERO - NO POSTEADO" TO R-OBSERVACION
               PERFORM 8500-LISTAR-RECHAZO
               GO TO 7000-VALUAR-Y-POSTEAR-EXIT
           END-IF.
           MOVE WKV-ORIGEN-ACTUAL TO WDO-ORIGEN.
           MOVE WKV-CLAVE-ORIGEN  TO WDO-CLAVE-ORIGEN.
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY MOVE "N" TO WKV-HALLADO
               NOT INVALID KEY MOVE "S" TO WKV-HALLADO
           END-READ.
           IF WKV-HALLADO = "S"
               ADD 1 TO WKV-CANT-YA-POSTEADOS
               GO TO 7000-VALUAR-Y-POSTEAR-EXIT
           END-IF.
           MOVE WKV-ORIGEN-ACTUAL TO WCM-ORIGEN.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   MOVE "ORIGEN SIN MAPEAR EN CTAMAP"
                       TO R-OBSERVACION
                   PERFORM 8500-LISTAR-RECHAZO
                   GO TO 7000-VALUAR-Y-POSTEAR-EXIT
           END-READ.
           EVALUATE WKV-SENTIDO
               WHEN "S"
                   PERFORM 7100-CONSUMIR-CAPAS
                       THRU 7100-CONSUMIR-CAPAS-EXIT
               WHEN "R"
                   PERFORM 7400-VALUAR-RECEPCION
                       THRU 7400-VALUAR-RECEPCION-EXIT
               WHEN "E"
                   IF WKV-COSTO-DADO = 0
                       PERFORM 7200-COSTO-VIGENTE
                           THRU 7200-COSTO-VIGENTE-EXIT
                       MOVE WKV-COSTO-VIGENTE TO WKV-COSTO-DADO
                   END-IF
                   COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                       WKV-CANTIDAD * WKV-COSTO-DADO
                   PERFORM 7300-ALTA-CAPA THRU 7300-ALTA-CAPA-EXIT
               WHEN OTHER
                   PERFORM 7200-COSTO-VIGENTE
                       THRU 7200-COSTO-VIGENTE-EXIT
                   COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                       WKV-CANTIDAD * WKV-COSTO-VIGENTE
           END-EVALUATE.
           IF WKV-IMPORTE-ACTUAL = 0
               MOVE "COSTO CERO - SIN ASIENTO" TO R-OBSERVACION
               PERFORM 8500-LISTAR-RECHAZO
           ELSE
               PERFORM 8000-GENERAR-ASIENTO
           END-IF.
      *    Las capas ya se movieron: la marca queda aun sin
      *    asiento para no volver a consumirlas.
           MOVE WKV-ORIGEN-ACTUAL  TO WDO-ORIGEN.
           MOVE WKV-CLAVE-ORIGEN   TO WDO-CLAVE-ORIGEN.
           MOVE WKV-IMPORTE-ACTUAL TO WDO-IMPORTE-POSTEADO.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
       7000-VALUAR-Y-POSTEAR-EXIT.
           EXIT.

      *    Salida: consume las capas con saldo de la mas vieja a
      *    la mas nueva. Por PEPS el importe es el de las capas
      *    tomadas; por promedio, la cantidad al costo promedio
      *    ponderado. Lo que excede las capas va a costo CAPPRE.
       7100-CONSUMIR-CAPAS.
           IF WKV-METODO-PROMEDIO
               PERFORM 7200-COSTO-VIGENTE
                   THRU 7200-COSTO-VIGENTE-EXIT
               COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                   WKV-CANTIDAD * WKV-COSTO-VIGENTE
           END-IF.
           MOVE WKV-CANTIDAD TO WKV-CANT-PENDIENTE.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WKV-ARTICULO TO WSC-ARTICULO.
           MOVE 0            TO WSC-FECHA-INGRESO.
           MOVE 0            TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       7100-CONSUMIR-CAPAS-LEER.
           IF NO-HAY-MAS-STOCKCAP OR WKV-CANT-PENDIENTE <= 0
               GO TO 7100-CONSUMIR-CAPAS-RESTO
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP OR WSC-ARTICULO NOT = WKV-ARTICULO
               MOVE "S" TO EOF-STOCKCAP
               GO TO 7100-CONSUMIR-CAPAS-RESTO
           END-IF.
           COMPUTE WKV-CANT-DISPONIBLE =
               WSC-CANT-INGRESADA - WSC-CANT-CONSUMIDA.
           IF WKV-CANT-DISPONIBLE <= 0
               GO TO 7100-CONSUMIR-CAPAS-LEER
           END-IF.
           IF WKV-CANT-DISPONIBLE > WKV-CANT-PENDIENTE
               MOVE WKV-CANT-PENDIENTE TO WKV-CANT-A-TOMAR
           ELSE
               MOVE WKV-CANT-DISPONIBLE TO WKV-CANT-A-TOMAR
           END-IF.
           ADD WKV-CANT-A-TOMAR TO WSC-CANT-CONSUMIDA.
           REWRITE REG-STOCKCAP
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKCAP"
           END-REWRITE.
           IF WKV-METODO-PEPS
               COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                   WKV-IMPORTE-ACTUAL +
                   (WKV-CANT-A-TOMAR * WSC-COSTO-UNITARIO)
           END-IF.
           SUBTRACT WKV-CANT-A-TOMAR FROM WKV-CANT-PENDIENTE.
           GO TO 7100-CONSUMIR-CAPAS-LEER.
       7100-CONSUMIR-CAPAS-RESTO.
           IF WKV-CANT-PENDIENTE > 0
               ADD 1 TO WKV-CANT-SIN-CAPA
               IF WKV-METODO-PEPS
                   PERFORM 7500-COSTO-CAPPRE
                   COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                       WKV-IMPORTE-ACTUAL +
                       (WKV-CANT-PENDIENTE * WCP-COSTO)
               END-IF
           END-IF.
       7100-CONSUMIR-CAPAS-EXIT.
           EXIT.

      *    Costo unitario vigente del articulo segun el metodo:
      *    promedio ponderado de todas las capas (como VALSTOCK)
      *    o, por PEPS, el de la capa mas vieja con saldo. Sin
      *    capas, el costo de CAPPRE.
       7200-COSTO-VIGENTE.
           MOVE 0   TO WKV-COSTO-VIGENTE.
           MOVE 0   TO WKV-CANT-ACUM-CAPAS.
           MOVE 0   TO WKV-VALOR-ACUM-CAPAS.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WKV-ARTICULO TO WSC-ARTICULO.
           MOVE 0            TO WSC-FECHA-INGRESO.
           MOVE 0            TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       7200-COSTO-VIGENTE-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 7200-COSTO-VIGENTE-FIN
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP OR WSC-ARTICULO NOT = WKV-ARTICULO
               GO TO 7200-COSTO-VIGENTE-FIN
           END-IF.
           IF WKV-METODO-PEPS
               IF WSC-CANT-INGRESADA > WSC-CANT-CONSUMIDA
                   MOVE WSC-COSTO-UNITARIO TO WKV-COSTO-VIGENTE
                   GO TO 7200-COSTO-VIGENTE-EXIT
               END-IF
           ELSE
               ADD WSC-CANT-INGRESADA TO WKV-CANT-ACUM-CAPAS
               COMPUTE WKV-VALOR-ACUM-CAPAS =
                   WKV-VALOR-ACUM-CAPAS +
                   (WSC-CANT-INGRESADA * WSC-COSTO-UNITARIO)
           END-IF.
           GO TO 7200-COSTO-VIGENTE-LEER.
       7200-COSTO-VIGENTE-FIN.
           IF WKV-METODO-PROMEDIO AND WKV-CANT-ACUM-CAPAS > 0
               COMPUTE WKV-COSTO-VIGENTE ROUNDED =
                   WKV-VALOR-ACUM-CAPAS / WKV-CANT-ACUM-CAPAS
           END-IF.
           IF WKV-COSTO-VIGENTE = 0
               PERFORM 7500-COSTO-CAPPRE
               MOVE WCP-COSTO TO WKV-COSTO-VIGENTE
           END-IF.
       7200-COSTO-VIGENTE-EXIT.
           EXIT.

      *    Capa nueva del articulo en la fecha, con la secuencia
      *    libre siguiente (la misma busqueda de ORDCOMPR).
       7300-ALTA-CAPA.
           MOVE 0   TO WKV-ULTIMA-SEC.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WKV-ARTICULO    TO WSC-ARTICULO.
           MOVE WKV-FECHA-PARAM TO WSC-FECHA-INGRESO.
           MOVE 0               TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       7300-ALTA-CAPA-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 7300-ALTA-CAPA-GRABA
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP
              OR WSC-ARTICULO NOT = WKV-ARTICULO
              OR WSC-FECHA-INGRESO NOT = WKV-FECHA-PARAM
               GO TO 7300-ALTA-CAPA-GRABA
           END-IF.
           MOVE WSC-SECUENCIA TO WKV-ULTIMA-SEC.
           GO TO 7300-ALTA-CAPA-LEER.
       7300-ALTA-CAPA-GRABA.
           MOVE WKV-ARTICULO    TO WSC-ARTICULO.
           MOVE WKV-FECHA-PARAM TO WSC-FECHA-INGRESO.
           COMPUTE WSC-SECUENCIA = WKV-ULTIMA-SEC + 1.
           MOVE WKV-CANTIDAD    TO WSC-CANT-INGRESADA.
           MOVE 0               TO WSC-CANT-CONSUMIDA.
           MOVE WKV-COSTO-DADO  TO WSC-COSTO-UNITARIO.
           MOVE 0               TO WSC-ORDEN.
           MOVE 0               TO WSC-PARTI-SEC.
           MOVE WKV-COSTO-DADO  TO WSC-COSTO-COMPRA.
           WRITE REG-STOCKCAP
               INVALID KEY DISPLAY "NO PUDO GRABAR STOCKCAP"
           END-WRITE.
       7300-ALTA-CAPA-EXIT.
           EXIT.

      *    La recepcion ya tiene su capa (la abre ORDCOMPR con la
      *    orden y secuencia de PARTI): se valua al costo de
      *    compra de esa capa. Una recepcion sin capa la abre
      *    aca al costo de CAPPRE.
       7400-VALUAR-RECEPCION.
           MOVE "N" TO WKV-HALLADO.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WPA-ARTICULO TO WSC-ARTICULO.
           MOVE WPA-FECHA    TO WSC-FECHA-INGRESO.
           MOVE 0            TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       7400-VALUAR-RECEPCION-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 7400-VALUAR-RECEPCION-FIN
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP
              OR WSC-ARTICULO NOT = WPA-ARTICULO
              OR WSC-FECHA-INGRESO NOT = WPA-FECHA
               GO TO 7400-VALUAR-RECEPCION-FIN
           END-IF.
           IF WSC-ORDEN = WPA-ORDEN AND WSC-PARTI-SEC = WPA-SECUENCIA
               MOVE "S" TO WKV-HALLADO
               GO TO 7400-VALUAR-RECEPCION-FIN
           END-IF.
           GO TO 7400-VALUAR-RECEPCION-LEER.
       7400-VALUAR-RECEPCION-FIN.
           IF WKV-HALLADO = "S"
               COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                   WKV-CANTIDAD * WSC-COSTO-COMPRA
           ELSE
               PERFORM 7500-COSTO-CAPPRE
               MOVE WCP-COSTO TO WKV-COSTO-DADO
               COMPUTE WKV-IMPORTE-ACTUAL ROUNDED =
                   WKV-CANTIDAD * WKV-COSTO-DADO
               PERFORM 7300-ALTA-CAPA THRU 7300-ALTA-CAPA-EXIT
               MOVE WPA-ORDEN     TO WSC-ORDEN
               MOVE WPA-SECUENCIA TO WSC-PARTI-SEC
               REWRITE REG-STOCKCAP
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKCAP"
               END-REWRITE
           END-IF.
       7400-VALUAR-RECEPCION-EXIT.
           EXIT.

       7500-COSTO-CAPPRE.
           MOVE WKV-ARTICULO TO WCP-ARTICULO.
           READ CAPPRE KEY IS WCP-ARTICULO
               INVALID KEY MOVE 0 TO WCP-COSTO
           END-READ.

      *    Asiento balanceado de dos renglones, igual al de
      *    DIARIOGN: cuentas y centro de costo de CTAMAP.
       8000-GENERAR-ASIENTO.
           MOVE "ASIENTO " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO     TO WDI-ASIENTO.
           MOVE 1                     TO WDI-RENGLON.
           MOVE WKV-FECHA-PARAM       TO WDI-FECHA.
           MOVE WCM-CUENTA-DEBE       TO WDI-CUENTA-PCTA.
           MOVE WKV-IMPORTE-ACTUAL    TO WDI-DEBE.
           MOVE 0                     TO WDI-HABER.
           MOVE WKV-ORIGEN-ACTUAL     TO WDI-ORIGEN.
           MOVE WKV-REFERENCIA-ACTUAL TO WDI-REFERENCIA.
           MOVE WCM-CCOSTO            TO WDI-CCOSTO.
           MOVE WKV-EMPRESA-PARAM     TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
           MOVE 2                     TO WDI-RENGLON.
           MOVE WCM-CUENTA-HABER      TO WDI-CUENTA-PCTA.
           MOVE 0                     TO WDI-DEBE.
           MOVE WKV-IMPORTE-ACTUAL    TO WDI-HABER.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
           ADD 1 TO WKV-CANT-ASIENTOS.
           ADD WKV-IMPORTE-ACTUAL TO WKV-TOT-DEBE.

       8500-LISTAR-RECHAZO.
           MOVE WKV-ORIGEN-ACTUAL     TO R-ORIGEN.
           MOVE WKV-REFERENCIA-ACTUAL TO R-REFERENCIA.
           MOVE WKV-ARTICULO          TO R-ARTICULO.
           MOVE WKV-CANTIDAD          TO R-CANTIDAD.
           MOVE WKV-IMPORTE-ACTUAL    TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RECHAZO AFTER 1.
           ADD 1 TO WKV-CANT-RECHAZADOS.

       9999-FINAL.
           CLOSE PARTI.
           CLOSE PRODMOV.
           CLOSE DEVOLREG.
           CLOSE REMITO.
           CLOSE REMDET.
           CLOSE AJUSTOCK.
           CLOSE STOCKCAP.
           CLOSE CAPPRE.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE DIARIOPO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
