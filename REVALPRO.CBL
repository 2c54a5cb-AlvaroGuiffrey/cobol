       IDENTIFICATION DIVISION.
       PROGRAM-ID.       REVALPRO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Revaluacion de fin de mes de la deuda con proveedores en
      * moneda extranjera. Cada factura abierta de CTAPROV con
      * moneda distinta de pesos tiene su saldo en origen
      * (WFP-SALDO-ME) y el saldo en pesos valuado a la
      * cotizacion de la factura o a la del cierre anterior
      * (WFP-COTIZ-VIGENTE). Al cierre del periodo el saldo en
      * origen se valua a la cotizacion de COTIHIST vigente el
      * ultimo dia del mes y la diferencia es diferencia de
      * cambio devengada:
      *   modo S: simula, solo imprime el detalle;
      *   modo D: definitivo: actualiza en CTAPROV el saldo en
      *           pesos y la cotizacion vigente, y asienta en
      *           DIARIO (origen "REVALPRO") un renglon por lado
      *           con el neto de perdidas y el de ganancias,
      *           cuentas de CTAMAP "DIFCAMBP" (perdida: debe
      *           resultado, haber proveedores) y "DIFCAMBG"
      *           (ganancia: debe proveedores, haber resultado),
      *           las mismas que usa PAGOCONF al pagar. Una sola
      *           vez por periodo (marca DIARIOPO "REVALPRO" +
      *           periodo).
      * Al pagar, PAGOCONF toma como base el saldo ya revaluado,
      * con lo que la diferencia no se cuenta dos veces.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             ALTERNATE RECORD KEY IS WFP-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WFP-STATUS.
           SELECT COTIHIST  ASSIGN TO "COTIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTH-CLAVE
                             FILE STATUS IS WTH-STATUS.
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
               88  WFP-ESTA-CANCELADO VALUE "S".
           05  WFP-EN-PAGO           PIC X(01).
               88  WFP-RESERVADA-PAGO VALUE "S".
           05  WFP-CON-DIFERENCIAS   PIC X(01).
               88  WFP-TIENE-DIFERENC VALUE "S".
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  COTIHIST.
       01  REG-COTIHIST.
           05  WTH-CLAVE.
               10  WTH-MONEDA        PIC 9(02).
               10  WTH-FEC-DESDE     PIC 9(08).
           05  WTH-COTIZACION        PIC 9(07)V9999.

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
       77  WPX-COD-LISTADO           PIC X(08) VALUE "REVALPRO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WFP-STATUS                PIC X(02).
       77  WTH-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WRV-MODO-PARAM            PIC X(01).
       77  WRV-PERIODO-PARAM         PIC 9(06).
       77  WRV-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WRV-ANIO                  PIC 9(04).
       77  WRV-MES                   PIC 9(02).
       77  WRV-ULTIMO-DIA            PIC 9(02).
       77  WRV-RESTO                 PIC 9(03).
       77  WRV-COCIENTE              PIC 9(04).
       77  WRV-FECHA-CIERRE          PIC 9(08).
       77  WRV-COTIZ                 PIC 9(07)V9999.
       77  WRV-NUEVO-SALDO           PIC S9(09)V99.
       77  WRV-DIFERENCIA            PIC S9(09)V99.
       77  WRV-TOT-PERDIDA           PIC S9(11)V99 VALUE 0.
       77  WRV-TOT-GANANCIA          PIC S9(11)V99 VALUE 0.
       77  WRV-CANT-FACTURAS         PIC 9(05) VALUE 0.
       77  WRV-RENGLON               PIC 9(02) VALUE 0.
       77  WRV-CUENTA                PIC X(08).
       77  WRV-CCOSTO                PIC X(03).
       77  WRV-MOVIMIENTO            PIC S9(11)V99.
       77  WRV-CTA-PERD-DEBE         PIC X(08).
       77  WRV-CTA-PERD-HABER        PIC X(08).
       77  WRV-CC-PERD               PIC X(03).
       77  WRV-CTA-GAN-DEBE          PIC X(08).
       77  WRV-CTA-GAN-HABER         PIC X(08).
       77  WRV-CC-GAN                PIC X(03).
       77  WRV-ERROR                 PIC X(01) VALUE "N".
           88  WRV-HUBO-ERROR         VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".

      *    Dias de cada mes, para valuar al ultimo dia del
      *    periodo (febrero se corrige en bisiesto).
       01  WRV-DIAS-MES-V.
           05  FILLER                PIC X(24)
               VALUE "312831303130313130313031".
       01  WRV-DIAS-MES-R REDEFINES WRV-DIAS-MES-V.
           05  WRV-DIAS-MES          PIC 9(02) OCCURS 12.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "REVALUACION DEUDA PROVEEDORES M.E. AL ".
           05  T-FECHA            PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  T-ESTADO           PIC X(20).

       01  LIN-ENCAB.
           05  FILLER             PIC X(40)
               VALUE "  PROV  COMPROB.  MON     SALDO ORIGEN ".
           05  FILLER             PIC X(44)
               VALUE "   COT.ANTER.  COT.CIERRE    SALDO ANTERIOR ".
           05  FILLER             PIC X(36)
               VALUE "    SALDO REVALUADO    DIFERENCIA   ".

       01  LIN-DETALLE.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PROVEEDOR           PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COMPROBANTE         PIC Z(7)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-MONEDA              PIC 99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SALDO-ME            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COTIZ-ANT           PIC Z(6)9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COTIZ-CIERRE        PIC Z(6)9.9999.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-SALDO-ANT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-SALDO-NUEVO         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DIFERENCIA          PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  L-LEYENDA             PIC X(30).
           05  L-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       COTIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COTIHIST.
           DISPLAY "ERROR E/S COTIHIST: " WTH-STATUS.
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

       0000-MAINLINE.
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
           IF NOT WRV-HUBO-ERROR
               PERFORM 2000-REVALUAR THRU 2000-REVALUAR-EXIT
                   UNTIL NO-HAY-MAS-CTAPROV
               PERFORM 3000-TOTALES
               IF WRV-MODO-PARAM = "D"
                   PERFORM 4000-ASENTAR THRU 4000-ASENTAR-EXIT
               END-IF
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (S=SIMULA D=DEFINITIVO): "
               LINE 6 POSITION 5.
           ACCEPT WRV-MODO-PARAM LINE 6 POSITION 36.
           DISPLAY "PERIODO (AAAAMM) .: " LINE 8 POSITION 5.
           ACCEPT WRV-PERIODO-PARAM LINE 8 POSITION 26.
           DISPLAY "EMPRESA ..........: " LINE 9 POSITION 5.
           ACCEPT WRV-EMPRESA-PARAM LINE 9 POSITION 26.
           OPEN I-O CTAPROV.
           OPEN INPUT COTIHIST.
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
           IF WRV-MODO-PARAM NOT = "S" AND
              WRV-MODO-PARAM NOT = "D"
               DISPLAY "MODO INVALIDO"
               MOVE "S" TO WRV-ERROR
               GO TO 1000-INICIAL-EXIT
           END-IF.
           DIVIDE WRV-PERIODO-PARAM BY 100 GIVING WRV-ANIO
               REMAINDER WRV-MES.
           IF WRV-MES < 1 OR WRV-MES > 12
               DISPLAY "PERIODO INVALIDO"
               MOVE "S" TO WRV-ERROR
               GO TO 1000-INICIAL-EXIT
           END-IF.
           PERFORM 1100-FECHA-CIERRE.
           IF WRV-MODO-PARAM = "D"
               MOVE "REVALPRO"        TO WDO-ORIGEN
               MOVE SPACES            TO WDO-CLAVE-ORIGEN
               MOVE WRV-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6)
               READ DIARIOPO KEY IS WDO-CLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "EL PERIODO YA FUE REVALUADO"
                       MOVE "S" TO WRV-ERROR
                       GO TO 1000-INICIAL-EXIT
               END-READ
               PERFORM 1200-LEER-CUENTAS
               IF WRV-HUBO-ERROR
                   GO TO 1000-INICIAL-EXIT
               END-IF
               MOVE "DEFINITIVO"      TO T-ESTADO
           ELSE
               MOVE "SIMULACION"      TO T-ESTADO
           END-IF.
           MOVE WRV-FECHA-CIERRE TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCAB AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE 0 TO WFP-PROVEEDOR.
           MOVE 0 TO WFP-COMPROBANTE.
           START CTAPROV KEY IS NOT LESS THAN WFP-CLAVE
               INVALID KEY MOVE "S" TO EOF-CTAPROV
           END-START.
       1000-INICIAL-EXIT.
           EXIT.

      *    Ultimo dia del periodo que se cierra.
       1100-FECHA-CIERRE.
           MOVE WRV-DIAS-MES (WRV-MES) TO WRV-ULTIMO-DIA.
           IF WRV-MES = 2
               DIVIDE WRV-ANIO BY 4 GIVING WRV-COCIENTE
                   REMAINDER WRV-RESTO
               IF WRV-RESTO = 0
                   MOVE 29 TO WRV-ULTIMO-DIA
               END-IF
               DIVIDE WRV-ANIO BY 100 GIVING WRV-COCIENTE
                   REMAINDER WRV-RESTO
               IF WRV-RESTO = 0
                   DIVIDE WRV-ANIO BY 400 GIVING WRV-COCIENTE
                       REMAINDER WRV-RESTO
                   IF WRV-RESTO NOT = 0
                       MOVE 28 TO WRV-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRV-FECHA-CIERRE =
               WRV-PERIODO-PARAM * 100 + WRV-ULTIMO-DIA.

      *    Las dos filas de CTAMAP tienen que estar cargadas antes
      *    de tocar un solo saldo.
       1200-LEER-CUENTAS.
           MOVE "DIFCAMBP" TO WCM-ORIGEN.
           PERFORM 1210-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WRV-CTA-PERD-DEBE.
           MOVE WCM-CUENTA-HABER TO WRV-CTA-PERD-HABER.
           MOVE WCM-CCOSTO       TO WRV-CC-PERD.
           MOVE "DIFCAMBG" TO WCM-ORIGEN.
           PERFORM 1210-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WRV-CTA-GAN-DEBE.
           MOVE WCM-CUENTA-HABER TO WRV-CTA-GAN-HABER.
           MOVE WCM-CCOSTO       TO WRV-CC-GAN.

       1210-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WRV-ERROR
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

      *    Facturas abiertas en moneda extranjera emitidas hasta
      *    el cierre; en definitivo el saldo en pesos y la
      *    cotizacion vigente quedan al cierre.
       2000-REVALUAR.
           READ CTAPROV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CTAPROV
                   GO TO 2000-REVALUAR-EXIT
           END-READ.
           IF WFP-ESTA-CANCELADO OR WFP-MONEDA = 0
              OR WFP-SALDO-ME = 0
              OR WFP-FEC-EMISION > WRV-FECHA-CIERRE
               GO TO 2000-REVALUAR-EXIT
           END-IF.
           PERFORM 2100-COTIZACION THRU 2100-COTIZACION-EXIT.
           IF WRV-COTIZ = 0
               GO TO 2000-REVALUAR-EXIT
           END-IF.
           COMPUTE WRV-NUEVO-SALDO ROUNDED =
               WFP-SALDO-ME * WRV-COTIZ.
           COMPUTE WRV-DIFERENCIA = WRV-NUEVO-SALDO - WFP-SALDO.
           MOVE WFP-PROVEEDOR     TO D-PROVEEDOR.
           MOVE WFP-COMPROBANTE   TO D-COMPROBANTE.
           MOVE WFP-MONEDA        TO D-MONEDA.
           MOVE WFP-SALDO-ME      TO D-SALDO-ME.
           MOVE WFP-COTIZ-VIGENTE TO D-COTIZ-ANT.
           MOVE WRV-COTIZ         TO D-COTIZ-CIERRE.
           MOVE WFP-SALDO         TO D-SALDO-ANT.
           MOVE WRV-NUEVO-SALDO   TO D-SALDO-NUEVO.
           MOVE WRV-DIFERENCIA    TO D-DIFERENCIA.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WRV-CANT-FACTURAS.
           IF WRV-DIFERENCIA > 0
               ADD WRV-DIFERENCIA TO WRV-TOT-PERDIDA
           ELSE
               SUBTRACT WRV-DIFERENCIA FROM WRV-TOT-GANANCIA
           END-IF.
           IF WRV-MODO-PARAM = "D"
               MOVE WRV-NUEVO-SALDO TO WFP-SALDO
               MOVE WRV-COTIZ       TO WFP-COTIZ-VIGENTE
               REWRITE REG-CTAPROV
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CTAPROV"
               END-REWRITE
           END-IF.
       2000-REVALUAR-EXIT.
           EXIT.

      *    Cotizacion de COTIHIST vigente al ultimo dia del mes.
       2100-COTIZACION.
           MOVE 0                TO WRV-COTIZ.
           MOVE WFP-MONEDA       TO WTH-MONEDA.
           MOVE WRV-FECHA-CIERRE TO WTH-FEC-DESDE.
           START COTIHIST KEY IS NOT GREATER THAN WTH-CLAVE
               INVALID KEY GO TO 2100-COTIZACION-FALTA
           END-START.
           READ COTIHIST NEXT RECORD
               AT END GO TO 2100-COTIZACION-FALTA
           END-READ.
           IF WTH-MONEDA = WFP-MONEDA
               MOVE WTH-COTIZACION TO WRV-COTIZ
               GO TO 2100-COTIZACION-EXIT
           END-IF.
       2100-COTIZACION-FALTA.
           DISPLAY "SIN COTIZACION MONEDA " WFP-MONEDA
               " - FACTURA " WFP-COMPROBANTE " NO SE REVALUA".
       2100-COTIZACION-EXIT.
           EXIT.

       3000-TOTALES.
           MOVE "FACTURAS REVALUADAS ........:" TO L-LEYENDA.
           MOVE WRV-CANT-FACTURAS TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           MOVE "PERDIDA POR DIF. DE CAMBIO .:" TO L-LEYENDA.
           MOVE WRV-TOT-PERDIDA TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           MOVE "GANANCIA POR DIF. DE CAMBIO :" TO L-LEYENDA.
           MOVE WRV-TOT-GANANCIA TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.

      *    Asiento del cierre con el neto de perdidas y el de
      *    ganancias, y la marca para no repetir el periodo.
       4000-ASENTAR.
           IF WRV-TOT-PERDIDA = 0 AND WRV-TOT-GANANCIA = 0
               DISPLAY "SIN DIFERENCIAS DE CAMBIO A ASENTAR"
               GO TO 4000-ASENTAR-MARCA
           END-IF.
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
           MOVE WRV-CTA-PERD-DEBE  TO WRV-CUENTA.
           MOVE WRV-CC-PERD        TO WRV-CCOSTO.
           MOVE WRV-TOT-PERDIDA    TO WRV-MOVIMIENTO.
           PERFORM 4100-RENGLON THRU 4100-RENGLON-EXIT.
           MOVE WRV-CTA-PERD-HABER TO WRV-CUENTA.
           COMPUTE WRV-MOVIMIENTO = 0 - WRV-TOT-PERDIDA.
           PERFORM 4100-RENGLON THRU 4100-RENGLON-EXIT.
           MOVE WRV-CTA-GAN-DEBE   TO WRV-CUENTA.
           MOVE WRV-CC-GAN         TO WRV-CCOSTO.
           MOVE WRV-TOT-GANANCIA   TO WRV-MOVIMIENTO.
           PERFORM 4100-RENGLON THRU 4100-RENGLON-EXIT.
           MOVE WRV-CTA-GAN-HABER  TO WRV-CUENTA.
           COMPUTE WRV-MOVIMIENTO = 0 - WRV-TOT-GANANCIA.
           PERFORM 4100-RENGLON THRU 4100-RENGLON-EXIT.
           DISPLAY "ASIENTO " WNU-ULTIMO-NUMERO " - RENGLONES "
               WRV-RENGLON.
       4000-ASENTAR-MARCA.
           MOVE "REVALPRO"        TO WDO-ORIGEN.
           MOVE SPACES            TO WDO-CLAVE-ORIGEN.
           MOVE WRV-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           COMPUTE WDO-IMPORTE-POSTEADO =
               WRV-TOT-PERDIDA - WRV-TOT-GANANCIA.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
       4000-ASENTAR-EXIT.
           EXIT.

      *    Un renglon del asiento: importe positivo al debe,
      *    negativo al haber, cero no se graba.
       4100-RENGLON.
           IF WRV-MOVIMIENTO = 0
               GO TO 4100-RENGLON-EXIT
           END-IF.
           ADD 1 TO WRV-RENGLON.
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE WRV-RENGLON       TO WDI-RENGLON.
           MOVE WRV-FECHA-CIERRE  TO WDI-FECHA.
           MOVE WRV-CUENTA        TO WDI-CUENTA-PCTA.
           IF WRV-MOVIMIENTO > 0
               MOVE WRV-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WRV-MOVIMIENTO
           END-IF.
           MOVE "REVALPRO"        TO WDI-ORIGEN.
           MOVE WRV-PERIODO-PARAM TO WDI-REFERENCIA.
           MOVE WRV-CCOSTO        TO WDI-CCOSTO.
           MOVE WRV-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       4100-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE CTAPROV.
           CLOSE COTIHIST.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE DIARIOPO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
