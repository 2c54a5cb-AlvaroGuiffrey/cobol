      * Presenta 12 semanas con entradas, salidas y saldo
      * proyectado acumulado arrancando del saldo de banco. Lo
      * vencido va a la semana 1.
      * Las cuotas de prestamos bancarios y los vencimientos de
      * plazos fijos pendientes en FINCUO (ver FINBCO) van en una
      * columna propia, neta (plazo fijo entra, cuota sale); en
      * moneda extranjera se pasan a pesos con la cotizacion de
      * COTIHIST vigente hoy.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT FINCUO    ASSIGN TO "FINCUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFQ-CLAVE
                             FILE STATUS IS WFQ-STATUS.
           SELECT COTIHIST  ASSIGN TO "COTIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTH-CLAVE
                             FILE STATUS IS WTH-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WFP-EN-PAGO           PIC X(01).
           05  WFP-CON-DIFERENCIAS   PIC X(01).

       FD  FINCUO.
       01  REG-FINCUO.
           05  WFQ-CLAVE.
               10  WFQ-NUMERO        PIC 9(06).
               10  WFQ-CUOTA         PIC 9(03).
           05  WFQ-TIPO              PIC X(01).
               88  WFQ-ES-PLAZO-FIJO  VALUE "F".
           05  WFQ-MONEDA            PIC 9(02).
           05  WFQ-FEC-DESDE         PIC 9(08).
           05  WFQ-FEC-VENC          PIC 9(08).
           05  WFQ-CAPITAL           PIC S9(11)V99.
           05  WFQ-INTERES           PIC S9(11)V99.
           05  WFQ-TOTAL             PIC S9(11)V99.
           05  WFQ-SALDO-CAPITAL     PIC S9(11)V99.
           05  WFQ-INT-DEVENGADO     PIC S9(11)V99.
           05  WFQ-ESTADO            PIC X(01).
               88  WFQ-PENDIENTE      VALUE "P".

       FD  COTIHIST.
       01  REG-COTIHIST.
           05  WTH-CLAVE.
               10  WTH-MONEDA        PIC 9(02).
               10  WTH-FEC-DESDE     PIC 9(08).
           05  WTH-COTIZACION        PIC 9(07)V9999.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WCH-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WFQ-STATUS                PIC X(02).
       77  WTH-STATUS                PIC X(02).
       77  WTS-HOY                   PIC 9(08).
       77  WTS-DIA-LINEAL-HOY        PIC 9(08).
       77  WTS-DIA-LINEAL            PIC 9(08).
       77  WTS-SALDO-PROYECTADO      PIC S9(11)V99.
       77  WTS-ENTRADA-SEM           PIC S9(11)V99 OCCURS 12.
       77  WTS-SALIDA-SEM            PIC S9(11)V99 OCCURS 12.
       77  WTS-FINANC-SEM            PIC S9(11)V99 OCCURS 12.
       77  WTS-COTIZ                 PIC 9(07)V9999.
       77  WTS-IMPORTE-FIN           PIC S9(11)V99.
       77  EOF-BCOMOV                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BCOMOV      VALUE "S".
       77  EOF-CHEQUES                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-FINCUO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FINCUO      VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(38) VALUE
               "SEM   --ENTRADAS---   ---SALIDAS---   ".
           05  FILLER                PIC X(34) VALUE
               "PREST/P.FIJO   SALDO PROYECTADO".

       01  LIN-SEMANA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SALIDA              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FINANC              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       FINCUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FINCUO.
           DISPLAY "ERROR E/S FINCUO: " WFQ-STATUS.
       COTIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COTIHIST.
           DISPLAY "ERROR E/S COTIHIST: " WTH-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               UNTIL NO-HAY-MAS-FACT.
           PERFORM 5000-PAGOS THRU 5000-PAGOS-EXIT
               UNTIL NO-HAY-MAS-CTAPROV.
           PERFORM 5500-FINANCIACION THRU 5500-FINANCIACION-EXIT
               UNTIL NO-HAY-MAS-FINCUO.
           PERFORM 6000-IMPRIMIR.
           PERFORM 9999-FINAL.
           STOP RUN.
           PERFORM VARYING WTS-IX FROM 1 BY 1 UNTIL WTS-IX > 12
               MOVE 0 TO WTS-ENTRADA-SEM (WTS-IX)
               MOVE 0 TO WTS-SALIDA-SEM (WTS-IX)
               MOVE 0 TO WTS-FINANC-SEM (WTS-IX)
           END-PERFORM.
           OPEN INPUT BCOMOV.
           OPEN INPUT CHEQUES.
           OPEN INPUT FACT.
           OPEN INPUT CTAPROV.
           OPEN INPUT FINCUO.
           IF WFQ-STATUS NOT = "00"
               MOVE "S" TO EOF-FINCUO
           END-IF.
           OPEN INPUT COTIHIST.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
           IF NOT NO-HAY-MAS-FINCUO
               READ FINCUO NEXT RECORD
                   AT END MOVE "S" TO EOF-FINCUO
               END-READ
           END-IF.

       2000-SALDO-BANCO.
           IF WBM-ACREDITADO-SI
       5000-PAGOS-EXIT.
           EXIT.

      *    Cuota de prestamo (sale) o vencimiento de plazo fijo
      *    (entra) todavia pendiente.
       5500-FINANCIACION.
           IF NOT WFQ-PENDIENTE OR WFQ-FEC-VENC = 0
               GO TO 5500-FINANCIACION-SIG
           END-IF.
           PERFORM 5600-COTIZACION THRU 5600-COTIZACION-EXIT.
           IF WTS-COTIZ = 0
               DISPLAY "SIN COTIZACION MONEDA " WFQ-MONEDA
                   " - PRESTAMO/P.FIJO " WFQ-NUMERO " FUERA"
               GO TO 5500-FINANCIACION-SIG
           END-IF.
           COMPUTE WTS-IMPORTE-FIN ROUNDED = WFQ-TOTAL * WTS-COTIZ.
           IF NOT WFQ-ES-PLAZO-FIJO
               COMPUTE WTS-IMPORTE-FIN = 0 - WTS-IMPORTE-FIN
           END-IF.
           MOVE WFQ-FEC-VENC TO WTS-FEC-AAAAMMDD.
           PERFORM 7000-SEMANA-DE-FECHA.
           ADD WTS-IMPORTE-FIN TO WTS-FINANC-SEM (WTS-SEMANA-IX).
       5500-FINANCIACION-SIG.
           READ FINCUO NEXT RECORD
               AT END MOVE "S" TO EOF-FINCUO
           END-READ.
       5500-FINANCIACION-EXIT.
           EXIT.

       5600-COTIZACION.
           IF WFQ-MONEDA = 0
               MOVE 1 TO WTS-COTIZ
               GO TO 5600-COTIZACION-EXIT
           END-IF.
           MOVE 0          TO WTS-COTIZ.
           MOVE WFQ-MONEDA TO WTH-MONEDA.
           MOVE WTS-HOY    TO WTH-FEC-DESDE.
           START COTIHIST KEY IS NOT GREATER THAN WTH-CLAVE
               INVALID KEY GO TO 5600-COTIZACION-EXIT
           END-START.
           READ COTIHIST NEXT RECORD
               AT END GO TO 5600-COTIZACION-EXIT
           END-READ.
           IF WTH-MONEDA = WFQ-MONEDA
               MOVE WTH-COTIZACION TO WTS-COTIZ
           END-IF.
       5600-COTIZACION-EXIT.
           EXIT.

       6000-IMPRIMIR.
           MOVE WTS-SALDO-BANCO TO S-SALDO-BANCO.
           WRITE LIN-LISTADO FROM LIN-SALDO-INI AFTER 1.
               COMPUTE WTS-SALDO-PROYECTADO =
                   WTS-SALDO-PROYECTADO +
                   WTS-ENTRADA-SEM (WTS-IX) -
                   WTS-SALIDA-SEM (WTS-IX) +
                   WTS-FINANC-SEM (WTS-IX)
               MOVE WTS-IX                  TO D-SEMANA
               MOVE WTS-ENTRADA-SEM (WTS-IX) TO D-ENTRADA
               MOVE WTS-SALIDA-SEM (WTS-IX)  TO D-SALIDA
               MOVE WTS-FINANC-SEM (WTS-IX)  TO D-FINANC
               MOVE WTS-SALDO-PROYECTADO     TO D-SALDO
               WRITE LIN-LISTADO FROM LIN-SEMANA AFTER 1
           END-PERFORM.
           CLOSE CHEQUES.
           CLOSE FACT.
           CLOSE CTAPROV.
           CLOSE FINCUO.
           CLOSE COTIHIST.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
