      * comision bancaria con numeracion de NUMERO igual que
      * NOTADEB2, y deja la cuenta marcada en CUENRISK para que
      * CREDCHK la trate como riesgo elevado.
      * Si el cheque estaba descontado en el banco (DESCHEQ,
      * WCH-DESCUENTO "S" o ya vencido "V"), el banco lo debita:
      * se asienta en DIARIO debe cheques rechazados contra el
      * banco (y, si el contingente seguia abierto, debe
      * documentos descontados contra valores a depositar) con
      * las cuentas de DESCTASA del banco descontante, y el
      * debito se graba en BCOMOV con numero de NUMERO tipo
      * "DESCHEQ ". Despues sigue el recupero al cliente como
      * cualquier rechazo.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ALTERNATE RECORD KEY IS WND-FACT-REF
                                 WITH DUPLICATES
                             FILE STATUS IS WND-STATUS.
           SELECT DESCTASA  ASSIGN TO "DESCTASA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDZ-BANCO
                             FILE STATUS IS WDZ-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT BCOMOV    ASSIGN TO "BCOMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBM-CHEQUE
                             FILE STATUS IS WBM-STATUS.
           SELECT CUENRISK  ASSIGN TO "CUENRISK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
               88  WCH-ECHEQ-PENDIENTE VALUE "P".
               88  WCH-ECHEQ-ACEPTADO  VALUE "A".
           05  WCH-CUIT-LIBRADOR     PIC 9(11).
           05  WCH-DESCUENTO         PIC X(01).
               88  WCH-DESCONTADO     VALUE "S".
               88  WCH-DESC-VENCIDO   VALUE "V".
           05  WCH-BCO-DESC          PIC 9(04).
           05  WCH-LOTE-DESC         PIC 9(08).

       FD  FACT.
       01  REG-FACT.
           05  WND-FECHA             PIC 9(08).
           05  WND-CONCEPTO          PIC X(40).

       FD  DESCTASA.
       01  REG-DESCTASA.
           05  WDZ-BANCO             PIC 9(04).
           05  WDZ-TNA               PIC 9(03)V9999.
           05  WDZ-PORC-COMISION     PIC 9(02)V9999.
           05  WDZ-GASTO-CHEQUE      PIC S9(07)V99.
           05  WDZ-CTA-BANCO         PIC X(08).
           05  WDZ-CTA-INTERESES     PIC X(08).
           05  WDZ-CTA-COMISIONES    PIC X(08).
           05  WDZ-CTA-DOC-DESC      PIC X(08).
           05  WDZ-CTA-VALORES       PIC X(08).
           05  WDZ-CTA-RECHAZADOS    PIC X(08).

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

       FD  BCOMOV.
       01  REG-BCOMOV.
           05  WBM-CHEQUE            PIC 9(08).
           05  WBM-ACREDITADO        PIC X(01).
           05  WBM-IMPORTE           PIC S9(09)V99.

       FD  CUENRISK.
       01  REG-CUENRISK.
           05  WRK-CUENTA            PIC 9(06).
       77  WNU-STATUS                PIC X(02).
       77  WND-STATUS                PIC X(02).
       77  WRK-STATUS                PIC X(02).
       77  WDZ-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WBM-STATUS                PIC X(02).
       77  WRZ-EMP-PARAM             PIC 9(04).
       77  WRZ-SUC-PARAM             PIC 9(02).
       77  WRZ-BCO-PARAM             PIC 9(04).
       77  WRZ-ERROR                 PIC X(01) VALUE "N".
           88  WRZ-HUBO-ERROR         VALUE "S".
       77  WRZ-PERIODO-ABIERTO       PIC X(01).
       77  WRZ-ESTADO-DESCUENTO      PIC X(01) VALUE SPACES.
       77  WRZ-HAY-DESCTASA          PIC X(01) VALUE "S".
       77  WRZ-RENGLON               PIC 9(02).
       77  WRZ-CUENTA-PCTA           PIC X(08).
       77  WRZ-DEBE                  PIC S9(11)V99.
       77  WRZ-HABER                 PIC S9(11)V99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       NOTADEB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NOTADEB.
           DISPLAY "ERROR E/S NOTADEB: " WND-STATUS.
       DESCTASA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DESCTASA.
           DISPLAY "ERROR E/S DESCTASA: " WDZ-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       BCOMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BCOMOV.
           DISPLAY "ERROR E/S BCOMOV: " WBM-STATUS.
       CUENRISK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENRISK.
           DISPLAY "ERROR E/S CUENRISK: " WRK-STATUS.
           PERFORM 1000-INICIAL.
           PERFORM 2000-MARCAR-RECHAZO THRU 2000-MARCAR-RECHAZO-EXIT.
           IF NOT WRZ-HUBO-ERROR
               IF WRZ-ESTADO-DESCUENTO NOT = SPACES
                   PERFORM 2500-DEBITO-DESCONTADO
                       THRU 2500-DEBITO-DESCONTADO-EXIT
               END-IF
               PERFORM 3000-REABRIR-FACTURA
               PERFORM 4000-NOTA-DEBITO-COMISION
               PERFORM 5000-MARCAR-RIESGO
               CLOSE NOTADEB
               OPEN I-O NOTADEB
           END-IF.
           OPEN INPUT DESCTASA.
           IF WDZ-STATUS NOT = "00"
               MOVE "N" TO WRZ-HAY-DESCTASA
           END-IF.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O BCOMOV.
           IF WBM-STATUS = "35"
               CLOSE BCOMOV
               OPEN OUTPUT BCOMOV
               CLOSE BCOMOV
               OPEN I-O BCOMOV
           END-IF.
           OPEN I-O CUENRISK.
           IF WRK-STATUS = "35"
               CLOSE CUENRISK
               GO TO 2000-MARCAR-RECHAZO-EXIT
           END-IF.
           MOVE WCH-NRO-CTA TO WRZ-CUENTA.
           IF WCH-DESCONTADO OR WCH-DESC-VENCIDO
               MOVE WCH-DESCUENTO TO WRZ-ESTADO-DESCUENTO
               MOVE "R" TO WCH-DESCUENTO
           END-IF.
           MOVE "RECHAZADO POR EL BANCO" TO WCH-CONCEPTO-ENT.
           MOVE WRZ-HOY (7:2) TO WCH-DIA-ENT.
           MOVE WRZ-HOY (5:2) TO WCH-MES-ENT.
       2000-MARCAR-RECHAZO-EXIT.
           EXIT.

      *    Cheque descontado: el banco lo debita. Debe cheques
      *    rechazados, haber banco; si el contingente seguia
      *    abierto ("S") tambien debe documentos descontados,
      *    haber valores a depositar.
       2500-DEBITO-DESCONTADO.
           IF WRZ-HAY-DESCTASA = "N"
               DISPLAY "BANCO DESCONTANTE SIN DESCTASA - "
                   "ASENTAR EL DEBITO A MANO"
               GO TO 2500-DEBITO-DESCONTADO-EXIT
           END-IF.
           MOVE WCH-BCO-DESC TO WDZ-BANCO.
           READ DESCTASA KEY IS WDZ-BANCO
               INVALID KEY
                   DISPLAY "BANCO DESCONTANTE SIN DESCTASA - "
                       "ASENTAR EL DEBITO A MANO"
                   GO TO 2500-DEBITO-DESCONTADO-EXIT
           END-READ.
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
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE 0 TO WRZ-RENGLON.
           MOVE WDZ-CTA-RECHAZADOS TO WRZ-CUENTA-PCTA.
           MOVE WCH-IMP-FACTURA    TO WRZ-DEBE.
           MOVE 0                  TO WRZ-HABER.
           PERFORM 2510-GRABAR-RENGLON.
           MOVE WDZ-CTA-BANCO      TO WRZ-CUENTA-PCTA.
           MOVE 0                  TO WRZ-DEBE.
           MOVE WCH-IMP-FACTURA    TO WRZ-HABER.
           PERFORM 2510-GRABAR-RENGLON.
           IF WRZ-ESTADO-DESCUENTO = "S"
               MOVE WDZ-CTA-DOC-DESC TO WRZ-CUENTA-PCTA
               MOVE WCH-IMP-FACTURA  TO WRZ-DEBE
               MOVE 0                TO WRZ-HABER
               PERFORM 2510-GRABAR-RENGLON
               MOVE WDZ-CTA-VALORES  TO WRZ-CUENTA-PCTA
               MOVE 0                TO WRZ-DEBE
               MOVE WCH-IMP-FACTURA  TO WRZ-HABER
               PERFORM 2510-GRABAR-RENGLON
           END-IF.
           MOVE "DESCHEQ " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 70000000 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.
           MOVE WNU-ULTIMO-NUMERO TO WBM-CHEQUE.
           MOVE "S"               TO WBM-ACREDITADO.
           COMPUTE WBM-IMPORTE = 0 - WCH-IMP-FACTURA.
           WRITE REG-BCOMOV
               INVALID KEY DISPLAY "NO PUDO GRABAR BCOMOV"
           END-WRITE.
           DISPLAY "DEBITO DEL CHEQUE DESCONTADO ASENTADO".
       2500-DEBITO-DESCONTADO-EXIT.
           EXIT.

       2510-GRABAR-RENGLON.
           ADD 1 TO WRZ-RENGLON.
           MOVE WRZ-RENGLON     TO WDI-RENGLON.
           MOVE WRZ-HOY         TO WDI-FECHA.
           MOVE WRZ-CUENTA-PCTA TO WDI-CUENTA-PCTA.
           MOVE WRZ-DEBE        TO WDI-DEBE.
           MOVE WRZ-HABER       TO WDI-HABER.
           MOVE "CHRECHAZ"      TO WDI-ORIGEN.
           MOVE WCH-LOTE-DESC   TO WDI-REFERENCIA.
           MOVE SPACES          TO WDI-CCOSTO.
           MOVE WRZ-EMP-PARAM   TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.

      *    Reapertura de la factura de origen: se saca la marca de
      *    cancelada y se repone al saldo el importe que el cheque
      *    habia aplicado, para que la cartera (CARTAGE) y el
           CLOSE FACT.
           CLOSE NUMERO.
           CLOSE NOTADEB.
           IF WRZ-HAY-DESCTASA = "S"
               CLOSE DESCTASA
           END-IF.
           CLOSE DIARIO.
           CLOSE BCOMOV.
           CLOSE CUENRISK.
       9999-FINAL-EXIT.
           EXIT.
