      * respuesta se procesa con CAEIMP, y CAECHK es la
      * subrutina que la impresion final debe consultar para no
      * imprimir nada sin CAE asignado.
      * Los remitos de cuentas con facturacion por periodo
      * (CUENFREC distinta de R) no son comprobantes fiscales y
      * no se exportan; en su lugar se exportan las facturas del
      * periodo que emite FACTPER (FACPER), con numero tomado de
      * la misma serie de los remitos.
      * En la empresa de practica (EMPPRCHK) no se arma el
      * pedido de CAE: nada de practica puede llegar a AFIP.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCA-COMPROBANTE
                             FILE STATUS IS WCA-STATUS.
           SELECT CUENFREC  ASSIGN TO "CUENFREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCF-CUENTA
                             FILE STATUS IS WCF-STATUS.
           SELECT FACPER    ASSIGN TO "FACPER"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFX-NUMERO
                             FILE STATUS IS WFX-STATUS.
           SELECT CAESOLIC  ASSIGN TO "CAESOLIC.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WCS-STATUS.
           05  WCA-CAE               PIC 9(14).
           05  WCA-CAE-VENC          PIC 9(08).

       FD  CUENFREC.
       01  REG-CUENFREC.
           05  WCF-CUENTA            PIC 9(06).
           05  WCF-FRECUENCIA        PIC X(01).
               88  WCF-POR-REMITO     VALUE "R".
           05  WCF-FEC-ULT-FACT      PIC 9(08).

       FD  FACPER.
       01  REG-FACPER.
           05  WFX-NUMERO            PIC 9(08).
           05  WFX-CUENTA            PIC 9(06).
           05  WFX-FECHA             PIC 9(08).

       FD  CAESOLIC.
       01  LIN-CAESOLIC              PIC X(40).

       77  WRM-STATUS                PIC X(02).
       77  WCA-STATUS                PIC X(02).
       77  WCS-STATUS                PIC X(02).
       77  WCF-STATUS                PIC X(02).
       77  WFX-STATUS                PIC X(02).
       77  WCE-HOY                   PIC 9(08).
       77  WCE-CANT-EXPORTADOS       PIC 9(06) VALUE 0.
       77  WCE-YA-REGISTRADO         PIC X(01).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-FACPER                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACPER      VALUE "S".
       77  WCE-HAY-CUENFREC          PIC X(01) VALUE "S".
       77  WCE-EMP-SESION            PIC 9(04) VALUE 0.
       77  WCE-PRACTICA              PIC X(01) VALUE "N".

       01  REG-SOLICITUD.
           05  SO-COMPROBANTE        PIC 9(08).
       CAECOMP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAECOMP.
           DISPLAY "ERROR E/S CAECOMP: " WCA-STATUS.
       CUENFREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENFREC.
           DISPLAY "ERROR E/S CUENFREC: " WCF-STATUS.
       FACPER-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACPER.
           DISPLAY "ERROR E/S FACPER: " WFX-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 0500-CONTROL-PRACTICA.
           IF WCE-PRACTICA = "S"
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAL.
           PERFORM 2000-EXPORTAR THRU 2000-EXPORTAR-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           PERFORM 3000-EXPORTAR-FACPER THRU 3000-EXPORTAR-FACPER-EXIT
               UNTIL NO-HAY-MAS-FACPER.
           DISPLAY "COMPROBANTES EXPORTADOS: " WCE-CANT-EXPORTADOS.
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Empresa de practica: no se genera nada que pueda
      *    salir hacia afuera.
       0500-CONTROL-PRACTICA.
           CALL "EMPPRCHK" USING WCE-EMP-SESION
                                 WCE-PRACTICA
           END-CALL.
           IF WCE-PRACTICA = "S"
               DISPLAY "EMPRESA DE PRACTICA - NO SE GENERA EL "
                   "PEDIDO DE CAE"
                   LINE 22 POSITION 5
           END-IF.

       1000-INICIAL.
           ACCEPT WCE-HOY FROM DATE YYYYMMDD.
           OPEN INPUT REMITO.
               CLOSE CAECOMP
               OPEN I-O CAECOMP
           END-IF.
           OPEN INPUT CUENFREC.
           IF WCF-STATUS NOT = "00"
               MOVE "N" TO WCE-HAY-CUENFREC
           END-IF.
           OPEN INPUT FACPER.
           IF WFX-STATUS NOT = "00"
               MOVE "S" TO EOF-FACPER
           ELSE
               READ FACPER NEXT RECORD
                   AT END MOVE "S" TO EOF-FACPER
               END-READ
           END-IF.
           OPEN OUTPUT CAESOLIC.
           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
           END-READ.

       2000-EXPORTAR.
           IF WCE-HAY-CUENFREC = "S"
               MOVE WRM-CUENTA TO WCF-CUENTA
               READ CUENFREC KEY IS WCF-CUENTA
                   INVALID KEY MOVE "R" TO WCF-FRECUENCIA
               END-READ
               IF NOT WCF-POR-REMITO
                   GO TO 2000-EXPORTAR-SIG
               END-IF
           END-IF.
           MOVE "S" TO WCE-YA-REGISTRADO.
           MOVE WRM-NUMERO TO WCA-COMPROBANTE.
           READ CAECOMP KEY IS WCA-COMPROBANTE
       2000-EXPORTAR-EXIT.
           EXIT.

      *    Facturas del periodo (FACTPER) todavia no registradas.
       3000-EXPORTAR-FACPER.
           MOVE "S" TO WCE-YA-REGISTRADO.
           MOVE WFX-NUMERO TO WCA-COMPROBANTE.
           READ CAECOMP KEY IS WCA-COMPROBANTE
               INVALID KEY MOVE "N" TO WCE-YA-REGISTRADO
           END-READ.
           IF WCE-YA-REGISTRADO = "S"
               GO TO 3000-EXPORTAR-FACPER-SIG
           END-IF.

           MOVE WFX-NUMERO  TO WCA-COMPROBANTE.
           MOVE WFX-CUENTA  TO WCA-CUENTA.
           MOVE WCE-HOY     TO WCA-FECHA.
           MOVE "P"         TO WCA-ESTADO.
           MOVE 0           TO WCA-CAE.
           MOVE 0           TO WCA-CAE-VENC.
           WRITE REG-CAECOMP
               INVALID KEY DISPLAY "NO PUDO GRABAR CAECOMP"
           END-WRITE.

           MOVE WFX-NUMERO TO SO-COMPROBANTE.
           MOVE WFX-CUENTA TO SO-CUENTA.
           MOVE WFX-FECHA  TO SO-FECHA.
           WRITE LIN-CAESOLIC FROM REG-SOLICITUD.
           ADD 1 TO WCE-CANT-EXPORTADOS.

       3000-EXPORTAR-FACPER-SIG.
           READ FACPER NEXT RECORD
               AT END MOVE "S" TO EOF-FACPER
           END-READ.
       3000-EXPORTAR-FACPER-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE REMITO.
           CLOSE CAECOMP.
           IF WCE-HAY-CUENFREC = "S"
               CLOSE CUENFREC
           END-IF.
           IF WFX-STATUS NOT = "35"
               CLOSE FACPER
           END-IF.
           CLOSE CAESOLIC.
       9999-FINAL-EXIT.
           EXIT.
