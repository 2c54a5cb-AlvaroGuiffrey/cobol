      * se genera automaticamente el credito al cliente en
      * AJUPEN por el total devuelto (mismo archivo de ajustes
      * que usa RUTENTRE para los rechazos de reparto).
      * Si la cuenta se factura por periodo (CUENFREC distinta
      * de R) y el remito original todavia no fue facturado
      * (sin marca en REMFACT), no hay credito: FACTPER ya
      * descuenta la devolucion de la factura del periodo.
      * El renglon vendible deja su movimiento "DEV" en el
      * kardex (STKMOV), journalizado como alta en TRXJRNL.
      * El credito a una cuenta que es otra empresa del grupo
      * (ICVINC) se espeja como nota de credito del proveedor
      * vinculado en CTAPROV, y los articulos devueltos salen
      * del stock de la sucursal de la empresa que devuelve
      * (ICESPEJO).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ALTERNATE RECORD KEY IS WAJ-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAJ-STATUS.
           SELECT CUENFREC  ASSIGN TO "CUENFREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCF-CUENTA
                             FILE STATUS IS WCF-STATUS.
           SELECT REMFACT   ASSIGN TO "REMFACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRF-REMITO
                             FILE STATUS IS WRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERO.
           05  WAJ-CONCEPTO          PIC X(30).
           05  WAJ-IMPORTE           PIC S9(09)V99.

       FD  CUENFREC.
       01  REG-CUENFREC.
           05  WCF-CUENTA            PIC 9(06).
           05  WCF-FRECUENCIA        PIC X(01).
               88  WCF-POR-REMITO     VALUE "R".
           05  WCF-FEC-ULT-FACT      PIC 9(08).

       FD  REMFACT.
       01  REG-REMFACT.
           05  WRF-REMITO            PIC 9(08).
           05  WRF-FACTURA           PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WNU-STATUS                PIC X(02).
       77  WDV-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WAS-STATUS                PIC X(02).
       77  WAJ-STATUS                PIC X(02).
       77  WCF-STATUS                PIC X(02).
       77  WRF-STATUS                PIC X(02).
       77  WDE-REMITO-PARAM          PIC 9(08).
       77  WDE-CUENTA-PARAM          PIC 9(06).
       77  WDE-SUCURSAL-PARAM        PIC 9(02).
       77  WDE-ACCION-TRX            PIC X(01).
       77  WDE-MODO-TRX              PIC X(01).
       01  WDE-IMAGEN-TRX            PIC X(300).
       77  WDE-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WDE-KDX-TIPO              PIC X(03) VALUE "DEV".
       77  WDE-KDX-DOCUMENTO         PIC X(12).
       77  WDE-KDX-CLAVE             PIC X(22).
       77  WDE-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WDE-PERIODO-ABIERTO       PIC X(01).
       77  WDE-HAY-CUENFREC          PIC X(01) VALUE "S".
       77  WDE-HAY-REMFACT           PIC X(01) VALUE "S".
       77  WDE-REMITO-FACTURADO      PIC X(01).
       77  WDE-ESP-OPERACION         PIC X(01).
       77  WDE-ESP-TIPO              PIC X(01) VALUE "C".
       77  WDE-ESP-ALICUOTA          PIC 9(03)V99 VALUE 0.
       77  WDE-ESP-IVA               PIC S9(09)V99 VALUE 0.
       77  WDE-ESP-NETO              PIC S9(09)V99.
       77  WDE-ESPEJADO              PIC X(01).
       77  FIN-CARGA                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CARGA       VALUE "S".
       77  EOF-AJUPEN                 PIC X(01).
           88  NO-HAY-MAS-AJUPEN      VALUE "S".
       77  EOF-DEVOLREG               PIC X(01).
           88  NO-HAY-MAS-DEVOLREG    VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       AJUPEN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON AJUPEN.
           DISPLAY "ERROR E/S AJUPEN: " WAJ-STATUS.
       CUENFREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENFREC.
           DISPLAY "ERROR E/S CUENFREC: " WCF-STATUS.
       REMFACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMFACT.
           DISPLAY "ERROR E/S REMFACT: " WRF-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               CLOSE AJUPEN
               OPEN I-O AJUPEN
           END-IF.
           OPEN INPUT CUENFREC.
           IF WCF-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-CUENFREC
           END-IF.
           OPEN INPUT REMFACT.
           IF WRF-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-REMFACT
           END-IF.

       2000-TOMAR-NUMERO.
           MOVE "DEVOL   " TO WNU-TIPO-COMP.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
      *    Movimiento "DEV" en el kardex (STKMOV); el alta queda
      *    tambien en el diario de posteo para que TRXRECUP la
      *    borre si la unidad no llega a confirmarse.
           MOVE SPACES TO WDE-KDX-DOCUMENTO.
           STRING "DEV " WDE-DEVOL-NUMERO DELIMITED BY SIZE
               INTO WDE-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WDE-SUCURSAL-PARAM
                               WDE-KDX-DEPOSITO
                               WDE-ARTICULO-CAP
                               WDE-KDX-TIPO
                               WDE-KDX-DOCUMENTO
                               WDE-CANTIDAD-CAP
                               WSS-CANT-ACTUAL
                               WDE-OPERADOR-PARAM
                               WDE-KDX-CLAVE
           END-CALL.
           IF WDE-KDX-CLAVE NOT = SPACES
               MOVE "T"        TO WDE-MODO-TRX
               MOVE "KARDEX  " TO WDE-ARCH-TRX
               MOVE SPACES     TO WDE-CLAVE-TRX
               MOVE WDE-KDX-CLAVE TO WDE-CLAVE-TRX (1:22)
               MOVE "W"        TO WDE-ACCION-TRX
               MOVE SPACES     TO WDE-IMAGEN-TRX
               CALL "TRXJRNL" USING WDE-MODO-TRX
                                    WDE-UNIDAD-TRX
                                    WDE-PROG-TRX
                                    WDE-ARCH-TRX
                                    WDE-CLAVE-TRX
                                    WDE-ACCION-TRX
                                    WDE-IMAGEN-TRX
               END-CALL
           END-IF.

      *    Merma por devolucion: motivo "DEV" en AJUSTOCK, con
      *    la misma busqueda de secuencia del dia que MERMAREG.
      *    como ajuste negativo en AJUPEN referenciando la
      *    devolucion.
       6000-CREDITO-CLIENTE.
           IF WDE-HAY-CUENFREC = "S"
               MOVE WDE-CUENTA-PARAM TO WCF-CUENTA
               READ CUENFREC KEY IS WCF-CUENTA
                   INVALID KEY MOVE "R" TO WCF-FRECUENCIA
               END-READ
               IF NOT WCF-POR-REMITO
                   PERFORM 6100-VER-REMFACT
                       THRU 6100-VER-REMFACT-EXIT
                   IF WDE-REMITO-FACTURADO NOT = "S"
                       DISPLAY "SE DESCUENTA EN LA FACTURA DEL PERIODO"
                       GO TO 6000-CREDITO-CLIENTE-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WDE-ULTIMA-SEC.
           MOVE "N" TO EOF-AJUPEN.
           MOVE WDE-CUENTA-PARAM TO WAJ-CUENTA.
               INVALID KEY DISPLAY "NO PUDO GRABAR AJUPEN"
           END-WRITE.
           DISPLAY "CREDITO AL CLIENTE: " WAJ-IMPORTE.
           PERFORM 6200-ESPEJO THRU 6200-ESPEJO-EXIT.
       6000-CREDITO-CLIENTE-EXIT.
           EXIT.

      *    Espejo intercompania del credito: la nota de credito
      *    del proveedor vinculado y un renglon por cada renglon
      *    de la devolucion.
       6200-ESPEJO.
           MOVE WDE-TOTAL-CREDITO TO WDE-ESP-NETO.
           MOVE "C" TO WDE-ESP-OPERACION.
           CALL "ICESPEJO" USING WDE-ESP-OPERACION
                                 WDE-ESP-TIPO
                                 WDE-CUENTA-PARAM
                                 WDE-DEVOL-NUMERO
                                 WDE-HOY
                                 WDE-ESP-NETO
                                 WDE-ESP-ALICUOTA
                                 WDE-ESP-IVA
                                 WDE-TOTAL-CREDITO
                                 WDE-ARTICULO-CAP
                                 WDE-CANTIDAD-CAP
                                 WDE-PRECIO-CAP
                                 WDE-OPERADOR-PARAM
                                 WDE-ESPEJADO
           END-CALL.
           IF WDE-ESPEJADO NOT = "S"
               GO TO 6200-ESPEJO-EXIT
           END-IF.
           MOVE "R" TO WDE-ESP-OPERACION.
           MOVE "N" TO EOF-DEVOLREG.
           MOVE WDE-DEVOL-NUMERO TO WDV-NUMERO.
           MOVE 0                TO WDV-SECUENCIA.
           START DEVOLREG KEY IS NOT LESS THAN WDV-CLAVE
               INVALID KEY MOVE "S" TO EOF-DEVOLREG
           END-START.
           PERFORM 6210-ESPEJO-RENGLON
               THRU 6210-ESPEJO-RENGLON-EXIT
               UNTIL NO-HAY-MAS-DEVOLREG.
       6200-ESPEJO-EXIT.
           EXIT.

       6210-ESPEJO-RENGLON.
           READ DEVOLREG NEXT RECORD
               AT END MOVE "S" TO EOF-DEVOLREG
           END-READ.
           IF NO-HAY-MAS-DEVOLREG OR WDV-NUMERO NOT = WDE-DEVOL-NUMERO
               MOVE "S" TO EOF-DEVOLREG
               GO TO 6210-ESPEJO-RENGLON-EXIT
           END-IF.
           CALL "ICESPEJO" USING WDE-ESP-OPERACION
                                 WDE-ESP-TIPO
                                 WDE-CUENTA-PARAM
                                 WDE-DEVOL-NUMERO
                                 WDE-HOY
                                 WDE-ESP-NETO
                                 WDE-ESP-ALICUOTA
                                 WDE-ESP-IVA
                                 WDE-TOTAL-CREDITO
                                 WDV-ARTICULO
                                 WDV-CANTIDAD
                                 WDV-PRECIO
                                 WDE-OPERADOR-PARAM
                                 WDE-ESPEJADO
           END-CALL.
       6210-ESPEJO-RENGLON-EXIT.
           EXIT.

      *    Indica si el remito original ya entro en una factura
      *    del periodo.
       6100-VER-REMFACT.
           MOVE "N" TO WDE-REMITO-FACTURADO.
           IF WDE-HAY-REMFACT NOT = "S"
               GO TO 6100-VER-REMFACT-EXIT
           END-IF.
           MOVE WDE-REMITO-PARAM TO WRF-REMITO.
           READ REMFACT KEY IS WRF-REMITO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WDE-REMITO-FACTURADO
           END-READ.
       6100-VER-REMFACT-EXIT.
           EXIT.

       9999-FINAL.
      *    Unidad de posteo confirmada: lo grabado queda firme.
           IF WDE-UNIDAD-TRX > 0
           CLOSE CAPPRE.
           CLOSE AJUSTOCK.
           CLOSE AJUPEN.
           IF WDE-HAY-CUENFREC = "S"
               CLOSE CUENFREC
           END-IF.
           IF WDE-HAY-REMFACT = "S"
               CLOSE REMFACT
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
