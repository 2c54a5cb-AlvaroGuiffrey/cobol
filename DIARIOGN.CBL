      * para el mismo dia no duplica asientos, y el saldo
      * acumulado de cada turno de CAPCAJA postea solo la
      * diferencia contra lo que ya habia pasado.
      * Las compensaciones cliente/proveedor de COMPENSA del dia
      * postean con origen "COMPENSA" (CTAMAP: debe proveedores,
      * haber deudores por ventas).
      * Los anticipos de clientes (ANTICIPO) postean el dia del
      * cobro con origen "ANTICIPO" (debe caja, haber anticipos
      * de clientes) y cada aplicacion a facturas (ANTIAPLI) el
      * dia en que se aplico, con origen "ANTIAPLI" (debe
      * anticipos de clientes, haber deudores por ventas).
      * Los debitos de cadenas aceptados (DEBCAD) postean el dia
      * de la aceptacion con origen "DEBC" + motivo (DEBCREB,
      * DEBCOTI, DEBCPRO, DEBCFAL, DEBCPRE: debe la cuenta de
      * bonificaciones o gastos del motivo, haber deudores por
      * ventas).
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): la empresa sale del paso y la fecha del
      * parametro, o si viene vacio la fecha de proceso de la
      * cadena; al terminar informa los asientos generados.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WBM-CHEQUE
                             FILE STATUS IS WBM-STATUS.
           SELECT COMPENSA  ASSIGN TO "COMPENSA"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WCN-NUMERO
                             FILE STATUS IS WCN-STATUS.
           SELECT ANTICIPO  ASSIGN TO "ANTICIPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WAN-NUMERO
                             FILE STATUS IS WAN-STATUS.
           SELECT ANTIAPLI  ASSIGN TO "ANTIAPLI"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WAI-CLAVE
                             FILE STATUS IS WAI-STATUS.
           SELECT DEBCAD    ASSIGN TO "DEBCAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WKD-CLAVE
                             FILE STATUS IS WKD-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
               88  WBM-ACREDITADO-SI VALUE "S".
           05  WBM-IMPORTE           PIC S9(09)V99.

       FD  COMPENSA.
       01  REG-COMPENSA.
           05  WCN-NUMERO            PIC 9(08).
           05  WCN-FECHA             PIC 9(08).
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-PROVEEDOR         PIC 9(06).
           05  WCN-IMPORTE           PIC S9(09)V99.

       FD  ANTICIPO.
       01  REG-ANTICIPO.
           05  WAN-NUMERO            PIC 9(08).
           05  WAN-CUENTA            PIC 9(06).
           05  WAN-FECHA             PIC 9(08).
           05  WAN-IMPORTE           PIC S9(09)V99.

       FD  ANTIAPLI.
       01  REG-ANTIAPLI.
           05  WAI-CLAVE.
               10  WAI-ANTICIPO      PIC 9(08).
               10  WAI-SECUENCIA     PIC 9(03).
           05  WAI-CUENTA            PIC 9(06).
           05  WAI-COMPROBANTE       PIC 9(08).
           05  WAI-FECHA             PIC 9(08).
           05  WAI-IMPORTE           PIC S9(09)V99.

       FD  DEBCAD.
       01  REG-DEBCAD.
           05  WKD-CLAVE.
               10  WKD-CADENA        PIC 9(06).
               10  WKD-RECIBO        PIC 9(08).
               10  WKD-SECUENCIA     PIC 9(03).
           05  WKD-MOTIVO            PIC X(03).
           05  WKD-DOC-CADENA        PIC X(15).
           05  WKD-FECHA             PIC 9(08).
           05  WKD-IMPORTE           PIC S9(09)V99.
           05  WKD-ESTADO            PIC X(01).
               88  WKD-ACEPTADO       VALUE "A".
           05  WKD-FEC-ACEPTADO      PIC 9(08).

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
       77  WAC-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WBM-STATUS                PIC X(02).
       77  WCN-STATUS                PIC X(02).
       77  WAN-STATUS                PIC X(02).
       77  WAI-STATUS                PIC X(02).
       77  WKD-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WDG-HAY-COMPENSA          PIC X(01) VALUE "S".
       77  WDG-HAY-ANTICIPO          PIC X(01) VALUE "S".
       77  WDG-HAY-ANTIAPLI          PIC X(01) VALUE "S".
       77  WDG-HAY-DEBCAD            PIC X(01) VALUE "S".
       77  WDG-FECHA-PARAM           PIC 9(08).
       77  WDG-EMPRESA-PARAM         PIC 9(04).
       77  WDG-ORIGEN-ACTUAL         PIC X(08).
       77  WDG-CANT-YA-POSTEADOS     PIC 9(06) VALUE 0.
       77  WDG-CANT-RECHAZADOS       PIC 9(06) VALUE 0.
       77  WDG-TOT-DEBE              PIC S9(13)V99 VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WDG-CAD-OPERACION         PIC X(01).
       77  WDG-CAD-PROGRAMA          PIC X(08).
       77  WDG-CAD-FECHA             PIC 9(08).
       77  WDG-CAD-EMPRESA           PIC 9(04).
       77  WDG-CAD-SUCURSAL          PIC 9(02).
       77  WDG-CAD-PARAMETRO         PIC X(20).
       77  WDG-CAD-ESTADO            PIC X(03).
       77  WDG-CAD-REGISTROS         PIC 9(07).
       77  EOF-MOVI                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MOVI        VALUE "S".
       77  EOF-ARRECOMP               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CAPCAJA     VALUE "S".
       77  EOF-BCOMOV                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BCOMOV      VALUE "S".
       77  EOF-COMPENSA               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMPENSA    VALUE "S".
       77  EOF-ANTICIPO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ANTICIPO    VALUE "S".
       77  EOF-ANTIAPLI               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ANTIAPLI    VALUE "S".
       77  EOF-DEBCAD                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DEBCAD      VALUE "S".

       01  WDG-ORIGEN-DEBCAD.
           05  FILLER                PIC X(04) VALUE "DEBC".
           05  WDG-DEBCAD-MOTIVO     PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
       BCOMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BCOMOV.
           DISPLAY "ERROR E/S BCOMOV: " WBM-STATUS.
       COMPENSA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMPENSA.
           DISPLAY "ERROR E/S COMPENSA: " WCN-STATUS.
       ANTICIPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTICIPO.
           DISPLAY "ERROR E/S ANTICIPO: " WAN-STATUS.
       ANTIAPLI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTIAPLI.
           DISPLAY "ERROR E/S ANTIAPLI: " WAI-STATUS.
       DEBCAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEBCAD.
           DISPLAY "ERROR E/S DEBCAD: " WKD-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
           PERFORM 5000-POSTEAR-BCOMOV
               THRU 5000-POSTEAR-BCOMOV-EXIT
               UNTIL NO-HAY-MAS-BCOMOV.
           PERFORM 5500-POSTEAR-COMPENSA
               THRU 5500-POSTEAR-COMPENSA-EXIT
               UNTIL NO-HAY-MAS-COMPENSA.
           PERFORM 5600-POSTEAR-ANTICIPO
               THRU 5600-POSTEAR-ANTICIPO-EXIT
               UNTIL NO-HAY-MAS-ANTICIPO.
           PERFORM 5700-POSTEAR-ANTIAPLI
               THRU 5700-POSTEAR-ANTIAPLI-EXIT
               UNTIL NO-HAY-MAS-ANTIAPLI.
           PERFORM 5800-POSTEAR-DEBCAD
               THRU 5800-POSTEAR-DEBCAD-EXIT
               UNTIL NO-HAY-MAS-DEBCAD.
           DISPLAY "ASIENTOS GENERADOS : " WDG-CANT-ASIENTOS.
           DISPLAY "YA POSTEADOS ......: " WDG-CANT-YA-POSTEADOS.
           DISPLAY "MOVIM. RECHAZADOS .: " WDG-CANT-RECHAZADOS.
           DISPLAY "TOTAL DEBE=HABER ..: " WDG-TOT-DEBE.
           PERFORM 9999-FINAL.
           IF WDG-CAD-ESTADO = "PEN"
               MOVE "F"   TO WDG-CAD-OPERACION
               MOVE "OK " TO WDG-CAD-ESTADO
               MOVE WDG-CANT-ASIENTOS TO WDG-CAD-REGISTROS
               CALL "CADPASO" USING WDG-CAD-OPERACION
                                    WDG-CAD-PROGRAMA
                                    WDG-CAD-FECHA
                                    WDG-CAD-EMPRESA
                                    WDG-CAD-SUCURSAL
                                    WDG-CAD-PARAMETRO
                                    WDG-CAD-ESTADO
                                    WDG-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WDG-CAD-OPERACION.
           MOVE "DIARIOGN" TO WDG-CAD-PROGRAMA.
           CALL "CADPASO" USING WDG-CAD-OPERACION
                                WDG-CAD-PROGRAMA
                                WDG-CAD-FECHA
                                WDG-CAD-EMPRESA
                                WDG-CAD-SUCURSAL
                                WDG-CAD-PARAMETRO
                                WDG-CAD-ESTADO
                                WDG-CAD-REGISTROS
           END-CALL.
           IF WDG-CAD-ESTADO = "PEN"
      *        Sin fecha en el parametro se postea la fecha de
      *        proceso de la cadena.
               IF WDG-CAD-PARAMETRO (1:8) IS NUMERIC
                   MOVE WDG-CAD-PARAMETRO (1:8) TO WDG-FECHA-PARAM
               ELSE
                   MOVE WDG-CAD-FECHA TO WDG-FECHA-PARAM
               END-IF
               MOVE WDG-CAD-EMPRESA TO WDG-EMPRESA-PARAM
           ELSE
               DISPLAY "FECHA A POSTEAR (AAAAMMDD): "
                   LINE 10 POSITION 5
               ACCEPT WDG-FECHA-PARAM LINE 10 POSITION 34
      *        Empresa EMP del asiento, para que CONSOLID pueda
      *        combinar y comparar los diarios por empresa.
               DISPLAY "EMPRESA ..................: "
                   LINE 11 POSITION 5
               ACCEPT WDG-EMPRESA-PARAM LINE 11 POSITION 34
           END-IF.
           OPEN INPUT MOVI.
           OPEN INPUT ARRECOMP.
           OPEN INPUT CAPCAJA.
           OPEN INPUT BCOMOV.
           OPEN INPUT COMPENSA.
           IF WCN-STATUS NOT = "00"
               MOVE "N" TO WDG-HAY-COMPENSA
               MOVE "S" TO EOF-COMPENSA
           END-IF.
           OPEN INPUT ANTICIPO.
           IF WAN-STATUS NOT = "00"
               MOVE "N" TO WDG-HAY-ANTICIPO
               MOVE "S" TO EOF-ANTICIPO
           END-IF.
           OPEN INPUT ANTIAPLI.
           IF WAI-STATUS NOT = "00"
               MOVE "N" TO WDG-HAY-ANTIAPLI
               MOVE "S" TO EOF-ANTIAPLI
           END-IF.
           OPEN INPUT DEBCAD.
           IF WKD-STATUS NOT = "00"
               MOVE "N" TO WDG-HAY-DEBCAD
               MOVE "S" TO EOF-DEBCAD
           END-IF.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
           READ BCOMOV NEXT RECORD
               AT END MOVE "S" TO EOF-BCOMOV
           END-READ.
           IF NOT NO-HAY-MAS-COMPENSA
               READ COMPENSA NEXT RECORD
                   AT END MOVE "S" TO EOF-COMPENSA
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-ANTICIPO
               READ ANTICIPO NEXT RECORD
                   AT END MOVE "S" TO EOF-ANTICIPO
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-ANTIAPLI
               READ ANTIAPLI NEXT RECORD
                   AT END MOVE "S" TO EOF-ANTIAPLI
               END-READ
           END-IF.
           IF NOT NO-HAY-MAS-DEBCAD
               READ DEBCAD NEXT RECORD
                   AT END MOVE "S" TO EOF-DEBCAD
               END-READ
           END-IF.

       2000-POSTEAR-MOVI.
           IF WMV-FECHA = WDG-FECHA-PARAM
       5000-POSTEAR-BCOMOV-EXIT.
           EXIT.

       5500-POSTEAR-COMPENSA.
           IF WCN-FECHA = WDG-FECHA-PARAM
               MOVE "COMPENSA"   TO WDG-ORIGEN-ACTUAL
               MOVE WCN-IMPORTE  TO WDG-IMPORTE-ACTUAL
               MOVE WCN-NUMERO   TO WDG-REFERENCIA-ACTUAL
               MOVE SPACES       TO WDG-CLAVE-ORIGEN
               MOVE WCN-NUMERO   TO WDG-CLAVE-ORIGEN (1:8)
               PERFORM 7000-GENERAR-ASIENTO
                   THRU 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           READ COMPENSA NEXT RECORD
               AT END MOVE "S" TO EOF-COMPENSA
           END-READ.
       5500-POSTEAR-COMPENSA-EXIT.
           EXIT.

       5600-POSTEAR-ANTICIPO.
           IF WAN-FECHA = WDG-FECHA-PARAM
               MOVE "ANTICIPO"   TO WDG-ORIGEN-ACTUAL
               MOVE WAN-IMPORTE  TO WDG-IMPORTE-ACTUAL
               MOVE WAN-NUMERO   TO WDG-REFERENCIA-ACTUAL
               MOVE SPACES       TO WDG-CLAVE-ORIGEN
               MOVE WAN-NUMERO   TO WDG-CLAVE-ORIGEN (1:8)
               PERFORM 7000-GENERAR-ASIENTO
                   THRU 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           READ ANTICIPO NEXT RECORD
               AT END MOVE "S" TO EOF-ANTICIPO
           END-READ.
       5600-POSTEAR-ANTICIPO-EXIT.
           EXIT.

       5700-POSTEAR-ANTIAPLI.
           IF WAI-FECHA = WDG-FECHA-PARAM
               MOVE "ANTIAPLI"   TO WDG-ORIGEN-ACTUAL
               MOVE WAI-IMPORTE  TO WDG-IMPORTE-ACTUAL
               MOVE WAI-ANTICIPO TO WDG-REFERENCIA-ACTUAL
               MOVE SPACES       TO WDG-CLAVE-ORIGEN
               MOVE WAI-CLAVE    TO WDG-CLAVE-ORIGEN (1:11)
               PERFORM 7000-GENERAR-ASIENTO
                   THRU 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           READ ANTIAPLI NEXT RECORD
               AT END MOVE "S" TO EOF-ANTIAPLI
           END-READ.
       5700-POSTEAR-ANTIAPLI-EXIT.
           EXIT.

      *    Debito de cadena aceptado: el origen lleva el motivo,
      *    asi cada motivo va a su propia cuenta de CTAMAP.
       5800-POSTEAR-DEBCAD.
           IF WKD-ACEPTADO AND WKD-FEC-ACEPTADO = WDG-FECHA-PARAM
               MOVE WKD-MOTIVO        TO WDG-DEBCAD-MOTIVO
               MOVE WDG-ORIGEN-DEBCAD TO WDG-ORIGEN-ACTUAL
               MOVE WKD-IMPORTE       TO WDG-IMPORTE-ACTUAL
               MOVE WKD-RECIBO        TO WDG-REFERENCIA-ACTUAL
               MOVE SPACES            TO WDG-CLAVE-ORIGEN
               MOVE WKD-CLAVE         TO WDG-CLAVE-ORIGEN (1:17)
               PERFORM 7000-GENERAR-ASIENTO
                   THRU 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           READ DEBCAD NEXT RECORD
               AT END MOVE "S" TO EOF-DEBCAD
           END-READ.
       5800-POSTEAR-DEBCAD-EXIT.
           EXIT.

      *    Asiento balanceado por construccion: un renglon al
      *    debe y uno al haber por el mismo importe, con las
      *    cuentas de CTAMAP. Importe cero u origen sin mapear
           CLOSE ARRECOMP.
           CLOSE CAPCAJA.
           CLOSE BCOMOV.
           IF WDG-HAY-COMPENSA = "S"
               CLOSE COMPENSA
           END-IF.
           IF WDG-HAY-ANTICIPO = "S"
               CLOSE ANTICIPO
           END-IF.
           IF WDG-HAY-ANTIAPLI = "S"
               CLOSE ANTIAPLI
           END-IF.
           IF WDG-HAY-DEBCAD = "S"
               CLOSE DEBCAD
           END-IF.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
