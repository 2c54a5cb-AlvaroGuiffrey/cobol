       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DEBCAD.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Debitos de cadenas: cuando la cadena paga por la casa
      * central la transferencia entra corta, porque descuenta
      * rebates, multas por OTIF, cargos promocionales,
      * faltantes y diferencias de precio, y TRANSMAT / CADENA
      * solo podian dejar la diferencia colgada en la factura.
      * Cada debito queda registrado en DEBCAD con clave cadena
      * (la casa central) + recibo con que pago + secuencia, el
      * motivo y el numero de documento de la cadena, y se
      * controla contra lo que nosotros esperabamos:
      *   REB rebate ...: el devengado de ACURDEV (rebate +
      *                   bonus + logistico) de la cadena para
      *                   el periodo AAAAMM, menos lo ya
      *                   justificado por otros debitos REB del
      *                   mismo periodo;
      *   OTI multa ....: el remito tiene que haber salido
      *                   incompleto en la rendicion (ENTREGAS),
      *                   el mismo criterio del OTIF de OTIFREP;
      *   FAL faltante .: lo remitido menos lo entregado de cada
      *                   renglon del remito, a precio facturado;
      *   PRE precio ...: lo facturado por encima de la lista
      *                   vigente al reparto, pasada por escala y
      *                   promo, como la audita PRECAUD;
      *   PRO promocion : sin fuente propia, queda sin
      *                   justificar hasta que se acepte.
      * Lo que excede lo esperado es el debito no justificado.
      *   modo I: ingresa un debito y lo controla;
      *   modo C: vuelve a controlar un debito (la rendicion o
      *           el devengado llegaron despues);
      *   modo A: acepta el debito: se imputa contra la factura
      *           de la cadena y DIARIOGN genera el asiento el
      *           dia de la aceptacion con origen "DEBC" + motivo
      *           (CTAMAP: debe la cuenta de gasto o bonificacion
      *           del motivo, haber deudores por ventas);
      *   modo D: disputa: fecha del reclamo, contacto en la
      *           cadena y proxima fecha de seguimiento (se
      *           puede volver a entrar en cada seguimiento);
      *   modo R: recuperado: la cadena devolvio el debito con
      *           un recibo comun;
      *   modo S: disputas con seguimiento vencido;
      *   modo M: informe mensual de debitos no justificados
      *           por cadena, por PRNTDEST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBCAD    ASSIGN TO "DEBCAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKD-CLAVE
                             FILE STATUS IS WKD-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT ACURDEV   ASSIGN TO "ACURDEV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAD-CLAVE
                             FILE STATUS IS WAD-STATUS.
           SELECT ENTREGAS  ASSIGN TO "ENTREGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEN-CLAVE
                             FILE STATUS IS WEN-STATUS.
           SELECT REMDET    ASSIGN TO "REMDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRD-CLAVE
                             FILE STATUS IS WRD-STATUS.
           SELECT PRECHIST  ASSIGN TO "PRECHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPF-CLAVE
                             FILE STATUS IS WPF-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             ALTERNATE RECORD KEY IS WFA-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WFA-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Un renglon por debito: clave la casa central, el
      *    recibo con que pago la cadena y una secuencia.
       FD  DEBCAD.
       01  REG-DEBCAD.
           05  WKD-CLAVE.
               10  WKD-CADENA        PIC 9(06).
               10  WKD-RECIBO        PIC 9(08).
               10  WKD-SECUENCIA     PIC 9(03).
           05  WKD-MOTIVO            PIC X(03).
               88  WKD-MOT-REBATE     VALUE "REB".
               88  WKD-MOT-MULTA      VALUE "OTI".
               88  WKD-MOT-PROMO      VALUE "PRO".
               88  WKD-MOT-FALTANTE   VALUE "FAL".
               88  WKD-MOT-PRECIO     VALUE "PRE".
               88  WKD-MOT-VALIDO     VALUE "REB" "OTI" "PRO"
                                            "FAL" "PRE".
           05  WKD-DOC-CADENA        PIC X(15).
           05  WKD-FECHA             PIC 9(08).
           05  WKD-IMPORTE           PIC S9(09)V99.
           05  WKD-ESTADO            PIC X(01).
               88  WKD-PENDIENTE      VALUE "P".
               88  WKD-ACEPTADO       VALUE "A".
               88  WKD-DISPUTADO      VALUE "D".
               88  WKD-RECUPERADO     VALUE "R".
           05  WKD-FEC-ACEPTADO      PIC 9(08).
           05  WKD-REF-REMITO        PIC 9(08).
           05  WKD-REF-PERIODO       PIC 9(06).
           05  WKD-FACT-CUENTA       PIC 9(06).
           05  WKD-FACT-COMPROB      PIC 9(08).
           05  WKD-IMP-APLICADO      PIC S9(09)V99.
           05  WKD-IMP-ESPERADO      PIC S9(09)V99.
           05  WKD-IMP-JUSTIFICADO   PIC S9(09)V99.
           05  WKD-FEC-RECLAMO       PIC 9(08).
           05  WKD-FEC-SEGUIMIENTO   PIC 9(08).
           05  WKD-CANT-SEGUIM       PIC 9(03).
           05  WKD-CONTACTO          PIC X(30).
           05  WKD-FEC-RECUPERO      PIC 9(08).
           05  WKD-RECIBO-RECUPERO   PIC 9(08).
           05  WKD-OBSERVACION       PIC X(40).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  ACURDEV.
       01  REG-ACURDEV.
           05  WAD-CLAVE.
               10  WAD-CUENTA        PIC 9(06).
               10  WAD-ANIO-MES      PIC 9(06).
           05  WAD-BASE-COMPRAS      PIC S9(11)V99.
           05  WAD-IMP-REBATE        PIC S9(09)V99.
           05  WAD-IMP-BONUS         PIC S9(09)V99.
           05  WAD-IMP-LOGISTICO     PIC S9(09)V99.

       FD  ENTREGAS.
       01  REG-ENTREGAS.
           05  WEN-CLAVE.
               10  WEN-REMITO        PIC 9(08).
               10  WEN-SECUENCIA     PIC 9(04).
           05  WEN-RUTA              PIC 9(03).
           05  WEN-FEC-REPARTO       PIC 9(08).
           05  WEN-ORDEN-ENTREGA     PIC 9(03).
           05  WEN-CUENTA            PIC 9(06).
           05  WEN-ARTICULO          PIC 9(06).
           05  WEN-CANT-PEDIDA       PIC S9(07)V99.
           05  WEN-CANT-ENTREGADA    PIC S9(07)V99.
           05  WEN-RESULTADO         PIC X(01).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.
           05  WRD-PRECIO            PIC S9(07)V99.

       FD  PRECHIST.
       01  REG-PRECHIST.
           05  WPF-CLAVE.
               10  WPF-ARTICULO      PIC 9(06).
               10  WPF-FEC-DESDE     PIC 9(08).
           05  WPF-PRECIO            PIC S9(07)V99.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.

       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).
               88  WFA-ESTA-CANCELADO VALUE "S".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "DEBCAD".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WKD-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WAD-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WPF-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WDJ-MODO-PARAM            PIC X(01).
       77  WDJ-CADENA-PARAM          PIC 9(06).
       77  WDJ-RECIBO-PARAM          PIC 9(08).
       77  WDJ-SECUENCIA-PARAM       PIC 9(03).
       77  WDJ-MOTIVO-PARAM          PIC X(03).
       77  WDJ-DOC-PARAM             PIC X(15).
       77  WDJ-FECHA-PARAM           PIC 9(08).
       77  WDJ-IMPORTE-PARAM         PIC S9(09)V99.
       77  WDJ-REMITO-PARAM          PIC 9(08).
       77  WDJ-PERIODO-PARAM         PIC 9(06).
       77  WDJ-FACT-CTA-PARAM        PIC 9(06).
       77  WDJ-FACT-NRO-PARAM        PIC 9(08).
       77  WDJ-CONTACTO-PARAM        PIC X(30).
       77  WDJ-SEGUIM-PARAM          PIC 9(08).
       77  WDJ-OBSERVACION-PARAM     PIC X(40).
       77  WDJ-MES-PARAM             PIC 9(06).
       77  WDJ-CONFIRMA              PIC X(01).
       77  WDJ-HOY                   PIC 9(08).
       77  WDJ-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WDJ-PERIODO-ABIERTO       PIC X(01).
       77  WDJ-HALLADO               PIC X(01).
       77  WDJ-DE-CADENA             PIC X(01).
       77  WDJ-CUENTA-MOV            PIC 9(06).
       77  WDJ-ULT-SECUENCIA         PIC 9(03).
       77  WDJ-YA-JUSTIFICADO        PIC S9(11)V99.
       77  WDJ-DEVENGADO             PIC S9(11)V99.
       77  WDJ-RENGLONES             PIC 9(04).
       77  WDJ-REMITO-COMPLETO       PIC X(01).
       77  WDJ-FALTANTE              PIC S9(11)V99.
       77  WDJ-SOBREPRECIO           PIC S9(11)V99.
       77  WDJ-PRECIO-LISTA          PIC S9(07)V99.
       77  WDJ-ART-ANTERIOR          PIC 9(06).
       77  WDJ-APLICAR               PIC S9(09)V99.
       77  WDJ-NO-JUSTIFICADO        PIC S9(09)V99.
       77  WDJ-ED-IMPORTE            PIC ZZ,ZZZ,ZZ9.99-.
       77  WDJ-CADENA-ANT            PIC 9(06) VALUE 0.
       77  WDJ-CANT-LISTADOS         PIC 9(06) VALUE 0.
       77  WDJ-HAY-ACURDEV           PIC X(01) VALUE "S".
       77  WDJ-HAY-ENTREGAS          PIC X(01) VALUE "S".
       77  WDJ-HAY-PRECHIST          PIC X(01) VALUE "S".
       77  EOF-DEBCAD                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DEBCAD      VALUE "S".
       77  EOF-ENTREGAS               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ENTREGAS    VALUE "S".
       77  EOF-PRECHIST               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRECHIST    VALUE "S".

      *    Copia del debito en curso mientras se recorren los
      *    demas debitos de la cadena.
       01  WDJ-GUARDA-DEBCAD         PIC X(250).

       01  WDJ-PARAM-MOTORES.
           05  WDJ-ARTICULO-PQ       PIC 9(06).
           05  WDJ-CANTIDAD-PQ       PIC S9(07)V99.
           05  WDJ-PRECIO-PQ         PIC S9(07)V99.
           05  WDJ-ART-ACOMP-PR      PIC 9(06).
           05  WDJ-FECHA-PR          PIC 9(08).
           05  WDJ-CANT-BONIF-PR     PIC S9(07)V99.
           05  WDJ-PROMO-APL-PR      PIC 9(04).

      *    Totales por cadena (1) y generales (2) del informe.
       01  WDJ-TOTALES.
           05  WDJ-TOT OCCURS 2 TIMES.
               10  WDJ-T-DEBITADO    PIC S9(11)V99.
               10  WDJ-T-JUSTIFICADO PIC S9(11)V99.
               10  WDJ-T-NO-JUSTIF   PIC S9(11)V99.
               10  WDJ-T-ACEPTADO    PIC S9(11)V99.
               10  WDJ-T-DISPUTADO   PIC S9(11)V99.
               10  WDJ-T-RECUPERADO  PIC S9(11)V99.

       01  LIN-TITULO-M.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(46)
               VALUE "DEBITOS NO JUSTIFICADOS DE CADENAS - PERIODO ".
           05  T-MES              PIC 9(06).

       01  LIN-TITULO-S.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "DEBITOS EN DISPUTA A SEGUIR - AL ".
           05  T-HOY              PIC 9(08).

       01  LIN-CADENA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "CADENA: ".
           05  C-CADENA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  C-NOMBRE           PIC X(30).

       01  LIN-ENCAB-M.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(46) VALUE
               "RECIBO SEC MOT DOCUMENTO CADENA  FECHA        ".
           05  FILLER             PIC X(48) VALUE
               "   IMPORTE     JUSTIFICADO  NO JUSTIFICADO  EST ".
           05  FILLER             PIC X(10) VALUE "REFERENCIA".

       01  LIN-DETALLE-M.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-RECIBO              PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SECUENCIA           PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MOTIVO              PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DOC-CADENA          PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-JUSTIFICADO         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NO-JUSTIFICADO      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ESTADO              PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-REFERENCIA          PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-OBSERVACION         PIC X(30).

       01  LIN-TOTAL-M.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  L-LEYENDA          PIC X(14).
           05  FILLER             PIC X(10) VALUE "DEBITADO ".
           05  L-DEBITADO         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(13) VALUE "  JUSTIFIC. ".
           05  L-JUSTIFICADO      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(15) VALUE "  NO JUSTIFIC. ".
           05  L-NO-JUSTIF        PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL-E.
           05  FILLER             PIC X(18) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "ACEPTADO ".
           05  E-ACEPTADO         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(13) VALUE "  EN DISPUTA".
           05  E-DISPUTADO        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(15) VALUE "  RECUPERADO  ".
           05  E-RECUPERADO       PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-ENCAB-S.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CADENA   RECIBO SEC MOT   IMPORTE       RECLAMO   ".
           05  FILLER             PIC X(40) VALUE
               "SEGUIM.  VECES CONTACTO".

       01  LIN-DETALLE-S.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-CADENA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-RECIBO              PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-SECUENCIA           PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-MOTIVO              PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-RECLAMO             PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-SEGUIMIENTO         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-VECES               PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-CONTACTO            PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.
       DEBCAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEBCAD.
           DISPLAY "ERROR E/S DEBCAD: " WKD-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       ACURDEV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ACURDEV.
           DISPLAY "ERROR E/S ACURDEV: " WAD-STATUS.
       ENTREGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ENTREGAS.
           DISPLAY "ERROR E/S ENTREGAS: " WEN-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       PRECHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRECHIST.
           DISPLAY "ERROR E/S PRECHIST: " WPF-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WDJ-MODO-PARAM
               WHEN "I"
                   PERFORM 2000-INGRESAR THRU 2000-INGRESAR-EXIT
               WHEN "C"
                   PERFORM 2500-RECONTROLAR
                       THRU 2500-RECONTROLAR-EXIT
               WHEN "A"
                   PERFORM 3000-ACEPTAR THRU 3000-ACEPTAR-EXIT
               WHEN "D"
                   PERFORM 3500-DISPUTAR THRU 3500-DISPUTAR-EXIT
               WHEN "R"
                   PERFORM 3800-RECUPERADO THRU 3800-RECUPERADO-EXIT
               WHEN "S"
                   PERFORM 4500-SEGUIMIENTOS
                       THRU 4500-SEGUIMIENTOS-EXIT
               WHEN "M"
                   PERFORM 4000-INFORME THRU 4000-INFORME-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (I/C/A/D/R/S/M)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Las fuentes del control (ACURDEV, ENTREGAS, PRECHIST)
      *    pueden no existir todavia: sin ellas el debito queda
      *    sin justificar.
       1000-INICIAL.
           DISPLAY "MODO (I/C/A/D/R/S/M) ...........: "
               LINE 6 POSITION 5.
           ACCEPT WDJ-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WDJ-HOY FROM DATE YYYYMMDD.
           OPEN I-O DEBCAD.
           IF WKD-STATUS = "35"
               CLOSE DEBCAD
               OPEN OUTPUT DEBCAD
               CLOSE DEBCAD
               OPEN I-O DEBCAD
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT CUENPAD.
           OPEN INPUT ACURDEV.
           IF WAD-STATUS NOT = "00"
               MOVE "N" TO WDJ-HAY-ACURDEV
           END-IF.
           OPEN INPUT ENTREGAS.
           IF WEN-STATUS NOT = "00"
               MOVE "N" TO WDJ-HAY-ENTREGAS
           END-IF.
           OPEN INPUT REMDET.
           OPEN INPUT PRECHIST.
           IF WPF-STATUS NOT = "00"
               MOVE "N" TO WDJ-HAY-PRECHIST
           END-IF.
           OPEN INPUT CAPPRE.
           OPEN I-O FACT.
           IF WDJ-MODO-PARAM = "M" OR WDJ-MODO-PARAM = "S"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    Alta de un debito. La cadena es la casa central: si
      *    se informa una boca se registra a nombre de su madre
      *    de CUENPAD. La secuencia sigue a la ultima del mismo
      *    recibo de la cadena.
       2000-INGRESAR.
           DISPLAY "CADENA (CASA CENTRAL) ..: " LINE 8 POSITION 5.
           ACCEPT WDJ-CADENA-PARAM LINE 8 POSITION 31.
           MOVE WDJ-CADENA-PARAM TO WPD-CUENTA-HIJA.
           READ CUENPAD KEY IS WPD-CUENTA-HIJA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WPD-CUENTA-MADRE TO WDJ-CADENA-PARAM
           END-READ.
           MOVE WDJ-CADENA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CADENA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-INGRESAR-EXIT
           END-READ.
           DISPLAY WDJ-CADENA-PARAM LINE 8 POSITION 31.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 40.
           DISPLAY "RECIBO DEL PAGO ........: " LINE 9 POSITION 5.
           ACCEPT WDJ-RECIBO-PARAM LINE 9 POSITION 31.
           DISPLAY "MOTIVO (REB/OTI/PRO/FAL/PRE): "
               LINE 10 POSITION 5.
           ACCEPT WDJ-MOTIVO-PARAM LINE 10 POSITION 36.
           MOVE WDJ-MOTIVO-PARAM TO WKD-MOTIVO.
           IF NOT WKD-MOT-VALIDO
               DISPLAY "MOTIVO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-INGRESAR-EXIT
           END-IF.
           DISPLAY "DOCUMENTO DE LA CADENA .: " LINE 11 POSITION 5.
           ACCEPT WDJ-DOC-PARAM LINE 11 POSITION 31.
           DISPLAY "FECHA DEL DEBITO (0=HOY): " LINE 12 POSITION 5.
           ACCEPT WDJ-FECHA-PARAM LINE 12 POSITION 31.
           IF WDJ-FECHA-PARAM = 0
               MOVE WDJ-HOY TO WDJ-FECHA-PARAM
           END-IF.
           DISPLAY "IMPORTE DEBITADO .......: " LINE 13 POSITION 5.
           ACCEPT WDJ-IMPORTE-PARAM LINE 13 POSITION 31.
           IF WDJ-IMPORTE-PARAM NOT > 0
               DISPLAY "IMPORTE INVALIDO" LINE 20 POSITION 5
               GO TO 2000-INGRESAR-EXIT
           END-IF.
           MOVE 0 TO WDJ-REMITO-PARAM.
           MOVE 0 TO WDJ-PERIODO-PARAM.
           IF WKD-MOT-REBATE
               DISPLAY "PERIODO DEL REBATE AAAAMM: "
                   LINE 14 POSITION 5
               ACCEPT WDJ-PERIODO-PARAM LINE 14 POSITION 31
           ELSE
               DISPLAY "REMITO DE REFERENCIA ...: "
                   LINE 14 POSITION 5
               ACCEPT WDJ-REMITO-PARAM LINE 14 POSITION 31
           END-IF.
           DISPLAY "FACTURA: CUENTA / NRO ..: " LINE 15 POSITION 5.
           ACCEPT WDJ-FACT-CTA-PARAM LINE 15 POSITION 31.
           ACCEPT WDJ-FACT-NRO-PARAM LINE 15 POSITION 40.
           IF WDJ-FACT-NRO-PARAM NOT = 0
               MOVE WDJ-FACT-CTA-PARAM TO WFA-CUENTA
               MOVE WDJ-FACT-NRO-PARAM TO WFA-COMPROBANTE
               READ FACT KEY IS WFA-CLAVE
                   INVALID KEY
                       DISPLAY "FACTURA INEXISTENTE"
                           LINE 20 POSITION 5
                       GO TO 2000-INGRESAR-EXIT
               END-READ
           END-IF.

           PERFORM 2100-ULTIMA-SECUENCIA
               THRU 2100-ULTIMA-SECUENCIA-EXIT.
           MOVE SPACES              TO REG-DEBCAD.
           MOVE WDJ-CADENA-PARAM    TO WKD-CADENA.
           MOVE WDJ-RECIBO-PARAM    TO WKD-RECIBO.
           COMPUTE WKD-SECUENCIA = WDJ-ULT-SECUENCIA + 1.
           MOVE WDJ-MOTIVO-PARAM    TO WKD-MOTIVO.
           MOVE WDJ-DOC-PARAM       TO WKD-DOC-CADENA.
           MOVE WDJ-FECHA-PARAM     TO WKD-FECHA.
           MOVE WDJ-IMPORTE-PARAM   TO WKD-IMPORTE.
           MOVE "P"                 TO WKD-ESTADO.
           MOVE 0                   TO WKD-FEC-ACEPTADO.
           MOVE WDJ-REMITO-PARAM    TO WKD-REF-REMITO.
           MOVE WDJ-PERIODO-PARAM   TO WKD-REF-PERIODO.
           MOVE WDJ-FACT-CTA-PARAM  TO WKD-FACT-CUENTA.
           MOVE WDJ-FACT-NRO-PARAM  TO WKD-FACT-COMPROB.
           MOVE 0                   TO WKD-IMP-APLICADO.
           MOVE 0                   TO WKD-FEC-RECLAMO.
           MOVE 0                   TO WKD-FEC-SEGUIMIENTO.
           MOVE 0                   TO WKD-CANT-SEGUIM.
           MOVE 0                   TO WKD-FEC-RECUPERO.
           MOVE 0                   TO WKD-RECIBO-RECUPERO.
           PERFORM 5000-CONTROLAR THRU 5000-CONTROLAR-EXIT.
           PERFORM 2900-MOSTRAR-CONTROL.
           DISPLAY "CONFIRMA (S/N) .........: " LINE 18 POSITION 5.
           ACCEPT WDJ-CONFIRMA LINE 18 POSITION 31.
           IF WDJ-CONFIRMA NOT = "S"
               GO TO 2000-INGRESAR-EXIT
           END-IF.
           WRITE REG-DEBCAD
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR DEBCAD" LINE 20 POSITION 5
                   GO TO 2000-INGRESAR-EXIT
           END-WRITE.
           DISPLAY "DEBITO SECUENCIA: " LINE 19 POSITION 5.
           DISPLAY WKD-SECUENCIA LINE 19 POSITION 23.
       2000-INGRESAR-EXIT.
           EXIT.

       2100-ULTIMA-SECUENCIA.
           MOVE 0                TO WDJ-ULT-SECUENCIA.
           MOVE "N"              TO EOF-DEBCAD.
           MOVE WDJ-CADENA-PARAM TO WKD-CADENA.
           MOVE WDJ-RECIBO-PARAM TO WKD-RECIBO.
           MOVE 0                TO WKD-SECUENCIA.
           START DEBCAD KEY IS NOT LESS THAN WKD-CLAVE
               INVALID KEY GO TO 2100-ULTIMA-SECUENCIA-EXIT
           END-START.
           PERFORM 2110-UNA-SECUENCIA THRU 2110-UNA-SECUENCIA-EXIT
               UNTIL NO-HAY-MAS-DEBCAD.
       2100-ULTIMA-SECUENCIA-EXIT.
           EXIT.

       2110-UNA-SECUENCIA.
           READ DEBCAD NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DEBCAD
                   GO TO 2110-UNA-SECUENCIA-EXIT
           END-READ.
           IF WKD-CADENA NOT = WDJ-CADENA-PARAM
              OR WKD-RECIBO NOT = WDJ-RECIBO-PARAM
               MOVE "S" TO EOF-DEBCAD
               GO TO 2110-UNA-SECUENCIA-EXIT
           END-IF.
           MOVE WKD-SECUENCIA TO WDJ-ULT-SECUENCIA.
       2110-UNA-SECUENCIA-EXIT.
           EXIT.

      *    Vuelve a controlar un debito pendiente o en disputa.
       2500-RECONTROLAR.
           PERFORM 2800-LEER-DEBITO THRU 2800-LEER-DEBITO-EXIT.
           IF WDJ-HALLADO = "N"
               GO TO 2500-RECONTROLAR-EXIT
           END-IF.
           IF NOT WKD-PENDIENTE AND NOT WKD-DISPUTADO
               DISPLAY "EL DEBITO YA ESTA RESUELTO"
                   LINE 20 POSITION 5
               GO TO 2500-RECONTROLAR-EXIT
           END-IF.
           PERFORM 5000-CONTROLAR THRU 5000-CONTROLAR-EXIT.
           PERFORM 2900-MOSTRAR-CONTROL.
           REWRITE REG-DEBCAD
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR DEBCAD"
                       LINE 20 POSITION 5
           END-REWRITE.
       2500-RECONTROLAR-EXIT.
           EXIT.

       2800-LEER-DEBITO.
           MOVE "S" TO WDJ-HALLADO.
           DISPLAY "CADENA .................: " LINE 8 POSITION 5.
           ACCEPT WDJ-CADENA-PARAM LINE 8 POSITION 31.
           DISPLAY "RECIBO DEL PAGO ........: " LINE 9 POSITION 5.
           ACCEPT WDJ-RECIBO-PARAM LINE 9 POSITION 31.
           DISPLAY "SECUENCIA ..............: " LINE 10 POSITION 5.
           ACCEPT WDJ-SECUENCIA-PARAM LINE 10 POSITION 31.
           MOVE WDJ-CADENA-PARAM    TO WKD-CADENA.
           MOVE WDJ-RECIBO-PARAM    TO WKD-RECIBO.
           MOVE WDJ-SECUENCIA-PARAM TO WKD-SECUENCIA.
           READ DEBCAD KEY IS WKD-CLAVE
               INVALID KEY
                   MOVE "N" TO WDJ-HALLADO
                   DISPLAY "DEBITO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2800-LEER-DEBITO-EXIT
           END-READ.
           DISPLAY WKD-MOTIVO     LINE 11 POSITION 5.
           DISPLAY WKD-DOC-CADENA LINE 11 POSITION 10.
           MOVE WKD-IMPORTE TO WDJ-ED-IMPORTE.
           DISPLAY WDJ-ED-IMPORTE LINE 11 POSITION 27.
           DISPLAY "ESTADO:"      LINE 11 POSITION 44.
           DISPLAY WKD-ESTADO     LINE 11 POSITION 52.
       2800-LEER-DEBITO-EXIT.
           EXIT.

       2900-MOSTRAR-CONTROL.
           DISPLAY "ESPERADO ...............: " LINE 16 POSITION 5.
           MOVE WKD-IMP-ESPERADO TO WDJ-ED-IMPORTE.
           DISPLAY WDJ-ED-IMPORTE LINE 16 POSITION 31.
           DISPLAY "NO JUSTIFICADO .........: " LINE 17 POSITION 5.
           COMPUTE WDJ-NO-JUSTIFICADO =
               WKD-IMPORTE - WKD-IMP-JUSTIFICADO.
           MOVE WDJ-NO-JUSTIFICADO TO WDJ-ED-IMPORTE.
           DISPLAY WDJ-ED-IMPORTE LINE 17 POSITION 31.
           DISPLAY WKD-OBSERVACION LINE 17 POSITION 48.

      *    Aceptar: el debito se imputa contra la factura de la
      *    cadena informada al ingresarlo (hasta su saldo) y queda
      *    con la fecha del dia para que DIARIOGN lo postee;
      *    respeta el cierre de periodo contable (PERCHK).
       3000-ACEPTAR.
           CALL "PERCHK" USING WDJ-EMP-PERCHK
                               WDJ-HOY
                               WDJ-PERIODO-ABIERTO
           END-CALL.
           IF WDJ-PERIODO-ABIERTO = "N"
               DISPLAY "PERIODO CERRADO - NO SE ACEPTA"
                   LINE 20 POSITION 5
               GO TO 3000-ACEPTAR-EXIT
           END-IF.
           PERFORM 2800-LEER-DEBITO THRU 2800-LEER-DEBITO-EXIT.
           IF WDJ-HALLADO = "N"
               GO TO 3000-ACEPTAR-EXIT
           END-IF.
           IF NOT WKD-PENDIENTE AND NOT WKD-DISPUTADO
               DISPLAY "EL DEBITO YA ESTA RESUELTO"
                   LINE 20 POSITION 5
               GO TO 3000-ACEPTAR-EXIT
           END-IF.
           DISPLAY "CONFIRMA ACEPTAR (S/N) .: " LINE 18 POSITION 5.
           ACCEPT WDJ-CONFIRMA LINE 18 POSITION 31.
           IF WDJ-CONFIRMA NOT = "S"
               GO TO 3000-ACEPTAR-EXIT
           END-IF.
           MOVE 0 TO WKD-IMP-APLICADO.
           IF WKD-FACT-COMPROB NOT = 0
               PERFORM 3100-IMPUTAR-FACTURA
                   THRU 3100-IMPUTAR-FACTURA-EXIT
           END-IF.
           MOVE "A"     TO WKD-ESTADO.
           MOVE WDJ-HOY TO WKD-FEC-ACEPTADO.
           REWRITE REG-DEBCAD
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR DEBCAD"
                       LINE 20 POSITION 5
                   GO TO 3000-ACEPTAR-EXIT
           END-REWRITE.
           DISPLAY "DEBITO ACEPTADO - IMPUTADO: " LINE 19 POSITION 5.
           MOVE WKD-IMP-APLICADO TO WDJ-ED-IMPORTE.
           DISPLAY WDJ-ED-IMPORTE LINE 19 POSITION 34.
       3000-ACEPTAR-EXIT.
           EXIT.

       3100-IMPUTAR-FACTURA.
           MOVE WKD-FACT-CUENTA  TO WFA-CUENTA.
           MOVE WKD-FACT-COMPROB TO WFA-COMPROBANTE.
           READ FACT KEY IS WFA-CLAVE
               INVALID KEY GO TO 3100-IMPUTAR-FACTURA-EXIT
           END-READ.
           IF WFA-SALDO NOT > 0
               GO TO 3100-IMPUTAR-FACTURA-EXIT
           END-IF.
           IF WFA-SALDO < WKD-IMPORTE
               MOVE WFA-SALDO   TO WDJ-APLICAR
           ELSE
               MOVE WKD-IMPORTE TO WDJ-APLICAR
           END-IF.
           SUBTRACT WDJ-APLICAR FROM WFA-SALDO.
           IF WFA-SALDO = 0
               MOVE "S" TO WFA-CANCELADO
           END-IF.
           REWRITE REG-FACT
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR FACT"
                       LINE 20 POSITION 5
                   GO TO 3100-IMPUTAR-FACTURA-EXIT
           END-REWRITE.
           MOVE WDJ-APLICAR TO WKD-IMP-APLICADO.
       3100-IMPUTAR-FACTURA-EXIT.
           EXIT.

      *    Disputa: la primera vez queda la fecha del reclamo;
      *    cada seguimiento cuenta, cambia la proxima fecha y,
      *    si se informa, el contacto y la observacion.
       3500-DISPUTAR.
           PERFORM 2800-LEER-DEBITO THRU 2800-LEER-DEBITO-EXIT.
           IF WDJ-HALLADO = "N"
               GO TO 3500-DISPUTAR-EXIT
           END-IF.
           IF NOT WKD-PENDIENTE AND NOT WKD-DISPUTADO
               DISPLAY "EL DEBITO YA ESTA RESUELTO"
                   LINE 20 POSITION 5
               GO TO 3500-DISPUTAR-EXIT
           END-IF.
           DISPLAY WKD-CONTACTO LINE 12 POSITION 31.
           DISPLAY "CONTACTO (BLANCO=IGUAL) : " LINE 13 POSITION 5.
           ACCEPT WDJ-CONTACTO-PARAM LINE 13 POSITION 31.
           DISPLAY "PROXIMO SEGUIMIENTO ....: " LINE 14 POSITION 5.
           ACCEPT WDJ-SEGUIM-PARAM LINE 14 POSITION 31.
           IF WDJ-SEGUIM-PARAM < WDJ-HOY
               DISPLAY "FECHA DE SEGUIMIENTO INVALIDA"
                   LINE 20 POSITION 5
               GO TO 3500-DISPUTAR-EXIT
           END-IF.
           DISPLAY "OBSERVACION ............: " LINE 15 POSITION 5.
           ACCEPT WDJ-OBSERVACION-PARAM LINE 15 POSITION 31.
           IF WKD-FEC-RECLAMO = 0
               MOVE WDJ-HOY TO WKD-FEC-RECLAMO
           END-IF.
           IF WDJ-CONTACTO-PARAM NOT = SPACES
               MOVE WDJ-CONTACTO-PARAM TO WKD-CONTACTO
           END-IF.
           IF WDJ-OBSERVACION-PARAM NOT = SPACES
               MOVE WDJ-OBSERVACION-PARAM TO WKD-OBSERVACION
           END-IF.
           MOVE WDJ-SEGUIM-PARAM TO WKD-FEC-SEGUIMIENTO.
           ADD 1 TO WKD-CANT-SEGUIM.
           MOVE "D" TO WKD-ESTADO.
           REWRITE REG-DEBCAD
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR DEBCAD"
                       LINE 20 POSITION 5
                   GO TO 3500-DISPUTAR-EXIT
           END-REWRITE.
           DISPLAY "DEBITO EN DISPUTA" LINE 19 POSITION 5.
       3500-DISPUTAR-EXIT.
           EXIT.

      *    Recuperado: la cadena lo devolvio con un recibo comun
      *    (RECIBOS / TRANSMAT), que ya genera su propio asiento.
       3800-RECUPERADO.
           PERFORM 2800-LEER-DEBITO THRU 2800-LEER-DEBITO-EXIT.
           IF WDJ-HALLADO = "N"
               GO TO 3800-RECUPERADO-EXIT
           END-IF.
           IF NOT WKD-PENDIENTE AND NOT WKD-DISPUTADO
               DISPLAY "EL DEBITO YA ESTA RESUELTO"
                   LINE 20 POSITION 5
               GO TO 3800-RECUPERADO-EXIT
           END-IF.
           DISPLAY "RECIBO DEL RECUPERO ....: " LINE 13 POSITION 5.
           ACCEPT WDJ-RECIBO-PARAM LINE 13 POSITION 31.
           DISPLAY "CONFIRMA (S/N) .........: " LINE 18 POSITION 5.
           ACCEPT WDJ-CONFIRMA LINE 18 POSITION 31.
           IF WDJ-CONFIRMA NOT = "S"
               GO TO 3800-RECUPERADO-EXIT
           END-IF.
           MOVE WDJ-RECIBO-PARAM TO WKD-RECIBO-RECUPERO.
           MOVE WDJ-HOY          TO WKD-FEC-RECUPERO.
           MOVE "R"              TO WKD-ESTADO.
           REWRITE REG-DEBCAD
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR DEBCAD"
                       LINE 20 POSITION 5
                   GO TO 3800-RECUPERADO-EXIT
           END-REWRITE.
           DISPLAY "DEBITO RECUPERADO" LINE 19 POSITION 5.
       3800-RECUPERADO-EXIT.
           EXIT.

      *    Informe mensual: por cadena (0 = todas) los debitos del
      *    periodo con parte no justificada, y al pie de cada
      *    cadena el total debitado, justificado y no justificado
      *    y como se resolvio.
       4000-INFORME.
           DISPLAY "PERIODO AAAAMM .........: " LINE 8 POSITION 5.
           ACCEPT WDJ-MES-PARAM LINE 8 POSITION 31.
           DISPLAY "CADENA (0=TODAS) .......: " LINE 9 POSITION 5.
           ACCEPT WDJ-CADENA-PARAM LINE 9 POSITION 31.
           MOVE WDJ-MES-PARAM TO T-MES.
           WRITE LIN-LISTADO FROM LIN-TITULO-M AFTER PAGE.
           INITIALIZE WDJ-TOTALES.
           MOVE WDJ-CADENA-PARAM TO WKD-CADENA.
           MOVE 0                TO WKD-RECIBO.
           MOVE 0                TO WKD-SECUENCIA.
           START DEBCAD KEY IS NOT LESS THAN WKD-CLAVE
               INVALID KEY MOVE "S" TO EOF-DEBCAD
           END-START.
           PERFORM 4100-UN-DEBITO THRU 4100-UN-DEBITO-EXIT
               UNTIL NO-HAY-MAS-DEBCAD.
           IF WDJ-CADENA-ANT NOT = 0
               PERFORM 4300-TOTAL-CADENA
           END-IF.
           MOVE "TOTAL GENERAL " TO L-LEYENDA.
           MOVE WDJ-T-DEBITADO (2)    TO L-DEBITADO.
           MOVE WDJ-T-JUSTIFICADO (2) TO L-JUSTIFICADO.
           MOVE WDJ-T-NO-JUSTIF (2)   TO L-NO-JUSTIF.
           WRITE LIN-LISTADO FROM LIN-TOTAL-M AFTER 3.
           MOVE WDJ-T-ACEPTADO (2)    TO E-ACEPTADO.
           MOVE WDJ-T-DISPUTADO (2)   TO E-DISPUTADO.
           MOVE WDJ-T-RECUPERADO (2)  TO E-RECUPERADO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-E AFTER 1.
       4000-INFORME-EXIT.
           EXIT.

       4100-UN-DEBITO.
           READ DEBCAD NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DEBCAD
                   GO TO 4100-UN-DEBITO-EXIT
           END-READ.
           IF WDJ-CADENA-PARAM NOT = 0
              AND WKD-CADENA NOT = WDJ-CADENA-PARAM
               MOVE "S" TO EOF-DEBCAD
               GO TO 4100-UN-DEBITO-EXIT
           END-IF.
           IF WKD-FECHA (1:6) NOT = WDJ-MES-PARAM (1:6)
               GO TO 4100-UN-DEBITO-EXIT
           END-IF.
           IF WKD-CADENA NOT = WDJ-CADENA-ANT
               IF WDJ-CADENA-ANT NOT = 0
                   PERFORM 4300-TOTAL-CADENA
               END-IF
               PERFORM 4200-CABECERA-CADENA
           END-IF.
           COMPUTE WDJ-NO-JUSTIFICADO =
               WKD-IMPORTE - WKD-IMP-JUSTIFICADO.
           ADD WKD-IMPORTE         TO WDJ-T-DEBITADO (1).
           ADD WKD-IMP-JUSTIFICADO TO WDJ-T-JUSTIFICADO (1).
           ADD WDJ-NO-JUSTIFICADO  TO WDJ-T-NO-JUSTIF (1).
           EVALUATE TRUE
               WHEN WKD-ACEPTADO
                   ADD WKD-IMPORTE TO WDJ-T-ACEPTADO (1)
               WHEN WKD-DISPUTADO
                   ADD WKD-IMPORTE TO WDJ-T-DISPUTADO (1)
               WHEN WKD-RECUPERADO
                   ADD WKD-IMPORTE TO WDJ-T-RECUPERADO (1)
           END-EVALUATE.
           IF WDJ-NO-JUSTIFICADO NOT > 0
               GO TO 4100-UN-DEBITO-EXIT
           END-IF.
           MOVE WKD-RECIBO          TO D-RECIBO.
           MOVE WKD-SECUENCIA       TO D-SECUENCIA.
           MOVE WKD-MOTIVO          TO D-MOTIVO.
           MOVE WKD-DOC-CADENA      TO D-DOC-CADENA.
           MOVE WKD-FECHA           TO D-FECHA.
           MOVE WKD-IMPORTE         TO D-IMPORTE.
           MOVE WKD-IMP-JUSTIFICADO TO D-JUSTIFICADO.
           MOVE WDJ-NO-JUSTIFICADO  TO D-NO-JUSTIFICADO.
           MOVE WKD-ESTADO          TO D-ESTADO.
           IF WKD-MOT-REBATE
               MOVE WKD-REF-PERIODO TO D-REFERENCIA
           ELSE
               MOVE WKD-REF-REMITO  TO D-REFERENCIA
           END-IF.
           MOVE WKD-OBSERVACION     TO D-OBSERVACION.
           WRITE LIN-LISTADO FROM LIN-DETALLE-M AFTER 1.
           ADD 1 TO WDJ-CANT-LISTADOS.
       4100-UN-DEBITO-EXIT.
           EXIT.

       4200-CABECERA-CADENA.
           MOVE WKD-CADENA TO WDJ-CADENA-ANT.
           MOVE WKD-CADENA TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WKD-CADENA TO C-CADENA.
           MOVE WCU-NOMBRE TO C-NOMBRE.
           WRITE LIN-LISTADO FROM LIN-CADENA AFTER 2.
           WRITE LIN-LISTADO FROM LIN-ENCAB-M AFTER 1.

       4300-TOTAL-CADENA.
           MOVE "TOTAL CADENA  " TO L-LEYENDA.
           MOVE WDJ-T-DEBITADO (1)    TO L-DEBITADO.
           MOVE WDJ-T-JUSTIFICADO (1) TO L-JUSTIFICADO.
           MOVE WDJ-T-NO-JUSTIF (1)   TO L-NO-JUSTIF.
           WRITE LIN-LISTADO FROM LIN-TOTAL-M AFTER 2.
           MOVE WDJ-T-ACEPTADO (1)    TO E-ACEPTADO.
           MOVE WDJ-T-DISPUTADO (1)   TO E-DISPUTADO.
           MOVE WDJ-T-RECUPERADO (1)  TO E-RECUPERADO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-E AFTER 1.
           ADD WDJ-T-DEBITADO (1)    TO WDJ-T-DEBITADO (2).
           ADD WDJ-T-JUSTIFICADO (1) TO WDJ-T-JUSTIFICADO (2).
           ADD WDJ-T-NO-JUSTIF (1)   TO WDJ-T-NO-JUSTIF (2).
           ADD WDJ-T-ACEPTADO (1)    TO WDJ-T-ACEPTADO (2).
           ADD WDJ-T-DISPUTADO (1)   TO WDJ-T-DISPUTADO (2).
           ADD WDJ-T-RECUPERADO (1)  TO WDJ-T-RECUPERADO (2).
           MOVE 0 TO WDJ-T-DEBITADO (1).
           MOVE 0 TO WDJ-T-JUSTIFICADO (1).
           MOVE 0 TO WDJ-T-NO-JUSTIF (1).
           MOVE 0 TO WDJ-T-ACEPTADO (1).
           MOVE 0 TO WDJ-T-DISPUTADO (1).
           MOVE 0 TO WDJ-T-RECUPERADO (1).

      *    Disputas cuya proxima fecha de seguimiento ya llego.
       4500-SEGUIMIENTOS.
           MOVE WDJ-HOY TO T-HOY.
           WRITE LIN-LISTADO FROM LIN-TITULO-S AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCAB-S AFTER 2.
           MOVE 0 TO WKD-CADENA.
           MOVE 0 TO WKD-RECIBO.
           MOVE 0 TO WKD-SECUENCIA.
           START DEBCAD KEY IS NOT LESS THAN WKD-CLAVE
               INVALID KEY MOVE "S" TO EOF-DEBCAD
           END-START.
           PERFORM 4600-UNA-DISPUTA THRU 4600-UNA-DISPUTA-EXIT
               UNTIL NO-HAY-MAS-DEBCAD.
       4500-SEGUIMIENTOS-EXIT.
           EXIT.

       4600-UNA-DISPUTA.
           READ DEBCAD NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DEBCAD
                   GO TO 4600-UNA-DISPUTA-EXIT
           END-READ.
           IF NOT WKD-DISPUTADO
              OR WKD-FEC-SEGUIMIENTO > WDJ-HOY
               GO TO 4600-UNA-DISPUTA-EXIT
           END-IF.
           MOVE WKD-CADENA          TO S-CADENA.
           MOVE WKD-RECIBO          TO S-RECIBO.
           MOVE WKD-SECUENCIA       TO S-SECUENCIA.
           MOVE WKD-MOTIVO          TO S-MOTIVO.
           MOVE WKD-IMPORTE         TO S-IMPORTE.
           MOVE WKD-FEC-RECLAMO     TO S-RECLAMO.
           MOVE WKD-FEC-SEGUIMIENTO TO S-SEGUIMIENTO.
           MOVE WKD-CANT-SEGUIM     TO S-VECES.
           MOVE WKD-CONTACTO        TO S-CONTACTO.
           WRITE LIN-LISTADO FROM LIN-DETALLE-S AFTER 1.
       4600-UNA-DISPUTA-EXIT.
           EXIT.

      *    Control del debito en curso contra lo esperado segun
      *    el motivo; lo justificado es lo esperado hasta el
      *    importe debitado.
       5000-CONTROLAR.
           MOVE 0      TO WKD-IMP-ESPERADO.
           MOVE SPACES TO WKD-OBSERVACION.
           EVALUATE TRUE
               WHEN WKD-MOT-REBATE
                   PERFORM 5100-ESPERADO-REBATE
                       THRU 5100-ESPERADO-REBATE-EXIT
               WHEN WKD-MOT-MULTA
               WHEN WKD-MOT-FALTANTE
               WHEN WKD-MOT-PRECIO
                   PERFORM 5200-ESPERADO-REMITO
                       THRU 5200-ESPERADO-REMITO-EXIT
               WHEN OTHER
                   MOVE "PROMOCION SIN RESPALDO PROPIO"
                       TO WKD-OBSERVACION
           END-EVALUATE.
           IF WKD-IMP-ESPERADO < 0
               MOVE 0 TO WKD-IMP-ESPERADO
           END-IF.
           IF WKD-IMP-ESPERADO < WKD-IMPORTE
               MOVE WKD-IMP-ESPERADO TO WKD-IMP-JUSTIFICADO
           ELSE
               MOVE WKD-IMPORTE      TO WKD-IMP-JUSTIFICADO
           END-IF.
       5000-CONTROLAR-EXIT.
           EXIT.

      *    Rebate: devengado de ACUERDEV de la cadena para el
      *    periodo, menos lo justificado por los otros debitos
      *    REB del mismo periodo que no se recuperaron.
       5100-ESPERADO-REBATE.
           IF WDJ-HAY-ACURDEV = "N"
               MOVE "SIN DEVENGADO DE ACUERDOS" TO WKD-OBSERVACION
               GO TO 5100-ESPERADO-REBATE-EXIT
           END-IF.
           MOVE WKD-CADENA      TO WAD-CUENTA.
           MOVE WKD-REF-PERIODO TO WAD-ANIO-MES.
           READ ACURDEV KEY IS WAD-CLAVE
               INVALID KEY
                   MOVE "SIN DEVENGADO PARA EL PERIODO"
                       TO WKD-OBSERVACION
                   GO TO 5100-ESPERADO-REBATE-EXIT
           END-READ.
           COMPUTE WDJ-DEVENGADO = WAD-IMP-REBATE + WAD-IMP-BONUS
                                 + WAD-IMP-LOGISTICO.
           MOVE 0          TO WDJ-YA-JUSTIFICADO.
           MOVE REG-DEBCAD TO WDJ-GUARDA-DEBCAD.
           MOVE "N"        TO EOF-DEBCAD.
           MOVE 0          TO WKD-RECIBO.
           MOVE 0          TO WKD-SECUENCIA.
           START DEBCAD KEY IS NOT LESS THAN WKD-CLAVE
               INVALID KEY MOVE "S" TO EOF-DEBCAD
           END-START.
           PERFORM 5110-OTRO-REBATE THRU 5110-OTRO-REBATE-EXIT
               UNTIL NO-HAY-MAS-DEBCAD.
           MOVE WDJ-GUARDA-DEBCAD TO REG-DEBCAD.
           COMPUTE WKD-IMP-ESPERADO =
               WDJ-DEVENGADO - WDJ-YA-JUSTIFICADO.
           IF WKD-IMP-ESPERADO < WKD-IMPORTE
               MOVE "EXCEDE EL DEVENGADO DEL PERIODO"
                   TO WKD-OBSERVACION
           END-IF.
       5100-ESPERADO-REBATE-EXIT.
           EXIT.

       5110-OTRO-REBATE.
           READ DEBCAD NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DEBCAD
                   GO TO 5110-OTRO-REBATE-EXIT
           END-READ.
           IF WKD-CADENA NOT = WDJ-GUARDA-DEBCAD (1:6)
               MOVE "S" TO EOF-DEBCAD
               GO TO 5110-OTRO-REBATE-EXIT
           END-IF.
           IF WKD-CLAVE = WDJ-GUARDA-DEBCAD (1:17)
              OR NOT WKD-MOT-REBATE
              OR WKD-RECUPERADO
              OR WKD-REF-PERIODO NOT = WAD-ANIO-MES
               GO TO 5110-OTRO-REBATE-EXIT
           END-IF.
           ADD WKD-IMP-JUSTIFICADO TO WDJ-YA-JUSTIFICADO.
       5110-OTRO-REBATE-EXIT.
           EXIT.

      *    Multa, faltante y precio se controlan sobre la
      *    rendicion del remito de referencia, que tiene que ser
      *    de la cadena o de una de sus bocas.
       5200-ESPERADO-REMITO.
           IF WDJ-HAY-ENTREGAS = "N" OR WKD-REF-REMITO = 0
               MOVE "SIN RENDICION DEL REMITO" TO WKD-OBSERVACION
               GO TO 5200-ESPERADO-REMITO-EXIT
           END-IF.
           MOVE 0   TO WDJ-RENGLONES.
           MOVE "S" TO WDJ-REMITO-COMPLETO.
           MOVE "S" TO WDJ-DE-CADENA.
           MOVE 0   TO WDJ-FALTANTE.
           MOVE 0   TO WDJ-SOBREPRECIO.
           MOVE 0   TO WDJ-ART-ANTERIOR.
           MOVE "N" TO EOF-ENTREGAS.
           MOVE WKD-REF-REMITO TO WEN-REMITO.
           MOVE 0              TO WEN-SECUENCIA.
           START ENTREGAS KEY IS NOT LESS THAN WEN-CLAVE
               INVALID KEY MOVE "S" TO EOF-ENTREGAS
           END-START.
           PERFORM 5300-UN-RENGLON THRU 5300-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-ENTREGAS.
           IF WDJ-RENGLONES = 0
               MOVE "SIN RENDICION DEL REMITO" TO WKD-OBSERVACION
               GO TO 5200-ESPERADO-REMITO-EXIT
           END-IF.
           IF WDJ-DE-CADENA = "N"
               MOVE "REMITO AJENO A LA CADENA" TO WKD-OBSERVACION
               GO TO 5200-ESPERADO-REMITO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WKD-MOT-MULTA
                   IF WDJ-REMITO-COMPLETO = "N"
                       MOVE WKD-IMPORTE TO WKD-IMP-ESPERADO
                   ELSE
                       MOVE "REMITO ENTREGADO COMPLETO"
                           TO WKD-OBSERVACION
                   END-IF
               WHEN WKD-MOT-FALTANTE
                   MOVE WDJ-FALTANTE TO WKD-IMP-ESPERADO
                   IF WDJ-FALTANTE < WKD-IMPORTE
                       MOVE "EXCEDE EL FALTANTE RENDIDO"
                           TO WKD-OBSERVACION
                   END-IF
               WHEN WKD-MOT-PRECIO
                   MOVE WDJ-SOBREPRECIO TO WKD-IMP-ESPERADO
                   IF WDJ-SOBREPRECIO < WKD-IMPORTE
                       MOVE "EXCEDE LA DIFERENCIA CONTRA LISTA"
                           TO WKD-OBSERVACION
                   END-IF
           END-EVALUATE.
       5200-ESPERADO-REMITO-EXIT.
           EXIT.

      *    Un renglon de la rendicion: el remito sale incompleto
      *    si algun renglon se entrego de menos (OTIFREP); el
      *    faltante es lo remitido y no entregado a precio
      *    facturado; el sobreprecio es lo facturado por encima
      *    de la lista esperada por lo entregado (PRECAUD).
       5300-UN-RENGLON.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ENTREGAS
                   GO TO 5300-UN-RENGLON-EXIT
           END-READ.
           IF WEN-REMITO NOT = WKD-REF-REMITO
               MOVE "S" TO EOF-ENTREGAS
               GO TO 5300-UN-RENGLON-EXIT
           END-IF.
           ADD 1 TO WDJ-RENGLONES.
           IF WDJ-RENGLONES = 1
               MOVE WEN-CUENTA TO WDJ-CUENTA-MOV
               PERFORM 7000-ES-DE-CADENA THRU 7000-ES-DE-CADENA-EXIT
           END-IF.
           IF WEN-CANT-ENTREGADA < WEN-CANT-PEDIDA
               MOVE "N" TO WDJ-REMITO-COMPLETO
           END-IF.
           IF WKD-MOT-MULTA
               GO TO 5300-UN-RENGLON-EXIT
           END-IF.
           MOVE WEN-REMITO    TO WRD-NUMERO.
           MOVE WEN-SECUENCIA TO WRD-SECUENCIA.
           READ REMDET KEY IS WRD-CLAVE
               INVALID KEY GO TO 5300-UN-RENGLON-EXIT
           END-READ.
           IF WKD-MOT-FALTANTE
               IF WRD-CANTIDAD > WEN-CANT-ENTREGADA
                   COMPUTE WDJ-FALTANTE ROUNDED = WDJ-FALTANTE
                       + (WRD-CANTIDAD - WEN-CANT-ENTREGADA)
                       * WRD-PRECIO
               END-IF
               GO TO 5300-UN-RENGLON-EXIT
           END-IF.
      *    Precio cero = bonificacion deliberada, no se controla.
           IF WEN-CANT-ENTREGADA = 0 OR WRD-PRECIO = 0
               MOVE WEN-ARTICULO TO WDJ-ART-ANTERIOR
               GO TO 5300-UN-RENGLON-EXIT
           END-IF.
           PERFORM 5400-PRECIO-VIGENTE THRU 5400-PRECIO-VIGENTE-EXIT.
           PERFORM 5500-APLICAR-MOTORES
               THRU 5500-APLICAR-MOTORES-EXIT.
           IF WDJ-PRECIO-LISTA > 0
              AND WRD-PRECIO > WDJ-PRECIO-LISTA
               COMPUTE WDJ-SOBREPRECIO ROUNDED = WDJ-SOBREPRECIO
                   + (WRD-PRECIO - WDJ-PRECIO-LISTA)
                   * WEN-CANT-ENTREGADA
           END-IF.
       5300-UN-RENGLON-EXIT.
           EXIT.

      *    Precio de lista vigente a la fecha del reparto: el
      *    ultimo de PRECHIST con fecha desde no posterior; sin
      *    historia, el precio actual de CAPPRE.
       5400-PRECIO-VIGENTE.
           MOVE 0 TO WDJ-PRECIO-LISTA.
           IF WDJ-HAY-PRECHIST = "N"
               GO TO 5400-PRECIO-ACTUAL
           END-IF.
           MOVE "N"          TO EOF-PRECHIST.
           MOVE WEN-ARTICULO TO WPF-ARTICULO.
           MOVE 0            TO WPF-FEC-DESDE.
           START PRECHIST KEY IS NOT LESS THAN WPF-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRECHIST
           END-START.
           PERFORM 5410-UN-PRECIO THRU 5410-UN-PRECIO-EXIT
               UNTIL NO-HAY-MAS-PRECHIST.
       5400-PRECIO-ACTUAL.
           IF WDJ-PRECIO-LISTA = 0
               MOVE WEN-ARTICULO TO WCP-ARTICULO
               READ CAPPRE
                   INVALID KEY MOVE 0 TO WCP-PRECIO-VENTA
               END-READ
               MOVE WCP-PRECIO-VENTA TO WDJ-PRECIO-LISTA
           END-IF.
       5400-PRECIO-VIGENTE-EXIT.
           EXIT.

       5410-UN-PRECIO.
           READ PRECHIST NEXT RECORD
               AT END MOVE "S" TO EOF-PRECHIST
           END-READ.
           IF NO-HAY-MAS-PRECHIST
              OR WPF-ARTICULO NOT = WEN-ARTICULO
               MOVE "S" TO EOF-PRECHIST
               GO TO 5410-UN-PRECIO-EXIT
           END-IF.
           IF WPF-FEC-DESDE <= WEN-FEC-REPARTO
               MOVE WPF-PRECIO TO WDJ-PRECIO-LISTA
           ELSE
               MOVE "S" TO EOF-PRECHIST
           END-IF.
       5410-UN-PRECIO-EXIT.
           EXIT.

      *    Escala por cantidad y promo vigente, los motores de la
      *    facturacion (el acompaniante es el renglon anterior).
       5500-APLICAR-MOTORES.
           IF WDJ-PRECIO-LISTA = 0
               GO TO 5500-APLICAR-AVANZA
           END-IF.
           MOVE WEN-ARTICULO       TO WDJ-ARTICULO-PQ.
           MOVE WEN-CANT-ENTREGADA TO WDJ-CANTIDAD-PQ.
           MOVE WDJ-PRECIO-LISTA   TO WDJ-PRECIO-PQ.
           CALL "PRECIOQ" USING WDJ-ARTICULO-PQ
                                WDJ-CANTIDAD-PQ
                                WDJ-PRECIO-PQ
           END-CALL.
           MOVE WDJ-ART-ANTERIOR  TO WDJ-ART-ACOMP-PR.
           MOVE WEN-FEC-REPARTO   TO WDJ-FECHA-PR.
           CALL "PROMOCHK" USING WDJ-ARTICULO-PQ
                                 WDJ-CANTIDAD-PQ
                                 WDJ-PRECIO-PQ
                                 WDJ-ART-ACOMP-PR
                                 WDJ-FECHA-PR
                                 WDJ-CANT-BONIF-PR
                                 WDJ-PROMO-APL-PR
           END-CALL.
           MOVE WDJ-PRECIO-PQ TO WDJ-PRECIO-LISTA.
       5500-APLICAR-AVANZA.
           MOVE WEN-ARTICULO TO WDJ-ART-ANTERIOR.
       5500-APLICAR-MOTORES-EXIT.
           EXIT.

       7000-ES-DE-CADENA.
           MOVE "N" TO WDJ-DE-CADENA.
           IF WDJ-CUENTA-MOV = WKD-CADENA
               MOVE "S" TO WDJ-DE-CADENA
               GO TO 7000-ES-DE-CADENA-EXIT
           END-IF.
           MOVE WDJ-CUENTA-MOV TO WPD-CUENTA-HIJA.
           READ CUENPAD KEY IS WPD-CUENTA-HIJA
               INVALID KEY GO TO 7000-ES-DE-CADENA-EXIT
           END-READ.
           IF WPD-CUENTA-MADRE = WKD-CADENA
               MOVE "S" TO WDJ-DE-CADENA
           END-IF.
       7000-ES-DE-CADENA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE DEBCAD.
           CLOSE CUENTA.
           CLOSE CUENPAD.
           IF WDJ-HAY-ACURDEV = "S"
               CLOSE ACURDEV
           END-IF.
           IF WDJ-HAY-ENTREGAS = "S"
               CLOSE ENTREGAS
           END-IF.
           CLOSE REMDET.
           IF WDJ-HAY-PRECHIST = "S"
               CLOSE PRECHIST
           END-IF.
           CLOSE CAPPRE.
           CLOSE FACT.
           IF WDJ-MODO-PARAM = "M" OR WDJ-MODO-PARAM = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
