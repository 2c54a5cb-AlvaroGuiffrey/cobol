       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SELLOUT.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Sell-out de las cadenas: las cadenas grandes mandan por
      * semana y por boca lo que vendieron al consumidor y el
      * stock que queda en gondola, y no habia como leerlo.
      *   modo I: importa SELLOUT.TXT (ancho fijo como los
      *           pedidos de EDIIMP: cuenta de la boca, PLU de la
      *           cadena, fecha de cierre de la semana, unidades
      *           vendidas, stock en la boca). La boca tiene que
      *           ser la casa central informada o estar colgada
      *           de ella en CUENPAD; el PLU se traduce con
      *           EDIXREF (primero el de la boca, despues el de la
      *           central). Queda en SELLOUT por boca + articulo +
      *           semana; reimportar una semana la reemplaza;
      *   modo R: sell-through por boca y articulo para las
      *           semanas que terminan en la fecha pedida: lo que
      *           le entregamos (ENTREGAS; si el remito todavia no
      *           tiene rendicion, lo remitido en REMDET), lo que
      *           la boca vendio y el stock de la ultima semana,
      *           con la cobertura en semanas de venta. Marca
      *           QUIEBRE PROBABLE (vende y el stock no llega a la
      *           cobertura minima) y SOBRESTOCK (cobertura por
      *           encima de la maxima, o stock sin venta), con
      *           RIESGO VTO cuando a ese ritmo el stock no se
      *           vende antes del vencimiento del ultimo lote que
      *           le despachamos (LOTEMOV/LOTESTK). Sirve a los
      *           vendedores para ajustar PEDFIJO (se muestra la
      *           cantidad fija vigente de la boca) y discutir con
      *           el comprador de la cadena.
      * El cruce del reporte se arma en el archivo de trabajo
      * SOUTRAB (boca + articulo), que se vacia en cada corrida.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLIN    ASSIGN TO "SELLOUT.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WSJ-STATUS.
           SELECT SELLOUT   ASSIGN TO "SELLOUT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSV-CLAVE
                             ALTERNATE RECORD KEY IS WSV-CADENA
                                 WITH DUPLICATES
                             FILE STATUS IS WSV-STATUS.
           SELECT SOUTRAB   ASSIGN TO "SOUTRAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSY-CLAVE
                             FILE STATUS IS WSY-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT EDIXREF   ASSIGN TO "EDIXREF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXR-CLAVE
                             FILE STATUS IS WXR-STATUS.
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
           SELECT ENTREGAS  ASSIGN TO "ENTREGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEN-CLAVE
                             FILE STATUS IS WEN-STATUS.
           SELECT LOTEMOV   ASSIGN TO "LOTEMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLM-CLAVE
                             FILE STATUS IS WLM-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT PEDFIJO   ASSIGN TO "PEDFIJO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPJ-CLAVE
                             FILE STATUS IS WPJ-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Archivo semanal de la cadena, un renglon por boca y PLU.
       FD  SELLIN.
       01  REG-SELLIN.
           05  WSJ-CUENTA            PIC 9(06).
           05  WSJ-PLU               PIC X(13).
           05  WSJ-SEMANA            PIC 9(08).
           05  WSJ-VENDIDO           PIC 9(07)V99.
           05  WSJ-STOCK             PIC 9(07)V99.

       FD  SELLOUT.
       01  REG-SELLOUT.
           05  WSV-CLAVE.
               10  WSV-CUENTA        PIC 9(06).
               10  WSV-ARTICULO      PIC 9(06).
               10  WSV-SEMANA        PIC 9(08).
           05  WSV-CADENA            PIC 9(06).
           05  WSV-PLU               PIC X(13).
           05  WSV-VENDIDO           PIC S9(07)V99.
           05  WSV-STOCK             PIC S9(07)V99.
           05  WSV-FEC-IMPORTADO     PIC 9(08).

      *    Cruce del reporte por boca y articulo.
       FD  SOUTRAB.
       01  REG-SOUTRAB.
           05  WSY-CLAVE.
               10  WSY-CUENTA        PIC 9(06).
               10  WSY-ARTICULO      PIC 9(06).
           05  WSY-ENTREGADO         PIC S9(09)V99.
           05  WSY-VENDIDO           PIC S9(09)V99.
           05  WSY-STOCK             PIC S9(07)V99.
           05  WSY-SEM-STOCK         PIC 9(08).
           05  WSY-FEC-ULT-LOTE      PIC 9(08).
           05  WSY-VENCIMIENTO       PIC 9(08).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  EDIXREF.
       01  REG-EDIXREF.
           05  WXR-CLAVE.
               10  WXR-CUENTA        PIC 9(06).
               10  WXR-PLU           PIC X(13).
           05  WXR-ARTICULO          PIC 9(06).

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

       FD  LOTEMOV.
       01  REG-LOTEMOV.
           05  WLM-CLAVE.
               10  WLM-LOTE          PIC X(10).
               10  WLM-FECHA         PIC 9(08).
               10  WLM-SECUENCIA     PIC 9(06).
           05  WLM-SUCURSAL          PIC 9(02).
           05  WLM-ARTICULO          PIC 9(06).
           05  WLM-REMITO            PIC 9(08).
           05  WLM-CUENTA            PIC 9(06).
           05  WLM-CANTIDAD          PIC S9(07)V99.

       FD  LOTESTK.
       01  REG-LOTESTK.
           05  WLS-CLAVE.
               10  WLS-SUCURSAL      PIC 9(02).
               10  WLS-ARTICULO      PIC 9(06).
               10  WLS-LOTE          PIC X(10).
           05  WLS-VENCIMIENTO       PIC 9(08).

       FD  PEDFIJO.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
           05  WPJ-DIAS-SEMANA.
               10  WPJ-DIA           OCCURS 7 TIMES PIC X(01).
           05  WPJ-ACTIVO            PIC X(01).
               88  WPJ-ESTA-ACTIVO    VALUE "S".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SELLOUT".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WSJ-STATUS                PIC X(02).
       77  WSV-STATUS                PIC X(02).
       77  WSY-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WXR-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WLM-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WPJ-STATUS                PIC X(02).
       77  WSO-MODO-PARAM            PIC X(01).
       77  WSO-CADENA-PARAM          PIC 9(06).
       77  WSO-HASTA-PARAM           PIC 9(08).
       77  WSO-SEMANAS-PARAM         PIC 9(02).
       77  WSO-COB-MIN-PARAM         PIC 9(02).
       77  WSO-COB-MAX-PARAM         PIC 9(02).
       77  WSO-DESDE                 PIC 9(08).
       77  WSO-DIA-HASTA             PIC 9(08).
       77  WSO-DIA-VENC              PIC 9(08).
       77  WSO-HOY                   PIC 9(08).
       77  WSO-CUENTA-MOV            PIC 9(06).
       77  WSO-ARTICULO-MOV          PIC 9(06).
       77  WSO-DE-CADENA             PIC X(01).
       77  WSO-HALLADO               PIC X(01).
       77  WSO-NUEVO                 PIC X(01).
       77  WSO-CON-RENDICION         PIC X(01).
       77  WSO-HAY-PEDFIJO           PIC X(01) VALUE "S".
       77  WSO-CUENTA-ANT            PIC 9(06) VALUE 0.
       77  WSO-PROMEDIO              PIC S9(09)V99.
       77  WSO-COBERTURA             PIC 9(03)V9.
       77  WSO-DIAS-COBERTURA        PIC 9(05).
       77  WSO-MARCA                 PIC X(24).
       77  WSO-CANT-IMPORTADOS       PIC 9(06) VALUE 0.
       77  WSO-CANT-RECHAZADOS       PIC 9(06) VALUE 0.
       77  WSO-CANT-QUIEBRES         PIC 9(05) VALUE 0.
       77  WSO-CANT-SOBRESTOCK       PIC 9(05) VALUE 0.
       77  WSO-CANT-RIESGO           PIC 9(05) VALUE 0.
       77  EOF-SELLIN                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SELLIN      VALUE "S".
       77  EOF-SELLOUT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SELLOUT     VALUE "S".
       77  EOF-SOUTRAB                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SOUTRAB     VALUE "S".
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-ENTREGAS               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ENTREGAS    VALUE "S".
       77  EOF-LOTEMOV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTEMOV     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(26)
               VALUE "SELL-THROUGH DE LA CADENA ".
           05  T-CADENA           PIC Z(5)9.
           05  FILLER             PIC X(05) VALUE " DEL ".
           05  T-DESDE            PIC 9(08).
           05  FILLER             PIC X(04) VALUE " AL ".
           05  T-HASTA            PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(47) VALUE
               "ARTICULO    ENTREGADO      VENDIDO      STOCK".
           05  FILLER             PIC X(33) VALUE
               "   COBERT  VTO.ULT.LOTE  PED.FIJO".
           05  FILLER             PIC X(07) VALUE "  MARCA".

       01  LIN-BOCA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE "BOCA  ".
           05  B-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  B-NOMBRE           PIC X(30).

       01  LIN-DETALLE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-ARTICULO         PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-ENTREGADO        PIC ZZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-VENDIDO          PIC ZZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-STOCK            PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-COBERTURA        PIC ZZ9.9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  D-VENCIMIENTO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  D-PEDFIJO          PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  D-MARCA            PIC X(24).

       PROCEDURE DIVISION.
       DECLARATIVES.
       SELLOUT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SELLOUT.
           DISPLAY "ERROR E/S SELLOUT: " WSV-STATUS.
       SOUTRAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SOUTRAB.
           DISPLAY "ERROR E/S SOUTRAB: " WSY-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       EDIXREF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EDIXREF.
           DISPLAY "ERROR E/S EDIXREF: " WXR-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       ENTREGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ENTREGAS.
           DISPLAY "ERROR E/S ENTREGAS: " WEN-STATUS.
       LOTEMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEMOV.
           DISPLAY "ERROR E/S LOTEMOV: " WLM-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       PEDFIJO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEDFIJO.
           DISPLAY "ERROR E/S PEDFIJO: " WPJ-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WSO-MODO-PARAM
               WHEN "I"
                   PERFORM 2000-IMPORTAR THRU 2000-IMPORTAR-EXIT
               WHEN "R"
                   PERFORM 3000-REPORTE THRU 3000-REPORTE-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (I=IMPORTAR R=REPORTE): " LINE 6 POSITION 5.
           ACCEPT WSO-MODO-PARAM LINE 6 POSITION 50.
           DISPLAY "CADENA (CASA CENTRAL): " LINE 8 POSITION 5.
           ACCEPT WSO-CADENA-PARAM LINE 8 POSITION 28.
           ACCEPT WSO-HOY FROM DATE YYYYMMDD.
           OPEN I-O SELLOUT.
           IF WSV-STATUS = "35"
               CLOSE SELLOUT
               OPEN OUTPUT SELLOUT
               CLOSE SELLOUT
               OPEN I-O SELLOUT
           END-IF.
           OPEN INPUT CUENPAD.
           OPEN INPUT CUENTA.
           OPEN INPUT EDIXREF.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT ENTREGAS.
           IF WEN-STATUS NOT = "00"
               MOVE "S" TO EOF-ENTREGAS
           END-IF.
           OPEN INPUT LOTEMOV.
           IF WLM-STATUS NOT = "00"
               MOVE "S" TO EOF-LOTEMOV
           END-IF.
           OPEN INPUT LOTESTK.
           OPEN INPUT PEDFIJO.
           IF WPJ-STATUS NOT = "00"
               MOVE "N" TO WSO-HAY-PEDFIJO
           END-IF.

      *    Importacion del archivo de la cadena.
       2000-IMPORTAR.
           OPEN INPUT SELLIN.
           IF WSJ-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA SELLOUT.TXT" LINE 20 POSITION 5
               GO TO 2000-IMPORTAR-EXIT
           END-IF.
           PERFORM 2100-UN-RENGLON THRU 2100-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-SELLIN.
           CLOSE SELLIN.
           DISPLAY "RENGLONES IMPORTADOS: " LINE 17 POSITION 5.
           DISPLAY WSO-CANT-IMPORTADOS LINE 17 POSITION 28.
           DISPLAY "RENGLONES RECHAZADOS: " LINE 18 POSITION 5.
           DISPLAY WSO-CANT-RECHAZADOS LINE 18 POSITION 28.
       2000-IMPORTAR-EXIT.
           EXIT.

       2100-UN-RENGLON.
           READ SELLIN
               AT END
                   MOVE "S" TO EOF-SELLIN
                   GO TO 2100-UN-RENGLON-EXIT
           END-READ.
           MOVE WSJ-CUENTA TO WSO-CUENTA-MOV.
           PERFORM 7000-ES-DE-CADENA THRU 7000-ES-DE-CADENA-EXIT.
           IF WSO-DE-CADENA NOT = "S"
               DISPLAY "BOCA " WSJ-CUENTA " NO ES DE LA CADENA"
               ADD 1 TO WSO-CANT-RECHAZADOS
               GO TO 2100-UN-RENGLON-EXIT
           END-IF.
           PERFORM 7100-TRADUCIR-PLU THRU 7100-TRADUCIR-PLU-EXIT.
           IF WSO-HALLADO NOT = "S"
               DISPLAY "BOCA " WSJ-CUENTA " PLU " WSJ-PLU
                   " SIN EQUIVALENCIA EN EDIXREF"
               ADD 1 TO WSO-CANT-RECHAZADOS
               GO TO 2100-UN-RENGLON-EXIT
           END-IF.
           IF WSJ-SEMANA = 0
               DISPLAY "BOCA " WSJ-CUENTA " PLU " WSJ-PLU
                   " SIN FECHA DE SEMANA"
               ADD 1 TO WSO-CANT-RECHAZADOS
               GO TO 2100-UN-RENGLON-EXIT
           END-IF.
           MOVE WSJ-CUENTA       TO WSV-CUENTA.
           MOVE WXR-ARTICULO     TO WSV-ARTICULO.
           MOVE WSJ-SEMANA       TO WSV-SEMANA.
           MOVE WSO-CADENA-PARAM TO WSV-CADENA.
           MOVE WSJ-PLU          TO WSV-PLU.
           MOVE WSJ-VENDIDO      TO WSV-VENDIDO.
           MOVE WSJ-STOCK        TO WSV-STOCK.
           MOVE WSO-HOY          TO WSV-FEC-IMPORTADO.
           WRITE REG-SELLOUT
               INVALID KEY
                   REWRITE REG-SELLOUT
                       INVALID KEY
                           DISPLAY "NO PUDO GRABAR SELLOUT"
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WSO-CANT-IMPORTADOS.
       2100-UN-RENGLON-EXIT.
           EXIT.

      *    Reporte: se cruzan en SOUTRAB venta y stock de la
      *    cadena, lo entregado y el ultimo lote despachado.
       3000-REPORTE.
           DISPLAY "SEMANA HASTA (FECHA): " LINE 9 POSITION 5.
           ACCEPT WSO-HASTA-PARAM LINE 9 POSITION 28.
           DISPLAY "CANTIDAD DE SEMANAS : " LINE 10 POSITION 5.
           ACCEPT WSO-SEMANAS-PARAM LINE 10 POSITION 28.
           DISPLAY "COBERT. MINIMA (SEM): " LINE 11 POSITION 5.
           ACCEPT WSO-COB-MIN-PARAM LINE 11 POSITION 28.
           DISPLAY "COBERT. MAXIMA (SEM): " LINE 12 POSITION 5.
           ACCEPT WSO-COB-MAX-PARAM LINE 12 POSITION 28.
           IF WSO-SEMANAS-PARAM = 0
               MOVE 4 TO WSO-SEMANAS-PARAM
           END-IF.
           IF WSO-COB-MIN-PARAM = 0
               MOVE 1 TO WSO-COB-MIN-PARAM
           END-IF.
           IF WSO-COB-MAX-PARAM = 0
               MOVE 4 TO WSO-COB-MAX-PARAM
           END-IF.
           COMPUTE WSO-DIA-HASTA =
               FUNCTION INTEGER-OF-DATE (WSO-HASTA-PARAM).
           COMPUTE WSO-DESDE = FUNCTION DATE-OF-INTEGER
               (WSO-DIA-HASTA - (WSO-SEMANAS-PARAM * 7) + 1).
           OPEN OUTPUT SOUTRAB.
           CLOSE SOUTRAB.
           OPEN I-O SOUTRAB.
           MOVE WSO-CADENA-PARAM TO WSV-CADENA.
           START SELLOUT KEY IS NOT LESS THAN WSV-CADENA
               INVALID KEY MOVE "S" TO EOF-SELLOUT
           END-START.
           PERFORM 3100-SUMAR-VENTA THRU 3100-SUMAR-VENTA-EXIT
               UNTIL NO-HAY-MAS-SELLOUT.
           MOVE 0 TO WRM-NUMERO.
           START REMITO KEY IS NOT LESS THAN WRM-NUMERO
               INVALID KEY MOVE "S" TO EOF-REMITO
           END-START.
           PERFORM 3200-SUMAR-ENTREGA THRU 3200-SUMAR-ENTREGA-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF NOT NO-HAY-MAS-LOTEMOV
               MOVE LOW-VALUES TO WLM-CLAVE
               START LOTEMOV KEY IS NOT LESS THAN WLM-CLAVE
                   INVALID KEY MOVE "S" TO EOF-LOTEMOV
               END-START
           END-IF.
           PERFORM 3300-ULTIMO-LOTE THRU 3300-ULTIMO-LOTE-EXIT
               UNTIL NO-HAY-MAS-LOTEMOV.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WSO-CADENA-PARAM TO T-CADENA.
           MOVE WSO-DESDE        TO T-DESDE.
           MOVE WSO-HASTA-PARAM  TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE LOW-VALUES TO WSY-CLAVE.
           START SOUTRAB KEY IS NOT LESS THAN WSY-CLAVE
               INVALID KEY MOVE "S" TO EOF-SOUTRAB
           END-START.
           PERFORM 4000-IMPRIMIR THRU 4000-IMPRIMIR-EXIT
               UNTIL NO-HAY-MAS-SOUTRAB.
           CLOSE LISTADO.
           CLOSE SOUTRAB.
           DISPLAY "QUIEBRES PROBABLES .: " LINE 17 POSITION 5.
           DISPLAY WSO-CANT-QUIEBRES LINE 17 POSITION 28.
           DISPLAY "SOBRESTOCK .........: " LINE 18 POSITION 5.
           DISPLAY WSO-CANT-SOBRESTOCK LINE 18 POSITION 28.
           DISPLAY "CON RIESGO DE VTO ..: " LINE 19 POSITION 5.
           DISPLAY WSO-CANT-RIESGO LINE 19 POSITION 28.
       3000-REPORTE-EXIT.
           EXIT.

      *    Venta del periodo y stock de la ultima semana informada.
       3100-SUMAR-VENTA.
           READ SELLOUT NEXT RECORD
               AT END MOVE "S" TO EOF-SELLOUT
           END-READ.
           IF NO-HAY-MAS-SELLOUT OR WSV-CADENA NOT = WSO-CADENA-PARAM
               MOVE "S" TO EOF-SELLOUT
               GO TO 3100-SUMAR-VENTA-EXIT
           END-IF.
           IF WSV-SEMANA < WSO-DESDE OR WSV-SEMANA > WSO-HASTA-PARAM
               GO TO 3100-SUMAR-VENTA-EXIT
           END-IF.
           MOVE WSV-CUENTA   TO WSO-CUENTA-MOV.
           MOVE WSV-ARTICULO TO WSO-ARTICULO-MOV.
           PERFORM 7200-UBICAR-TRABAJO THRU 7200-UBICAR-TRABAJO-EXIT.
           ADD WSV-VENDIDO TO WSY-VENDIDO.
           IF WSV-SEMANA >= WSY-SEM-STOCK
               MOVE WSV-STOCK  TO WSY-STOCK
               MOVE WSV-SEMANA TO WSY-SEM-STOCK
           END-IF.
           PERFORM 7300-GRABAR-TRABAJO THRU 7300-GRABAR-TRABAJO-EXIT.
       3100-SUMAR-VENTA-EXIT.
           EXIT.

      *    Lo entregado a cada boca en el periodo: la rendicion de
      *    ENTREGAS si ya se cargo, si no lo remitido.
       3200-SUMAR-ENTREGA.
           READ REMITO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-REMITO
                   GO TO 3200-SUMAR-ENTREGA-EXIT
           END-READ.
           IF WRM-FEC-REPARTO < WSO-DESDE OR
              WRM-FEC-REPARTO > WSO-HASTA-PARAM
               GO TO 3200-SUMAR-ENTREGA-EXIT
           END-IF.
           MOVE WRM-CUENTA TO WSO-CUENTA-MOV.
           PERFORM 7000-ES-DE-CADENA THRU 7000-ES-DE-CADENA-EXIT.
           IF WSO-DE-CADENA NOT = "S"
               GO TO 3200-SUMAR-ENTREGA-EXIT
           END-IF.
           MOVE "N" TO WSO-CON-RENDICION.
           IF WEN-STATUS NOT = "35"
               MOVE "N" TO EOF-ENTREGAS
               MOVE WRM-NUMERO TO WEN-REMITO
               MOVE 0          TO WEN-SECUENCIA
               START ENTREGAS KEY IS NOT LESS THAN WEN-CLAVE
                   INVALID KEY MOVE "S" TO EOF-ENTREGAS
               END-START
               PERFORM 3210-RENGLON-ENTREGA
                   THRU 3210-RENGLON-ENTREGA-EXIT
                   UNTIL NO-HAY-MAS-ENTREGAS
           END-IF.
           IF WSO-CON-RENDICION = "S"
               GO TO 3200-SUMAR-ENTREGA-EXIT
           END-IF.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           MOVE 0          TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3220-RENGLON-REMITO THRU 3220-RENGLON-REMITO-EXIT
               UNTIL NO-HAY-MAS-REMDET.
       3200-SUMAR-ENTREGA-EXIT.
           EXIT.

       3210-RENGLON-ENTREGA.
           READ ENTREGAS NEXT RECORD
               AT END MOVE "S" TO EOF-ENTREGAS
           END-READ.
           IF NO-HAY-MAS-ENTREGAS OR WEN-REMITO NOT = WRM-NUMERO
               MOVE "S" TO EOF-ENTREGAS
               GO TO 3210-RENGLON-ENTREGA-EXIT
           END-IF.
           MOVE "S" TO WSO-CON-RENDICION.
           MOVE WRM-CUENTA   TO WSO-CUENTA-MOV.
           MOVE WEN-ARTICULO TO WSO-ARTICULO-MOV.
           PERFORM 7200-UBICAR-TRABAJO THRU 7200-UBICAR-TRABAJO-EXIT.
           ADD WEN-CANT-ENTREGADA TO WSY-ENTREGADO.
           PERFORM 7300-GRABAR-TRABAJO THRU 7300-GRABAR-TRABAJO-EXIT.
       3210-RENGLON-ENTREGA-EXIT.
           EXIT.

       3220-RENGLON-REMITO.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WRM-NUMERO
               MOVE "S" TO EOF-REMDET
               GO TO 3220-RENGLON-REMITO-EXIT
           END-IF.
           MOVE WRM-CUENTA   TO WSO-CUENTA-MOV.
           MOVE WRD-ARTICULO TO WSO-ARTICULO-MOV.
           PERFORM 7200-UBICAR-TRABAJO THRU 7200-UBICAR-TRABAJO-EXIT.
           ADD WRD-CANTIDAD TO WSY-ENTREGADO.
           PERFORM 7300-GRABAR-TRABAJO THRU 7300-GRABAR-TRABAJO-EXIT.
       3220-RENGLON-REMITO-EXIT.
           EXIT.

      *    Vencimiento del lote mas reciente despachado a la boca
      *    para cada articulo del cruce.
       3300-ULTIMO-LOTE.
           READ LOTEMOV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LOTEMOV
                   GO TO 3300-ULTIMO-LOTE-EXIT
           END-READ.
           IF WLM-FECHA > WSO-HASTA-PARAM
               GO TO 3300-ULTIMO-LOTE-EXIT
           END-IF.
           MOVE WLM-CUENTA   TO WSY-CUENTA.
           MOVE WLM-ARTICULO TO WSY-ARTICULO.
           READ SOUTRAB KEY IS WSY-CLAVE
               INVALID KEY GO TO 3300-ULTIMO-LOTE-EXIT
           END-READ.
           IF WLM-FECHA < WSY-FEC-ULT-LOTE
               GO TO 3300-ULTIMO-LOTE-EXIT
           END-IF.
           MOVE WLM-SUCURSAL TO WLS-SUCURSAL.
           MOVE WLM-ARTICULO TO WLS-ARTICULO.
           MOVE WLM-LOTE     TO WLS-LOTE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY GO TO 3300-ULTIMO-LOTE-EXIT
           END-READ.
           IF WLM-FECHA = WSY-FEC-ULT-LOTE AND
              WLS-VENCIMIENTO < WSY-VENCIMIENTO
               GO TO 3300-ULTIMO-LOTE-EXIT
           END-IF.
           MOVE WLM-FECHA       TO WSY-FEC-ULT-LOTE.
           MOVE WLS-VENCIMIENTO TO WSY-VENCIMIENTO.
           REWRITE REG-SOUTRAB
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SOUTRAB"
           END-REWRITE.
       3300-ULTIMO-LOTE-EXIT.
           EXIT.

      *    Un renglon por boca y articulo con su marca.
       4000-IMPRIMIR.
           READ SOUTRAB NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SOUTRAB
                   GO TO 4000-IMPRIMIR-EXIT
           END-READ.
           IF WSY-CUENTA NOT = WSO-CUENTA-ANT
               MOVE WSY-CUENTA TO WSO-CUENTA-ANT
               MOVE WSY-CUENTA TO B-CUENTA
               MOVE WSY-CUENTA TO WCU-CUENTA
               READ CUENTA KEY IS WCU-CUENTA
                   INVALID KEY MOVE SPACES TO WCU-NOMBRE
               END-READ
               MOVE WCU-NOMBRE TO B-NOMBRE
               WRITE LIN-LISTADO FROM LIN-BOCA AFTER 2
           END-IF.
           PERFORM 4100-CALIFICAR THRU 4100-CALIFICAR-EXIT.
           MOVE WSY-ARTICULO    TO D-ARTICULO.
           MOVE WSY-ENTREGADO   TO D-ENTREGADO.
           MOVE WSY-VENDIDO     TO D-VENDIDO.
           MOVE WSY-STOCK       TO D-STOCK.
           MOVE WSO-COBERTURA   TO D-COBERTURA.
           MOVE WSY-VENCIMIENTO TO D-VENCIMIENTO.
           MOVE 0 TO WPJ-CANTIDAD.
           IF WSO-HAY-PEDFIJO = "S"
               MOVE WSY-CUENTA   TO WPJ-CUENTA
               MOVE 0            TO WPJ-PUNTO
               MOVE WSY-ARTICULO TO WPJ-ARTICULO
               READ PEDFIJO KEY IS WPJ-CLAVE
                   INVALID KEY MOVE 0 TO WPJ-CANTIDAD
                   NOT INVALID KEY
                       IF NOT WPJ-ESTA-ACTIVO
                           MOVE 0 TO WPJ-CANTIDAD
                       END-IF
               END-READ
           END-IF.
           MOVE WPJ-CANTIDAD    TO D-PEDFIJO.
           MOVE WSO-MARCA       TO D-MARCA.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4000-IMPRIMIR-EXIT.
           EXIT.

      *    Cobertura = stock / venta semanal promedio del periodo.
      *    El riesgo de vencimiento compara los dias que tarda en
      *    venderse el stock con los que le quedan al ultimo lote.
       4100-CALIFICAR.
           MOVE SPACES TO WSO-MARCA.
           MOVE 0      TO WSO-COBERTURA.
           IF WSY-SEM-STOCK = 0
               MOVE "SIN DATOS DE LA CADENA" TO WSO-MARCA
               GO TO 4100-CALIFICAR-EXIT
           END-IF.
           COMPUTE WSO-PROMEDIO ROUNDED =
               WSY-VENDIDO / WSO-SEMANAS-PARAM.
           IF WSO-PROMEDIO > 0
               IF WSY-STOCK / WSO-PROMEDIO > 999
                   MOVE 999 TO WSO-COBERTURA
               ELSE
                   COMPUTE WSO-COBERTURA ROUNDED =
                       WSY-STOCK / WSO-PROMEDIO
               END-IF
           END-IF.
           IF WSO-PROMEDIO > 0 AND
              (WSY-STOCK NOT > 0 OR
               WSO-COBERTURA < WSO-COB-MIN-PARAM)
               MOVE "QUIEBRE PROBABLE" TO WSO-MARCA
               ADD 1 TO WSO-CANT-QUIEBRES
               GO TO 4100-CALIFICAR-EXIT
           END-IF.
           IF WSY-STOCK NOT > 0
               GO TO 4100-CALIFICAR-EXIT
           END-IF.
           IF WSO-PROMEDIO > 0 AND
              WSO-COBERTURA NOT > WSO-COB-MAX-PARAM
               GO TO 4100-CALIFICAR-EXIT
           END-IF.
           MOVE "SOBRESTOCK" TO WSO-MARCA.
           ADD 1 TO WSO-CANT-SOBRESTOCK.
           IF WSY-VENCIMIENTO = 0
               GO TO 4100-CALIFICAR-EXIT
           END-IF.
           COMPUTE WSO-DIA-VENC =
               FUNCTION INTEGER-OF-DATE (WSY-VENCIMIENTO).
           COMPUTE WSO-DIAS-COBERTURA = WSO-COBERTURA * 7.
           IF WSO-PROMEDIO = 0 OR
              WSO-DIA-HASTA + WSO-DIAS-COBERTURA > WSO-DIA-VENC
               MOVE "SOBRESTOCK RIESGO VTO" TO WSO-MARCA
               ADD 1 TO WSO-CANT-RIESGO
           END-IF.
       4100-CALIFICAR-EXIT.
           EXIT.

      *    La boca es la central o esta colgada de ella.
       7000-ES-DE-CADENA.
           MOVE "N" TO WSO-DE-CADENA.
           IF WSO-CUENTA-MOV = WSO-CADENA-PARAM
               MOVE "S" TO WSO-DE-CADENA
               GO TO 7000-ES-DE-CADENA-EXIT
           END-IF.
           MOVE WSO-CUENTA-MOV TO WPD-CUENTA-HIJA.
           READ CUENPAD KEY IS WPD-CUENTA-HIJA
               INVALID KEY GO TO 7000-ES-DE-CADENA-EXIT
           END-READ.
           IF WPD-CUENTA-MADRE = WSO-CADENA-PARAM
               MOVE "S" TO WSO-DE-CADENA
           END-IF.
       7000-ES-DE-CADENA-EXIT.
           EXIT.

      *    PLU de la cadena a nuestro articulo: la equivalencia de
      *    la boca y, si no tiene, la de la casa central.
       7100-TRADUCIR-PLU.
           MOVE "S" TO WSO-HALLADO.
           MOVE WSJ-CUENTA TO WXR-CUENTA.
           MOVE WSJ-PLU    TO WXR-PLU.
           READ EDIXREF KEY IS WXR-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO 7100-TRADUCIR-PLU-EXIT
           END-READ.
           MOVE WSO-CADENA-PARAM TO WXR-CUENTA.
           MOVE WSJ-PLU          TO WXR-PLU.
           READ EDIXREF KEY IS WXR-CLAVE
               INVALID KEY MOVE "N" TO WSO-HALLADO
           END-READ.
       7100-TRADUCIR-PLU-EXIT.
           EXIT.

       7200-UBICAR-TRABAJO.
           MOVE "N" TO WSO-NUEVO.
           MOVE WSO-CUENTA-MOV   TO WSY-CUENTA.
           MOVE WSO-ARTICULO-MOV TO WSY-ARTICULO.
           READ SOUTRAB KEY IS WSY-CLAVE
               INVALID KEY
                   MOVE "S" TO WSO-NUEVO
                   MOVE 0   TO WSY-ENTREGADO
                   MOVE 0   TO WSY-VENDIDO
                   MOVE 0   TO WSY-STOCK
                   MOVE 0   TO WSY-SEM-STOCK
                   MOVE 0   TO WSY-FEC-ULT-LOTE
                   MOVE 0   TO WSY-VENCIMIENTO
           END-READ.
       7200-UBICAR-TRABAJO-EXIT.
           EXIT.

       7300-GRABAR-TRABAJO.
           IF WSO-NUEVO = "S"
               WRITE REG-SOUTRAB
                   INVALID KEY DISPLAY "NO PUDO GRABAR SOUTRAB"
               END-WRITE
           ELSE
               REWRITE REG-SOUTRAB
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SOUTRAB"
               END-REWRITE
           END-IF.
       7300-GRABAR-TRABAJO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE SELLOUT.
           CLOSE CUENPAD.
           CLOSE CUENTA.
           CLOSE EDIXREF.
           CLOSE REMITO.
           CLOSE REMDET.
           IF WEN-STATUS NOT = "35"
               CLOSE ENTREGAS
           END-IF.
           IF WLM-STATUS NOT = "35"
               CLOSE LOTEMOV
           END-IF.
           CLOSE LOTESTK.
           IF WSO-HAY-PEDFIJO = "S"
               CLOSE PEDFIJO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
