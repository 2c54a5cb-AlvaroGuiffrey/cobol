              COPY "IMP-132.SEL".
              COPY "CPOSTAL.SEL".
              COPY "P-CTAS.SEL".
      *...............................(PUNTOS DE ENTREGA DE LA
      * CUENTA, los mismos que usa GENREM)
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             ALTERNATE RECORD KEY IS WNT-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
              COPY "NUMERO.REG".
              COPY "P-CTAS.REG".
              COPY "CPOSTAL.REG".
              COPY "IMP-132.REG".
       FD  PUNTENT.
       01  REG-PUNTENT.
           05  WNT-CLAVE.
               10  WNT-CUENTA        PIC 9(06).
               10  WNT-PUNTO         PIC 9(03).
           05  WNT-RUTA-CLAVE.
               10  WNT-RUTA          PIC 9(04).
               10  WNT-ORDEN         PIC 9(03).
           05  WNT-NOMBRE            PIC X(30).
           05  WNT-DIRECCION         PIC X(30).
           05  WNT-LOCALIDAD         PIC X(20).
           05  WNT-COD-POSTAL        PIC X(08).
           05  WNT-JURISDICCION      PIC X(02).
           05  WNT-HORA-DESDE        PIC 9(04).
           05  WNT-HORA-HASTA        PIC 9(04).
           05  WNT-CONTACTO          PIC X(30).
           05  WNT-TELEFONO          PIC X(15).
           05  WNT-COD-CADENA        PIC X(13).
           05  WNT-ACTIVO            PIC X(01).
               88  WNT-ESTA-ACTIVO    VALUE "S".
       WORKING-STORAGE SECTION.
                  COPY "UTILES.WOR".
                  COPY "ENCABE.WOR".
           03  WRE-CANTIDAD-PQ    PIC S9(07)V99.
           03  WRE-PRECIO-PQ      PIC S9(07)V99.

       01  WRE-PARAM-SURTCHK.
           03  WRE-CUENTA-SU      PIC 9(06).
           03  WRE-ARTICULO-SU    PIC 9(06).
           03  WRE-FECHA-SU.
               05  WRE-FEC-SU-SS  PIC 9(02) VALUE 20.
               05  WRE-FEC-SU-AA  PIC 9(02).
               05  WRE-FEC-SU-MM  PIC 9(02).
               05  WRE-FEC-SU-DD  PIC 9(02).
           03  WRE-RESULTADO-SU   PIC X(01).

       01  WRE-PARAM-LICICHK.
           03  WRE-MODO-LI        PIC X(01).
           03  WRE-CUENTA-LI      PIC 9(06).
           03  WRE-ARTICULO-LI    PIC 9(06).
           03  WRE-FECHA-LI.
               05  WRE-FEC-LI-SS  PIC 9(02) VALUE 20.
               05  WRE-FEC-LI-AA  PIC 9(02).
               05  WRE-FEC-LI-MM  PIC 9(02).
               05  WRE-FEC-LI-DD  PIC 9(02).
           03  WRE-CANTIDAD-LI    PIC S9(07)V99.
           03  WRE-PRECIO-LI      PIC S9(07)V99.
           03  WRE-RESULTADO-LI   PIC X(01).
           03  WRE-LICITACION-LI  PIC X(12).
           03  WRE-SALDO-LI       PIC S9(07)V99.
           03  WRE-ALERTA-LI      PIC X(02).

       01  WRE-PARAM-REGCHK.
           03  WRE-TIPO-RG        PIC X(01) VALUE "A".
           03  WRE-ARTICULO-RG    PIC 9(06).
           03  WRE-FECHA-RG.
               05  WRE-FEC-RG-SS  PIC 9(02) VALUE 20.
               05  WRE-FEC-RG-AA  PIC 9(02).
               05  WRE-FEC-RG-MM  PIC 9(02).
               05  WRE-FEC-RG-DD  PIC 9(02).
           03  WRE-RESULTADO-RG   PIC X(01).
           03  WRE-FEC-VTO-RG     PIC 9(08).

      *    Clave legible de COMPRO para el diario de posteo:
      *    empresa, sucursal, caja, tipo y sub-sucursal del
      *    contador regrabado (TRXRECUP repone la imagen, la
           03  WRE-CLAVE-TRX      PIC X(24).
           03  WRE-ACCION-TRX     PIC X(01).
           03  WRE-IMAGEN-TRX     PIC X(300).

      *    Punto de entrega elegido para el remito (0 = domicilio
      *    de la cuenta) y renglon "LUGAR DE ENTREGA" del formulario.
       77  WNT-STATUS             PIC X(02).
       77  WRE-HAY-PUNTENT        PIC X(01) VALUE "S".
       01  WRE-PUNTO              PIC 9(03) VALUE 0.
       01  WRE-RENG-ENTREGA.
           03  FILLER             PIC X(10) VALUE SPACES.
           03  FILLER             PIC X(18) VALUE
                                  "LUGAR DE ENTREGA: ".
           03  WRE-PUNTO-ED       PIC ZZ9B.
           03  WRE-DIR-PUNTO      PIC X(30)B.
           03  WRE-LOC-PUNTO      PIC X(20).
           03  FILLER             PIC X(04) VALUE " CP ".
           03  WRE-CPOS-PUNTO     PIC X(08).
           03  FILLER             PIC X(06) VALUE " JUR: ".
           03  WRE-JUR-PUNTO      PIC X(02).
       01  CAMPOS-TOTALIZADORES.
           03  TOT-IMP            PIC S9(6)V99 VALUE 0.
           03  TOT-IVA            PIC S9(6)V99 VALUE 0.
           COPY "P-CTA.ERR".
           COPY "CPOSTAL.ERR".
           COPY "IMP-132.ERR".
       PUNTENT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PUNTENT.
           DISPLAY "ERROR E/S PUNTENT: " WNT-STATUS.
       
       END DECLARATIVES.
       PROGRAMA SECTION.
           OPEN I-O    COMPRO
                INPUT  ART02  NUMERO CUENTAS EMPRESAS P-DE-CTAS CPOSTAL
                OUTPUT IMP-132.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00" MOVE "N" TO WRE-HAY-PUNTENT.

           PERFORM ARMA-PANTALLA1 THRU ARMA-PANTALLA1-F.
           PERFORM TOMA-PARAMETROS THRU TOMA-PARAMETROS-F.
       FF.
           CLOSE ART02  NUMERO CUENTAS EMPRESAS COMPRO 
                 P-DE-CTAS CPOSTAL IMP-132.
           IF WRE-HAY-PUNTENT = "S" CLOSE PUNTENT.
       FFF.
           EXIT PROGRAM.
       FFFF.
                                 WRE-RESULTADO-CC
                                 WRE-SALDO-AB-CC
           END-CALL.
           IF WRE-RESULTADO-CC NOT = "R" GO TO CC-OK.
           DISPLAY "CUENTA EXCEDE LIMITE DE CREDITO - CONFIRMA?"
               LINE 24 POSITION 3 SIZE 45 REVERSE
           MOVE "N" TO DED
           ACCEPT DED LINE 24 POSITION 50 NO BEEP TAB ECHO UPDATE
               REVERSE ON EXCEPTION CONDI MOVE 1 TO SW1.
           IF DED NOT = "S" AND DED NOT = "s" GO TO PROCESO-F.
       CC-OK.

      *    La confirmacion toca COMPRO y los archivos de posteo
      *    en secuencia: unidad abierta en el diario de posteo
           IF INSCRIPTO = "E" DISPLAY "EXENTO"    LINE 3 POSITION 69.
           IF INSCRIPTO = "C" DISPLAY "C.FINAL"   LINE 3 POSITION 69.
           DISPLAY IGAN     LINE 4 POSITION 65 SIZE 14.
       C2Y.
      *    Punto de entrega (PUNTENT): 0 es el domicilio de la
      *    cuenta; si no, el remito sale con la direccion, codigo
      *    postal y jurisdiccion del punto.
           MOVE 0      TO WRE-PUNTO.
           IF WRE-HAY-PUNTENT NOT = "S" GO TO CAPTURA-CUENTA-F.
           DISPLAY "Punto Entrega:" LINE 5 POSITION 2.
           ACCEPT WRE-PUNTO LINE 5 POSITION 18 NO BEEP TAB CONVERT
                ON EXCEPTION CONDI MOVE 1 TO SW1.

           IF ESCAPE-X   GO TO PROCESO-F.
           IF FLE1       GO TO C2X.
           DISPLAY SPACES LINE 5 POSITION 22 SIZE 57.
           IF WRE-PUNTO = 0 GO TO CAPTURA-CUENTA-F.
           MOVE CUENTA    TO WNT-CUENTA
           MOVE WRE-PUNTO TO WNT-PUNTO
           READ PUNTENT INVALID KEY DISPLAY "No Existe Punto"
                LINE 5 POSITION 22 SIZE 25
                GO TO C2Y.
           IF NOT WNT-ESTA-ACTIVO DISPLAY "Punto Inactivo"
                LINE 5 POSITION 22 SIZE 25
                GO TO C2Y.
           DISPLAY WNT-DIRECCION LINE 5 POSITION 22 SIZE 30.
           DISPLAY WNT-LOCALIDAD LINE 5 POSITION 53 SIZE 20.
           MOVE WRE-PUNTO        TO WRE-PUNTO-ED
           MOVE WNT-DIRECCION    TO WRE-DIR-PUNTO
           MOVE WNT-LOCALIDAD    TO WRE-LOC-PUNTO
           MOVE WNT-COD-POSTAL   TO WRE-CPOS-PUNTO
           MOVE WNT-JURISDICCION TO WRE-JUR-PUNTO.
       CAPTURA-CUENTA-F.
           EXIT.

           DISPLAY DET-NUM LINE 22 POSITION 9 SIZE 15.
           IF NUM-ART02 > CAP-ART GO TO C3X.
           IF NUM-ART02 NOT = CAP-ART GO TO LEE-ART02.
      *    Surtido catalogado de la cadena (SURTIDO via SURTCHK):
      *    un articulo fuera del surtido vigente se avisa, y solo
      *    se carga si el operador lo confirma.
           MOVE CUENTA  TO WRE-CUENTA-SU.
           MOVE CAP-ART TO WRE-ARTICULO-SU.
           MOVE ANO     TO WRE-FEC-SU-AA.
           MOVE MES     TO WRE-FEC-SU-MM.
           MOVE DIA     TO WRE-FEC-SU-DD.
           CALL "SURTCHK" USING WRE-CUENTA-SU
                                WRE-ARTICULO-SU
                                WRE-FECHA-SU
                                WRE-RESULTADO-SU
           END-CALL.
           IF WRE-RESULTADO-SU NOT = "N" GO TO SU-OK.
           DISPLAY "ARTICULO FUERA DEL SURTIDO - CONFIRMA?"
               LINE 24 POSITION 3 SIZE 45 REVERSE
           MOVE "N" TO DED
           ACCEPT DED LINE 24 POSITION 50 NO BEEP TAB ECHO UPDATE
               REVERSE ON EXCEPTION CONDI MOVE 1 TO SW1.
           IF DED NOT = "S" AND DED NOT = "s" GO TO C3X.
       SU-OK.
      *    RNPA del articulo (ARTRNPA via REGCHK): vencido a la
      *    fecha del remito se avisa; la cadena lo puede rebotar.
           MOVE CAP-ART TO WRE-ARTICULO-RG.
           MOVE ANO     TO WRE-FEC-RG-AA.
           MOVE MES     TO WRE-FEC-RG-MM.
           MOVE DIA     TO WRE-FEC-RG-DD.
           CALL "REGCHK" USING WRE-TIPO-RG
                               WRE-ARTICULO-RG
                               WRE-FECHA-RG
                               WRE-RESULTADO-RG
                               WRE-FEC-VTO-RG
           END-CALL.
           IF WRE-RESULTADO-RG = "V"
               DISPLAY "RNPA DEL ARTICULO VENCIDO" LINE 24 POSITION 3
                   SIZE 45 REVERSE
           END-IF.

       C4X.
           ACCEPT CAP-CAN LINE 22 POSITION 26 NO BEEP TAB CONVERT
               MOVE WRE-PRECIO-PQ TO CAP-PRE PRE-ED
               DISPLAY PRE-ED LINE 22 POSITION 40
           END-IF.
      *    Contrato de licitacion de la cuenta (LICITA via
      *    LICICHK): rige el precio adjudicado, sin promociones,
      *    y se avisa el consumo y el vencimiento del contrato.
           MOVE "C"     TO WRE-MODO-LI.
           MOVE CUENTA  TO WRE-CUENTA-LI.
           MOVE CAP-ART TO WRE-ARTICULO-LI.
           MOVE ANO     TO WRE-FEC-LI-AA.
           MOVE MES     TO WRE-FEC-LI-MM.
           MOVE DIA     TO WRE-FEC-LI-DD.
           MOVE CAP-CAN TO WRE-CANTIDAD-LI.
           CALL "LICICHK" USING WRE-MODO-LI
                                WRE-CUENTA-LI
                                WRE-ARTICULO-LI
                                WRE-FECHA-LI
                                WRE-CANTIDAD-LI
                                WRE-PRECIO-LI
                                WRE-RESULTADO-LI
                                WRE-LICITACION-LI
                                WRE-SALDO-LI
                                WRE-ALERTA-LI
           END-CALL.
           DISPLAY SPACES LINE 21 POSITION 3 SIZE 60.
           IF WRE-RESULTADO-LI = "X"
               DISPLAY "LICITACION AGOTADA - PRECIO DE LISTA"
                   LINE 21 POSITION 3 SIZE 40 REVERSE
           END-IF.
           IF WRE-RESULTADO-LI = "S"
               MOVE WRE-PRECIO-LI TO CAP-PRE PRE-ED
               DISPLAY PRE-ED LINE 22 POSITION 40
               DISPLAY "LICIT" LINE 22 POSITION 52
               IF WRE-SALDO-LI < 0
                   DISPLAY "SUPERA SALDO DE LICITACION"
                       LINE 21 POSITION 3 SIZE 30 REVERSE
               ELSE
                   IF WRE-ALERTA-LI (1:1) = "C"
                       DISPLAY "LICITACION CON CONSUMO ALTO"
                           LINE 21 POSITION 3 SIZE 30 REVERSE
                   END-IF
               END-IF
               IF WRE-ALERTA-LI (2:1) = "V"
                   DISPLAY "LICITACION POR VENCER"
                       LINE 21 POSITION 35 SIZE 25 REVERSE
               END-IF
               GO TO C5X
           END-IF.
      *    Promociones vigentes (PROMO via PROMOCHK): ajusta el
      *    precio por combo o lanzamiento y devuelve las
      *    unidades bonificadas NxM, que se graban como renglon
                                     WRE-CANT-ENTR-BO
               END-CALL
           END-IF.
      *    Lo entregado descuenta el saldo del contrato de
      *    licitacion (LICICHK), salvo los renglones bonificados.
           IF YAGRABO = 0 AND V-PRE(I) NOT = 0 AND V-ENT(I) > 0
               MOVE "D"       TO WRE-MODO-LI
               MOVE CUENTA    TO WRE-CUENTA-LI
               MOVE V-ART(I)  TO WRE-ARTICULO-LI
               MOVE ANO       TO WRE-FEC-LI-AA
               MOVE MES       TO WRE-FEC-LI-MM
               MOVE DIA       TO WRE-FEC-LI-DD
               MOVE V-ENT(I)  TO WRE-CANTIDAD-LI
               CALL "LICICHK" USING WRE-MODO-LI
                                    WRE-CUENTA-LI
                                    WRE-ARTICULO-LI
                                    WRE-FECHA-LI
                                    WRE-CANTIDAD-LI
                                    WRE-PRECIO-LI
                                    WRE-RESULTADO-LI
                                    WRE-LICITACION-LI
                                    WRE-SALDO-LI
                                    WRE-ALERTA-LI
               END-CALL
           END-IF.

       GRABA-VENTAS.
      *     MOVE CO-NUMERO    TO VEN-COMPROB           
           WRITE LINEA FROM RENG3 AFTER 1.
           WRITE LINEA FROM RENG4 AFTER 1.
           WRITE LINEA FROM RENG4-1 AFTER 1.
           IF WRE-PUNTO = 0
               WRITE LINEA FROM RENG5 AFTER 3
           ELSE
               WRITE LINEA FROM WRE-RENG-ENTREGA AFTER 1
               WRITE LINEA FROM RENG5 AFTER 2
           END-IF.
           WRITE LINEA FROM RENG6 AFTER 1.
           WRITE LINEA FROM RENG6-1 AFTER 3.
           MOVE SPACES TO LINEA.
