       IDENTIFICATION DIVISION.
       PROGRAM-ID.       INTEGCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Control semanal de integridad referencial entre maestros
      * y movimientos: con los anios quedaron renglones de
      * remito con articulos borrados de ART02, facturas de
      * cuentas que ya no estan en CUENTA, repartos de ARET con
      * rutas que ningun vehiculo cubre, pedidos fijos de
      * cuentas bloqueadas, cheques de cuentas inexistentes y
      * lotes sin saldo que siguen liberados, y cada listado
      * los esquivaba a su manera. Este programa recorre un
      * juego fijo de relaciones y lista cada huerfano o
      * inconsistencia con su clave, agrupado por severidad:
      *   ALTA : FACTCTA factura de cuenta inexistente
      *          REMDART renglon de remito de articulo
      *                  inexistente
      *          CHEQCTA cheque de cuenta inexistente
      *   MEDIA: PEDFCTA pedido fijo activo de cuenta bloqueada
      *                  (en CUENTA o incobrable en INCOCTA) o
      *                  inexistente (reparable)
      *          ARETVEH cuenta de reparto en ruta sin vehiculo
      *   BAJA : LOTECER lote liberado con saldo cero o negativo
      *   modo V: verifica y lista por PRNTDEST;
      *   modo R: verifica y repara los casos seguros: el pedido
      *           fijo de una cuenta bloqueada o inexistente
      *           queda inactivo (el cambio va a AUDMAEST via
      *           AUDCAMPO con el operador);
      *   modo H: historia de cantidades por chequeo.
      * Cada corrida deja en INTEGHIS, por fecha y chequeo, la
      * severidad, los hallados y los reparados; el listado
      * compara cada chequeo contra la corrida anterior para ver
      * si la base mejora o empeora. Un archivo que no se puede
      * abrir deja su chequeo como no disponible.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFA-CLAVE
                             FILE STATUS IS WFA-STATUS.
           SELECT REMDET    ASSIGN TO "REMDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WRD-CLAVE
                             FILE STATUS IS WRD-STATUS.
           SELECT CHEQUES   ASSIGN TO "CHEQUES"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WCH-CLAVE
                             FILE STATUS IS WCH-STATUS.
           SELECT PEDFIJO   ASSIGN TO "PEDFIJO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WPJ-CLAVE
                             FILE STATUS IS WPJ-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT VEHIC     ASSIGN TO "VEHIC"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WVH-DOMINIO
                             FILE STATUS IS WVH-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAT-ARTICULO
                             FILE STATUS IS WAT-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT INTEGHIS  ASSIGN TO "INTEGHIS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIH-CLAVE
                             FILE STATUS IS WIH-STATUS.
           SELECT INCOCTA   ASSIGN TO "INCOCTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIK-CUENTA
                             FILE STATUS IS WIK-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).

       FD  CHEQUES.
       01  REG-CHEQUES.
           05  WCH-CLAVE.
               10  WCH-EMP           PIC 9(04).
               10  WCH-SUC           PIC 9(02).
               10  WCH-BCO           PIC 9(04).
               10  WCH-CPOSTAL       PIC 9(04).
               10  WCH-NUMERO-CH     PIC 9(10).
           05  WCH-FEC-REC           PIC 9(08).
           05  WCH-NRO-FACTURA       PIC 9(08).
           05  WCH-NRO-CTA           PIC 9(08).

       FD  PEDFIJO.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
           05  WPJ-DIAS-SEMANA       PIC X(07).
           05  WPJ-ACTIVO            PIC X(01).
               88  WPJ-ESTA-ACTIVO    VALUE "S".

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  VEHIC.
       01  REG-VEHIC.
           05  WVH-DOMINIO           PIC X(07).
           05  WVH-CAPACIDAD-KG      PIC 9(05).
           05  WVH-RUTA              PIC 9(04).

       FD  LOTESTK.
       01  REG-LOTESTK.
           05  WLS-CLAVE.
               10  WLS-SUCURSAL      PIC 9(02).
               10  WLS-ARTICULO      PIC 9(06).
               10  WLS-LOTE          PIC X(10).
           05  WLS-VENCIMIENTO       PIC 9(08).
           05  WLS-CANT-ACTUAL       PIC S9(07)V99.
           05  WLS-FEC-ELABORACION   PIC 9(08).
           05  WLS-ESTADO-CALIDAD    PIC X(01).
               88  WLS-LIBERADO       VALUE "L" " ".

       FD  ART02.
       01  REG-ART02.
           05  WAT-ARTICULO          PIC 9(06).
           05  WAT-DESCRIPCION       PIC X(30).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).
           05  WCU-LIMITE-CREDITO    PIC S9(09)V99.
           05  WCU-BLOQUEADA         PIC X(01).
               88  WCU-ESTA-BLOQUEADA VALUE "S".

       FD  INTEGHIS.
       01  REG-INTEGHIS.
           05  WIH-CLAVE.
               10  WIH-FECHA         PIC 9(08).
               10  WIH-CHEQUEO       PIC X(08).
           05  WIH-SEVERIDAD         PIC X(05).
           05  WIH-HALLADOS          PIC 9(07).
           05  WIH-REPARADOS         PIC 9(07).
           05  WIH-DISPONIBLE        PIC X(01).

       FD  INCOCTA.
       01  REG-INCOCTA.
           05  WIK-CUENTA            PIC 9(06).
           05  WIK-ESTADO            PIC X(01).
           05  WIK-FEC-JUICIO        PIC 9(08).
           05  WIK-ABOGADO           PIC X(30).
           05  WIK-EXPEDIENTE        PIC X(20).
           05  WIK-FEC-CONCURSO      PIC 9(08).
           05  WIK-FEC-BAJA          PIC 9(08).
           05  WIK-TOTAL-BAJA        PIC S9(09)V99.
           05  WIK-TOTAL-RECUPERADO  PIC S9(09)V99.
           05  WIK-CRIT-INSOLVENCIA  PIC X(01).
           05  WIK-CRIT-JUICIO       PIC X(01).
           05  WIK-CRIT-PLAZO        PIC X(01).
           05  WIK-ASIENTO-BAJA      PIC 9(08).
           05  WIK-BLOQUEO           PIC X(01).
               88  WIK-CUENTA-BLOQUEADA VALUE "S".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "INTEGCHK".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WFA-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WPJ-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WVH-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WAT-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WIH-STATUS                PIC X(02).
       77  WIK-STATUS                PIC X(02).
       77  WIG-HAY-INCOCTA           PIC X(01) VALUE "S".
       77  WIG-MODO-PARAM            PIC X(01).
       77  WIG-OPERADOR-PARAM        PIC X(08).
       77  WIG-CHEQUEO-PARAM         PIC X(08).
       77  WIG-HOY                   PIC 9(08).
       77  WIG-FECHA-ANT             PIC 9(08) VALUE 0.
       77  WIG-CHEQUEO               PIC X(08).
       77  WIG-SEVERIDAD             PIC X(05).
       77  WIG-DISPONIBLE            PIC X(01).
       77  WIG-HALLADOS              PIC 9(07).
       77  WIG-REPARADOS             PIC 9(07).
       77  WIG-ANTERIOR              PIC 9(07).
       77  WIG-DIFERENCIA            PIC S9(07).
       77  WIG-TOT-ALTA              PIC 9(07) VALUE 0.
       77  WIG-TOT-MEDIA             PIC 9(07) VALUE 0.
       77  WIG-TOT-BAJA              PIC 9(07) VALUE 0.
       77  WIG-TOT-REPARADOS         PIC 9(07) VALUE 0.
       77  WIG-CUENTA-BUSCADA        PIC 9(06).
       77  WIG-CUENTA-EXISTE         PIC X(01).
       77  WIG-CUENTA-BLOQUEADA      PIC X(01).
       77  WIG-HALLADO               PIC X(01).
       77  WIG-CANT-RUTAS            PIC 9(04) VALUE 0.
       77  WIG-IX                    PIC 9(04).
       77  WIG-CANT-HISTORIA         PIC 9(05) VALUE 0.
       77  EOF-ARCHIVO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS             VALUE "S".
       77  EOF-INTEGHIS               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-INTEGHIS    VALUE "S".

      *    Area de pasaje con AUDCAMPO para la reparacion.
       77  WIG-AUD-ARCHIVO           PIC X(08) VALUE "PEDFIJO".
       77  WIG-AUD-CLAVE             PIC X(20).
       77  WIG-AUD-CAMPO             PIC X(12) VALUE "ACTIVO".
       77  WIG-AUD-ANTERIOR          PIC X(30).
       77  WIG-AUD-NUEVO             PIC X(30).

      *    Rutas cubiertas por algun vehiculo de VEHIC.
       01  WIG-TABLA-RUTAS.
           05  WIG-RUTA-CUBIERTA     PIC 9(04) OCCURS 500 TIMES.

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(38)
               VALUE "CONTROL DE INTEGRIDAD REFERENCIAL AL ".
           05  T-FECHA               PIC 9(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  T-MODO                PIC X(20).

       01  LIN-SEVERIDAD.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "SEVERIDAD: ".
           05  S-SEVERIDAD           PIC X(05).

       01  LIN-DETALLE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  D-CHEQUEO             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CLAVE               PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-TEXTO               PIC X(26).
           05  D-NUMERO              PIC Z(7)9-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ACCION              PIC X(10).

       01  LIN-SUBTOTAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  ST-CHEQUEO            PIC X(08).
           05  FILLER                PIC X(11) VALUE " HALLADOS: ".
           05  ST-HALLADOS           PIC Z(6)9.
           05  FILLER                PIC X(12) VALUE " REPARADOS: ".
           05  ST-REPARADOS          PIC Z(6)9.
           05  FILLER                PIC X(12) VALUE " ANTERIOR: ".
           05  ST-ANTERIOR           PIC Z(6)9.
           05  FILLER                PIC X(07) VALUE " DIF: ".
           05  ST-DIFERENCIA         PIC Z(6)9-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ST-NOTA               PIC X(20).

       01  LIN-TOTALES.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "ALTA: ".
           05  TT-ALTA               PIC Z(6)9.
           05  FILLER                PIC X(09) VALUE "  MEDIA: ".
           05  TT-MEDIA              PIC Z(6)9.
           05  FILLER                PIC X(08) VALUE "  BAJA: ".
           05  TT-BAJA               PIC Z(6)9.
           05  FILLER                PIC X(13) VALUE "  REPARADOS: ".
           05  TT-REPARADOS          PIC Z(6)9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       CHEQUES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CHEQUES.
           DISPLAY "ERROR E/S CHEQUES: " WCH-STATUS.
       PEDFIJO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEDFIJO.
           DISPLAY "ERROR E/S PEDFIJO: " WPJ-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       VEHIC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHIC.
           DISPLAY "ERROR E/S VEHIC: " WVH-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAT-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       INTEGHIS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INTEGHIS.
           DISPLAY "ERROR E/S INTEGHIS: " WIH-STATUS.
       INCOCTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOCTA.
           DISPLAY "ERROR E/S INCOCTA: " WIK-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WIG-MODO-PARAM
               WHEN "V"
                   PERFORM 2000-VERIFICAR THRU 2000-VERIFICAR-EXIT
               WHEN "R"
                   PERFORM 2000-VERIFICAR THRU 2000-VERIFICAR-EXIT
               WHEN "H"
                   PERFORM 8000-HISTORIA THRU 8000-HISTORIA-EXIT
                       UNTIL NO-HAY-MAS-INTEGHIS
                   DISPLAY "RENGLONES DE HISTORIA: " WIG-CANT-HISTORIA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (V=VERIFICA R=REPARA H=HISTORIA): "
               LINE 5 POSITION 5.
           ACCEPT WIG-MODO-PARAM LINE 5 POSITION 45.
           ACCEPT WIG-HOY FROM DATE YYYYMMDD.
           IF WIG-MODO-PARAM = "R"
               DISPLAY "OPERADOR ..............: " LINE 6 POSITION 5
               ACCEPT WIG-OPERADOR-PARAM LINE 6 POSITION 31
           END-IF.
           OPEN I-O INTEGHIS.
           IF WIH-STATUS = "35"
               CLOSE INTEGHIS
               OPEN OUTPUT INTEGHIS
               CLOSE INTEGHIS
               OPEN I-O INTEGHIS
           END-IF.
           IF WIG-MODO-PARAM = "H"
               DISPLAY "CHEQUEO (BLANCO=TODOS) : " LINE 6 POSITION 5
               ACCEPT WIG-CHEQUEO-PARAM LINE 6 POSITION 31
               MOVE LOW-VALUES TO WIH-CLAVE
               START INTEGHIS KEY IS NOT LESS THAN WIH-CLAVE
                   INVALID KEY MOVE "S" TO EOF-INTEGHIS
               END-START
               IF WIH-STATUS NOT = "00"
                   MOVE "S" TO EOF-INTEGHIS
               END-IF
           END-IF.

       2000-VERIFICAR.
           PERFORM 2050-CORRIDA-ANTERIOR
               THRU 2050-CORRIDA-ANTERIOR-EXIT.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WIG-HOY TO T-FECHA.
           IF WIG-MODO-PARAM = "R"
               MOVE "CON REPARACION" TO T-MODO
           ELSE
               MOVE "SOLO VERIFICACION" TO T-MODO
           END-IF.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           OPEN INPUT ART02.
           OPEN INPUT CUENTA.
           OPEN INPUT INCOCTA.
           IF WIK-STATUS NOT = "00"
               MOVE "N" TO WIG-HAY-INCOCTA
           END-IF.
           PERFORM 2100-CARGAR-RUTAS THRU 2100-CARGAR-RUTAS-EXIT.

           MOVE "ALTA " TO S-SEVERIDAD.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-SEVERIDAD AFTER 1.
           PERFORM 3000-FACTCTA THRU 3000-FACTCTA-EXIT.
           PERFORM 3100-REMDART THRU 3100-REMDART-EXIT.
           PERFORM 3200-CHEQCTA THRU 3200-CHEQCTA-EXIT.

           MOVE "MEDIA" TO S-SEVERIDAD.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-SEVERIDAD AFTER 1.
           PERFORM 3300-PEDFCTA THRU 3300-PEDFCTA-EXIT.
           PERFORM 3400-ARETVEH THRU 3400-ARETVEH-EXIT.

           MOVE "BAJA " TO S-SEVERIDAD.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-SEVERIDAD AFTER 1.
           PERFORM 3500-LOTECER THRU 3500-LOTECER-EXIT.

           MOVE WIG-TOT-ALTA      TO TT-ALTA.
           MOVE WIG-TOT-MEDIA     TO TT-MEDIA.
           MOVE WIG-TOT-BAJA      TO TT-BAJA.
           MOVE WIG-TOT-REPARADOS TO TT-REPARADOS.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-TOTALES AFTER 1.
           IF WAT-STATUS = "00"
               CLOSE ART02
           END-IF.
           IF WCU-STATUS = "00"
               CLOSE CUENTA
           END-IF.
           IF WIG-HAY-INCOCTA = "S"
               CLOSE INCOCTA
           END-IF.
           CLOSE LISTADO.
           DISPLAY "HALLADOS ALTA: " WIG-TOT-ALTA
               " MEDIA: " WIG-TOT-MEDIA " BAJA: " WIG-TOT-BAJA.
           DISPLAY "REPARADOS: " WIG-TOT-REPARADOS.
       2000-VERIFICAR-EXIT.
           EXIT.

      *    La corrida anterior es la fecha mas alta de INTEGHIS
      *    anterior a hoy.
       2050-CORRIDA-ANTERIOR.
           MOVE 0 TO WIG-FECHA-ANT.
           MOVE "N" TO EOF-INTEGHIS.
           MOVE LOW-VALUES TO WIH-CLAVE.
           START INTEGHIS KEY IS NOT LESS THAN WIH-CLAVE
               INVALID KEY MOVE "S" TO EOF-INTEGHIS
           END-START.
           IF WIH-STATUS NOT = "00"
               MOVE "S" TO EOF-INTEGHIS
           END-IF.
           PERFORM 2060-LEER-ANTERIOR THRU 2060-LEER-ANTERIOR-EXIT
               UNTIL NO-HAY-MAS-INTEGHIS.
       2050-CORRIDA-ANTERIOR-EXIT.
           EXIT.

       2060-LEER-ANTERIOR.
           READ INTEGHIS NEXT RECORD
               AT END MOVE "S" TO EOF-INTEGHIS
           END-READ.
           IF NO-HAY-MAS-INTEGHIS
               GO TO 2060-LEER-ANTERIOR-EXIT
           END-IF.
           IF WIH-FECHA < WIG-HOY
               MOVE WIH-FECHA TO WIG-FECHA-ANT
           ELSE
               MOVE "S" TO EOF-INTEGHIS
           END-IF.
       2060-LEER-ANTERIOR-EXIT.
           EXIT.

       2100-CARGAR-RUTAS.
           MOVE 0 TO WIG-CANT-RUTAS.
           OPEN INPUT VEHIC.
           IF WVH-STATUS NOT = "00"
               GO TO 2100-CARGAR-RUTAS-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 2110-LEER-VEHICULO THRU 2110-LEER-VEHICULO-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE VEHIC.
       2100-CARGAR-RUTAS-EXIT.
           EXIT.

       2110-LEER-VEHICULO.
           READ VEHIC NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 2110-LEER-VEHICULO-EXIT
           END-IF.
           IF WVH-RUTA = 0 OR WIG-CANT-RUTAS NOT < 500
               GO TO 2110-LEER-VEHICULO-EXIT
           END-IF.
           ADD 1 TO WIG-CANT-RUTAS.
           MOVE WVH-RUTA TO WIG-RUTA-CUBIERTA (WIG-CANT-RUTAS).
       2110-LEER-VEHICULO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FACTCTA: factura cuya cuenta no esta en CUENTA.
      *----------------------------------------------------------
       3000-FACTCTA.
           MOVE "FACTCTA " TO WIG-CHEQUEO.
           MOVE "ALTA "    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           OPEN INPUT FACT.
           IF WFA-STATUS NOT = "00" OR WCU-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3000-FACTCTA-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3010-UNA-FACTURA THRU 3010-UNA-FACTURA-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE FACT.
       3000-FACTCTA-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3000-FACTCTA-EXIT.
           EXIT.

       3010-UNA-FACTURA.
           READ FACT NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3010-UNA-FACTURA-EXIT
           END-IF.
           MOVE WFA-CUENTA TO WIG-CUENTA-BUSCADA.
           PERFORM 5000-BUSCAR-CUENTA.
           IF WIG-CUENTA-EXISTE = "S"
               GO TO 3010-UNA-FACTURA-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "CTA " WFA-CUENTA " COMP " WFA-COMPROBANTE
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           MOVE "CUENTA INEXISTENTE, SALDO" TO D-TEXTO.
           MOVE WFA-SALDO TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           PERFORM 4100-RENGLON.
       3010-UNA-FACTURA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * REMDART: renglon de remito con articulo que no esta en
      * ART02.
      *----------------------------------------------------------
       3100-REMDART.
           MOVE "REMDART " TO WIG-CHEQUEO.
           MOVE "ALTA "    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           OPEN INPUT REMDET.
           IF WRD-STATUS NOT = "00" OR WAT-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3100-REMDART-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3110-UN-RENGLON THRU 3110-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE REMDET.
       3100-REMDART-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3100-REMDART-EXIT.
           EXIT.

       3110-UN-RENGLON.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3110-UN-RENGLON-EXIT
           END-IF.
           MOVE WRD-ARTICULO TO WAT-ARTICULO.
           MOVE "S" TO WIG-HALLADO.
           READ ART02 KEY IS WAT-ARTICULO
               INVALID KEY MOVE "N" TO WIG-HALLADO
           END-READ.
           IF WIG-HALLADO = "S"
               GO TO 3110-UN-RENGLON-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "REM " WRD-NUMERO " RGL " WRD-SECUENCIA
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           MOVE "ARTICULO INEXISTENTE" TO D-TEXTO.
           MOVE WRD-ARTICULO TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           PERFORM 4100-RENGLON.
       3110-UN-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHEQCTA: cheque en cartera o entregado cuya cuenta de
      * origen no esta en CUENTA (cuenta 0 = sin cuenta, no se
      * controla).
      *----------------------------------------------------------
       3200-CHEQCTA.
           MOVE "CHEQCTA " TO WIG-CHEQUEO.
           MOVE "ALTA "    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           OPEN INPUT CHEQUES.
           IF WCH-STATUS NOT = "00" OR WCU-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3200-CHEQCTA-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3210-UN-CHEQUE THRU 3210-UN-CHEQUE-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE CHEQUES.
       3200-CHEQCTA-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3200-CHEQCTA-EXIT.
           EXIT.

       3210-UN-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3210-UN-CHEQUE-EXIT
           END-IF.
           IF WCH-NRO-CTA = 0
               GO TO 3210-UN-CHEQUE-EXIT
           END-IF.
           MOVE "N" TO WIG-CUENTA-EXISTE.
           IF WCH-NRO-CTA NOT > 999999
               MOVE WCH-NRO-CTA TO WIG-CUENTA-BUSCADA
               PERFORM 5000-BUSCAR-CUENTA
           END-IF.
           IF WIG-CUENTA-EXISTE = "S"
               GO TO 3210-UN-CHEQUE-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "BCO " WCH-BCO " CH " WCH-NUMERO-CH
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           MOVE "CUENTA INEXISTENTE" TO D-TEXTO.
           MOVE WCH-NRO-CTA TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           PERFORM 4100-RENGLON.
       3210-UN-CHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PEDFCTA: pedido fijo activo de una cuenta bloqueada o
      * inexistente. Es el caso seguro: en modo R el renglon
      * queda inactivo y no vuelve a generar remitos.
      *----------------------------------------------------------
       3300-PEDFCTA.
           MOVE "PEDFCTA " TO WIG-CHEQUEO.
           MOVE "MEDIA"    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           IF WIG-MODO-PARAM = "R"
               OPEN I-O PEDFIJO
           ELSE
               OPEN INPUT PEDFIJO
           END-IF.
           IF WPJ-STATUS NOT = "00" OR WCU-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3300-PEDFCTA-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3310-UN-PEDIDO THRU 3310-UN-PEDIDO-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE PEDFIJO.
       3300-PEDFCTA-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3300-PEDFCTA-EXIT.
           EXIT.

       3310-UN-PEDIDO.
           READ PEDFIJO NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3310-UN-PEDIDO-EXIT
           END-IF.
           IF NOT WPJ-ESTA-ACTIVO
               GO TO 3310-UN-PEDIDO-EXIT
           END-IF.
           MOVE WPJ-CUENTA TO WIG-CUENTA-BUSCADA.
           PERFORM 5000-BUSCAR-CUENTA.
           PERFORM 5100-VER-INCOBRABLE.
           IF WIG-CUENTA-EXISTE = "S" AND WIG-CUENTA-BLOQUEADA = "N"
               GO TO 3310-UN-PEDIDO-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "CTA " WPJ-CUENTA " PTO " WPJ-PUNTO
               " ART " WPJ-ARTICULO
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           IF WIG-CUENTA-EXISTE = "S" AND WIG-CUENTA-BLOQUEADA = "I"
               MOVE "CUENTA INCOBRABLE" TO D-TEXTO
           END-IF.
           IF WIG-CUENTA-EXISTE = "S" AND WIG-CUENTA-BLOQUEADA = "S"
               MOVE "CUENTA BLOQUEADA" TO D-TEXTO
           END-IF.
           IF WIG-CUENTA-EXISTE = "N"
               MOVE "CUENTA INEXISTENTE" TO D-TEXTO
           END-IF.
           MOVE WPJ-CUENTA TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           IF WIG-MODO-PARAM = "R"
               PERFORM 3320-DESACTIVAR-PEDIDO
           END-IF.
           PERFORM 4100-RENGLON.
       3310-UN-PEDIDO-EXIT.
           EXIT.

       3320-DESACTIVAR-PEDIDO.
           MOVE "N" TO WPJ-ACTIVO.
           REWRITE REG-PEDFIJO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PEDFIJO"
           END-REWRITE.
           IF WPJ-STATUS = "00"
               MOVE "INACTIVADO" TO D-ACCION
               ADD 1 TO WIG-REPARADOS
               MOVE SPACES    TO WIG-AUD-CLAVE
               MOVE WPJ-CLAVE TO WIG-AUD-CLAVE
               MOVE "S"       TO WIG-AUD-ANTERIOR
               MOVE "N"       TO WIG-AUD-NUEVO
               CALL "AUDCAMPO" USING WIG-AUD-ARCHIVO
                                     WIG-AUD-CLAVE
                                     WIG-AUD-CAMPO
                                     WIG-AUD-ANTERIOR
                                     WIG-AUD-NUEVO
                                     WIG-OPERADOR-PARAM
               END-CALL
           END-IF.

      *----------------------------------------------------------
      * ARETVEH: cuenta de reparto asignada a una ruta que ningun
      * vehiculo de VEHIC cubre (ruta 0 = sin ruta, no cuenta).
      *----------------------------------------------------------
       3400-ARETVEH.
           MOVE "ARETVEH " TO WIG-CHEQUEO.
           MOVE "MEDIA"    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           OPEN INPUT ARET.
           IF WAR-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3400-ARETVEH-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3410-UNA-CUENTA THRU 3410-UNA-CUENTA-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE ARET.
       3400-ARETVEH-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3400-ARETVEH-EXIT.
           EXIT.

       3410-UNA-CUENTA.
           READ ARET NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3410-UNA-CUENTA-EXIT
           END-IF.
           IF WAR-RUTA = 0
               GO TO 3410-UNA-CUENTA-EXIT
           END-IF.
           MOVE "N" TO WIG-HALLADO.
           PERFORM 3420-BUSCAR-RUTA
               VARYING WIG-IX FROM 1 BY 1
               UNTIL WIG-IX > WIG-CANT-RUTAS OR WIG-HALLADO = "S".
           IF WIG-HALLADO = "S"
               GO TO 3410-UNA-CUENTA-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "CTA " WAR-CUENTA
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           MOVE "RUTA SIN VEHICULO" TO D-TEXTO.
           MOVE WAR-RUTA TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           PERFORM 4100-RENGLON.
       3410-UNA-CUENTA-EXIT.
           EXIT.

       3420-BUSCAR-RUTA.
           IF WIG-RUTA-CUBIERTA (WIG-IX) = WAR-RUTA
               MOVE "S" TO WIG-HALLADO
           END-IF.

      *----------------------------------------------------------
      * LOTECER: lote liberado (disponible para FEFO y despacho)
      * con saldo cero o negativo.
      *----------------------------------------------------------
       3500-LOTECER.
           MOVE "LOTECER " TO WIG-CHEQUEO.
           MOVE "BAJA "    TO WIG-SEVERIDAD.
           PERFORM 4000-ABRIR-CHEQUEO.
           OPEN INPUT LOTESTK.
           IF WLS-STATUS NOT = "00"
               MOVE "N" TO WIG-DISPONIBLE
               GO TO 3500-LOTECER-CIERRA
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3510-UN-LOTE THRU 3510-UN-LOTE-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE LOTESTK.
       3500-LOTECER-CIERRA.
           PERFORM 4500-CERRAR-CHEQUEO.
       3500-LOTECER-EXIT.
           EXIT.

       3510-UN-LOTE.
           READ LOTESTK NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3510-UN-LOTE-EXIT
           END-IF.
           IF NOT WLS-LIBERADO OR WLS-CANT-ACTUAL > 0
               GO TO 3510-UN-LOTE-EXIT
           END-IF.
           MOVE SPACES TO D-CLAVE.
           STRING "SUC " WLS-SUCURSAL " ART " WLS-ARTICULO
               " " WLS-LOTE
               DELIMITED BY SIZE INTO D-CLAVE
           END-STRING.
           MOVE "LIBERADO SIN SALDO" TO D-TEXTO.
           MOVE WLS-CANT-ACTUAL TO D-NUMERO.
           MOVE SPACES TO D-ACCION.
           PERFORM 4100-RENGLON.
       3510-UN-LOTE-EXIT.
           EXIT.

       4000-ABRIR-CHEQUEO.
           MOVE 0   TO WIG-HALLADOS.
           MOVE 0   TO WIG-REPARADOS.
           MOVE "S" TO WIG-DISPONIBLE.

       4100-RENGLON.
           MOVE WIG-CHEQUEO TO D-CHEQUEO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WIG-HALLADOS.

      *    Subtotal del chequeo, comparacion con la corrida
      *    anterior y registro en INTEGHIS.
       4500-CERRAR-CHEQUEO.
           MOVE 0 TO WIG-ANTERIOR.
           IF WIG-FECHA-ANT NOT = 0
               MOVE WIG-FECHA-ANT TO WIH-FECHA
               MOVE WIG-CHEQUEO   TO WIH-CHEQUEO
               READ INTEGHIS KEY IS WIH-CLAVE
                   INVALID KEY MOVE 0 TO WIH-HALLADOS
               END-READ
               MOVE WIH-HALLADOS TO WIG-ANTERIOR
           END-IF.
           COMPUTE WIG-DIFERENCIA = WIG-HALLADOS - WIG-ANTERIOR.
           MOVE WIG-CHEQUEO    TO ST-CHEQUEO.
           MOVE WIG-HALLADOS   TO ST-HALLADOS.
           MOVE WIG-REPARADOS  TO ST-REPARADOS.
           MOVE WIG-ANTERIOR   TO ST-ANTERIOR.
           MOVE WIG-DIFERENCIA TO ST-DIFERENCIA.
           EVALUATE TRUE
               WHEN WIG-DISPONIBLE = "N"
                   MOVE "NO DISPONIBLE" TO ST-NOTA
               WHEN WIG-FECHA-ANT = 0
                   MOVE "PRIMERA CORRIDA" TO ST-NOTA
               WHEN WIG-DIFERENCIA > 0
                   MOVE "EMPEORA" TO ST-NOTA
               WHEN WIG-DIFERENCIA < 0
                   MOVE "MEJORA" TO ST-NOTA
               WHEN OTHER
                   MOVE SPACES TO ST-NOTA
           END-EVALUATE.
           WRITE LIN-LISTADO FROM LIN-SUBTOTAL AFTER 1.
           EVALUATE WIG-SEVERIDAD
               WHEN "ALTA "
                   ADD WIG-HALLADOS TO WIG-TOT-ALTA
               WHEN "MEDIA"
                   ADD WIG-HALLADOS TO WIG-TOT-MEDIA
               WHEN OTHER
                   ADD WIG-HALLADOS TO WIG-TOT-BAJA
           END-EVALUATE.
           ADD WIG-REPARADOS TO WIG-TOT-REPARADOS.
           MOVE WIG-HOY        TO WIH-FECHA.
           MOVE WIG-CHEQUEO    TO WIH-CHEQUEO.
           MOVE WIG-SEVERIDAD  TO WIH-SEVERIDAD.
           MOVE WIG-HALLADOS   TO WIH-HALLADOS.
           MOVE WIG-REPARADOS  TO WIH-REPARADOS.
           MOVE WIG-DISPONIBLE TO WIH-DISPONIBLE.
           REWRITE REG-INTEGHIS
               INVALID KEY
                   WRITE REG-INTEGHIS
                       INVALID KEY DISPLAY "NO PUDO GRABAR INTEGHIS"
                   END-WRITE
           END-REWRITE.

      *    CUENTA se busca por el numero de cuenta (clave
      *    alternativa); bloqueada si el registro hallado lo esta.
       5000-BUSCAR-CUENTA.
           MOVE WIG-CUENTA-BUSCADA TO WCU-CUENTA.
           MOVE "S" TO WIG-CUENTA-EXISTE.
           MOVE "N" TO WIG-CUENTA-BLOQUEADA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE "N" TO WIG-CUENTA-EXISTE
           END-READ.
           IF WIG-CUENTA-EXISTE = "S" AND WCU-ESTA-BLOQUEADA
               MOVE "S" TO WIG-CUENTA-BLOQUEADA
           END-IF.

      *    Cuenta existente y no bloqueada en CUENTA pero dada de
      *    baja como incobrable (INCOCTA, de INCOBRA): bloqueada
      *    con "I" para el texto del renglon.
       5100-VER-INCOBRABLE.
           IF WIG-CUENTA-EXISTE = "S" AND WIG-CUENTA-BLOQUEADA = "N"
              AND WIG-HAY-INCOCTA = "S"
               MOVE WIG-CUENTA-BUSCADA TO WIK-CUENTA
               READ INCOCTA KEY IS WIK-CUENTA
                   INVALID KEY MOVE "N" TO WIK-BLOQUEO
               END-READ
               IF WIK-CUENTA-BLOQUEADA
                   MOVE "I" TO WIG-CUENTA-BLOQUEADA
               END-IF
           END-IF.

       8000-HISTORIA.
           READ INTEGHIS NEXT RECORD
               AT END MOVE "S" TO EOF-INTEGHIS
           END-READ.
           IF NO-HAY-MAS-INTEGHIS
               GO TO 8000-HISTORIA-EXIT
           END-IF.
           IF WIG-CHEQUEO-PARAM NOT = SPACES
              AND WIH-CHEQUEO NOT = WIG-CHEQUEO-PARAM
               GO TO 8000-HISTORIA-EXIT
           END-IF.
           DISPLAY WIH-FECHA " " WIH-CHEQUEO " " WIH-SEVERIDAD
               " HALLADOS " WIH-HALLADOS " REPARADOS " WIH-REPARADOS
               " DISP " WIH-DISPONIBLE.
           ADD 1 TO WIG-CANT-HISTORIA.
       8000-HISTORIA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE INTEGHIS.
       9999-FINAL-EXIT.
           EXIT.
