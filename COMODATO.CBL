       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COMODATO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Heladeras y freezers prestados en comodato a kioscos y
      * almacenes. El unico registro era el contrato en papel y
      * cuando un negocio cerraba el equipo se perdia. COMODATO
      * guarda cada equipo por numero de serie con la CUENTA
      * donde esta colocado (clave alternativa), tipo, modelo,
      * fecha de colocacion, numero de contrato, la compra
      * minima mensual comprometida y su estado; COMOSERV guarda
      * la historia de reparaciones, services y retiros.
      *   modo A: alta/modificacion del equipo;
      *   modo S: carga un service o reparacion del equipo;
      *   modo T: retiro del equipo (queda en deposito);
      *   modo H: historia del equipo por PRNTDEST;
      *   modo C: control mensual de compromiso: por cuenta con
      *           equipos colocados suma las compras del mes en
      *           MOVI (VTADET es por vendedor y no trae la
      *           cuenta) contra la compra minima de todos sus
      *           equipos y lista las que no llegan;
      *   modo R: hoja de retiro: equipos colocados en cuentas
      *           bloqueadas en CUENTA, dadas de baja como
      *           incobrables (INCOCTA) o sin compras en MOVI por
      *           mas dias que el umbral de inactividad de la
      *           ruta (INACTDIA, el mismo de INACTCLI; sin
      *           registro rigen 30). Los marca "a retirar".
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMODATO  ASSIGN TO "COMODATO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCO-SERIE
                             ALTERNATE RECORD KEY IS WCO-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCO-STATUS.
           SELECT COMOSERV  ASSIGN TO "COMOSERV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCS-CLAVE
                             FILE STATUS IS WCS-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
           SELECT MOVI      ASSIGN TO "MOVI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMV-CLAVE
                             FILE STATUS IS WMV-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT INACTDIA  ASSIGN TO "INACTDIA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WID-RUTA
                             FILE STATUS IS WID-STATUS.
           SELECT INCOCTA   ASSIGN TO "INCOCTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIK-CUENTA
                             FILE STATUS IS WIK-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  COMODATO.
       01  REG-COMODATO.
           05  WCO-SERIE             PIC X(15).
           05  WCO-CUENTA            PIC 9(06).
           05  WCO-TIPO              PIC X(01).
               88  WCO-ES-HELADERA    VALUE "H".
               88  WCO-ES-FREEZER     VALUE "F".
           05  WCO-MODELO            PIC X(20).
           05  WCO-FEC-COLOCACION    PIC 9(08).
           05  WCO-CONTRATO          PIC X(10).
           05  WCO-COMPRA-MINIMA     PIC S9(07)V99.
           05  WCO-ESTADO            PIC X(01).
               88  WCO-COLOCADO       VALUE "C".
               88  WCO-A-RETIRAR      VALUE "R".
               88  WCO-EN-DEPOSITO    VALUE "D".
               88  WCO-DE-BAJA        VALUE "B".
           05  WCO-FEC-RETIRO        PIC 9(08).

       FD  COMOSERV.
       01  REG-COMOSERV.
           05  WCS-CLAVE.
               10  WCS-SERIE         PIC X(15).
               10  WCS-FECHA         PIC 9(08).
               10  WCS-SECUENCIA     PIC 9(02).
           05  WCS-TIPO              PIC X(01).
               88  WCS-ES-REPARACION  VALUE "R".
               88  WCS-ES-SERVICE     VALUE "S".
               88  WCS-ES-RETIRO      VALUE "T".
           05  WCS-DESCRIPCION       PIC X(40).
           05  WCS-COSTO             PIC S9(07)V99.
           05  WCS-TECNICO           PIC X(20).
           05  WCS-CUENTA            PIC 9(06).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).
           05  WCU-NOMBRE-NORMALIZADO PIC X(30).
           05  WCU-CUIT              PIC 9(11).
           05  WCU-LIMITE-CREDITO    PIC S9(09)V99.
           05  WCU-BLOQUEADA         PIC X(01).
               88  WCU-ESTA-BLOQUEADA VALUE "S".

       FD  MOVI.
       01  REG-MOVI.
           05  WMV-CLAVE.
               10  WMV-CUENTA        PIC 9(06).
               10  WMV-FECHA         PIC 9(08).
               10  WMV-SECUENCIA     PIC 9(06).
           05  WMV-IMPORTE           PIC S9(09)V99.

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  INACTDIA.
       01  REG-INACTDIA.
           05  WID-RUTA              PIC 9(04).
           05  WID-DIAS-INACTIVO     PIC 9(03).

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
       77  WPX-COD-LISTADO           PIC X(08) VALUE "COMODATO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WCO-STATUS                PIC X(02).
       77  WCS-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WMV-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WID-STATUS                PIC X(02).
       77  WIK-STATUS                PIC X(02).
       77  WCD-HAY-INCOCTA           PIC X(01) VALUE "S".
       77  WCD-MODO-PARAM            PIC X(01).
       77  WCD-SERIE-PARAM           PIC X(15).
       77  WCD-PERIODO-PARAM         PIC 9(06).
       77  WCD-FECHA-PARAM           PIC 9(08).
       77  WCD-HOY                   PIC 9(08).
       77  WCD-DIA-HOY               PIC 9(08).
       77  WCD-DIA-ULT               PIC 9(08).
       77  WCD-HALLADO               PIC X(01).
       77  WCD-ULTIMA-SEC            PIC 9(02).
       77  WCD-CUENTA-CORTE          PIC 9(06).
       77  WCD-CANT-EQUIPOS          PIC 9(03).
       77  WCD-MINIMO-CUENTA         PIC S9(09)V99.
       77  WCD-COMPRA-MES            PIC S9(09)V99.
       77  WCD-FALTANTE              PIC S9(09)V99.
       77  WCD-ULT-FECHA             PIC 9(08).
       77  WCD-PERIODO-MOV           PIC 9(06).
       77  WCD-DIAS-UMBRAL           PIC 9(03).
       77  WCD-DIAS-SIN-COMPRA       PIC S9(05).
       77  WCD-MOTIVO                PIC X(20).
       77  WCD-TOT-COSTO-SERV        PIC S9(09)V99 VALUE 0.
       77  WCD-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-COMODATO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMODATO    VALUE "S".
       77  EOF-COMOSERV               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMOSERV    VALUE "S".
       77  EOF-MOVI                   PIC X(01).
           88  NO-HAY-MAS-MOVI        VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  T-TITULO           PIC X(45).
           05  T-PERIODO          PIC 9(06) BLANK WHEN ZERO.

       01  LIN-EQUIPO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "SERIE: ".
           05  Q-SERIE               PIC X(15).
           05  FILLER                PIC X(09) VALUE " MODELO: ".
           05  Q-MODELO              PIC X(20).
           05  FILLER                PIC X(11) VALUE " CONTRATO: ".
           05  Q-CONTRATO            PIC X(10).
           05  FILLER                PIC X(09) VALUE " CUENTA: ".
           05  Q-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(09) VALUE " ESTADO: ".
           05  Q-ESTADO              PIC X(01).

       01  LIN-SERVICE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-FECHA               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-TIPO                PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-DESCRIPCION         PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-TECNICO             PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-COSTO               PIC Z,ZZZ,ZZ9.99-.

       01  LIN-CABECERA-CTRL.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CUENTA  NOMBRE                          EQUIPOS  ".
           05  FILLER             PIC X(50) VALUE
               "   COMPRA MINIMA    COMPRA DEL MES      FALTANTE".

       01  LIN-CONTROL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-EQUIPOS             PIC ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  C-MINIMO              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C-COMPRA              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C-FALTANTE            PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-CABECERA-RET.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "SERIE           MODELO               CUENTA NOMBRE".
           05  FILLER             PIC X(50) VALUE
               "                         RUTA MOTIVO".

       01  LIN-RETIRO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  W-SERIE               PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  W-MODELO              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  W-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  W-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  W-RUTA                PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  W-MOTIVO              PIC X(20).

       PROCEDURE DIVISION.
       DECLARATIVES.
       COMODATO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMODATO.
           DISPLAY "ERROR E/S COMODATO: " WCO-STATUS.
       COMOSERV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMOSERV.
           DISPLAY "ERROR E/S COMOSERV: " WCS-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       MOVI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVI.
           DISPLAY "ERROR E/S MOVI: " WMV-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       INACTDIA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INACTDIA.
           DISPLAY "ERROR E/S INACTDIA: " WID-STATUS.
       INCOCTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOCTA.
           DISPLAY "ERROR E/S INCOCTA: " WIK-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WCD-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA-EQUIPO THRU 2000-ALTA-EQUIPO-EXIT
               WHEN "S"
                   PERFORM 3000-CARGAR-SERVICE
                       THRU 3000-CARGAR-SERVICE-EXIT
               WHEN "T"
                   PERFORM 3500-RETIRAR-EQUIPO
                       THRU 3500-RETIRAR-EQUIPO-EXIT
               WHEN "H"
                   PERFORM 4000-HISTORIA-EQUIPO
                       THRU 4000-HISTORIA-EQUIPO-EXIT
               WHEN "C"
                   PERFORM 5000-CONTROL-CUENTA
                       THRU 5000-CONTROL-CUENTA-EXIT
                       UNTIL NO-HAY-MAS-COMODATO
                   DISPLAY "CUENTAS BAJO EL MINIMO: " WCD-CANT-LISTADOS
               WHEN "R"
                   PERFORM 6000-HOJA-RETIRO THRU 6000-HOJA-RETIRO-EXIT
                       UNTIL NO-HAY-MAS-COMODATO
                   DISPLAY "EQUIPOS A RETIRAR: " WCD-CANT-LISTADOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=ALTA S=SERVICE T=RETIRO H=HISTORIA"
               LINE 5 POSITION 5.
           DISPLAY "      C=CONTROL COMPRA R=HOJA DE RETIRO): "
               LINE 6 POSITION 5.
           ACCEPT WCD-MODO-PARAM LINE 6 POSITION 48.
           ACCEPT WCD-HOY FROM DATE YYYYMMDD.
           COMPUTE WCD-DIA-HOY = FUNCTION INTEGER-OF-DATE (WCD-HOY).
           OPEN I-O COMODATO.
           IF WCO-STATUS = "35"
               CLOSE COMODATO
               OPEN OUTPUT COMODATO
               CLOSE COMODATO
               OPEN I-O COMODATO
           END-IF.
           OPEN I-O COMOSERV.
           IF WCS-STATUS = "35"
               CLOSE COMOSERV
               OPEN OUTPUT COMOSERV
               CLOSE COMOSERV
               OPEN I-O COMOSERV
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT MOVI.
           OPEN INPUT ARET.
           OPEN INPUT INACTDIA.
           OPEN INPUT INCOCTA.
           IF WIK-STATUS NOT = "00"
               MOVE "N" TO WCD-HAY-INCOCTA
           END-IF.
           MOVE 0 TO T-PERIODO.
           IF WCD-MODO-PARAM = "C"
               DISPLAY "PERIODO (AAAAMM) ....: " LINE 8 POSITION 5
               ACCEPT WCD-PERIODO-PARAM LINE 8 POSITION 29
               MOVE "CONTROL DE COMPRA MINIMA COMODATOS - PERIODO "
                   TO T-TITULO
               MOVE WCD-PERIODO-PARAM TO T-PERIODO
           END-IF.
           IF WCD-MODO-PARAM = "R"
               MOVE "HOJA DE RETIRO DE EQUIPOS EN COMODATO"
                   TO T-TITULO
           END-IF.
           IF WCD-MODO-PARAM = "H"
               MOVE "HISTORIA DEL EQUIPO EN COMODATO" TO T-TITULO
           END-IF.
           IF WCD-MODO-PARAM = "C" OR WCD-MODO-PARAM = "R"
              OR WCD-MODO-PARAM = "H"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
           END-IF.
           IF WCD-MODO-PARAM = "C"
               WRITE LIN-LISTADO FROM LIN-CABECERA-CTRL AFTER 1
           END-IF.
           IF WCD-MODO-PARAM = "R"
               WRITE LIN-LISTADO FROM LIN-CABECERA-RET AFTER 1
           END-IF.
           IF WCD-MODO-PARAM = "C" OR WCD-MODO-PARAM = "R"
               MOVE 0 TO WCO-CUENTA
               START COMODATO KEY IS NOT LESS THAN WCO-CUENTA
                   INVALID KEY MOVE "S" TO EOF-COMODATO
               END-START
               IF NOT NO-HAY-MAS-COMODATO
                   READ COMODATO NEXT RECORD
                       AT END MOVE "S" TO EOF-COMODATO
                   END-READ
               END-IF
           END-IF.

       2000-ALTA-EQUIPO.
           DISPLAY "NUMERO DE SERIE .....: " LINE 8 POSITION 5.
           ACCEPT WCD-SERIE-PARAM LINE 8 POSITION 29.
           IF WCD-SERIE-PARAM = SPACES
               GO TO 2000-ALTA-EQUIPO-EXIT
           END-IF.
           MOVE "S" TO WCD-HALLADO.
           MOVE WCD-SERIE-PARAM TO WCO-SERIE.
           READ COMODATO KEY IS WCO-SERIE
               INVALID KEY
                   MOVE "N" TO WCD-HALLADO
                   INITIALIZE REG-COMODATO
                   MOVE WCD-SERIE-PARAM TO WCO-SERIE
                   MOVE "C"             TO WCO-ESTADO
           END-READ.
           DISPLAY "TIPO (H=HELAD F=FREEZ): " LINE 9 POSITION 5.
           ACCEPT WCO-TIPO LINE 9 POSITION 29.
           DISPLAY "MODELO ..............: " LINE 10 POSITION 5.
           ACCEPT WCO-MODELO LINE 10 POSITION 29.
           DISPLAY "CUENTA ..............: " LINE 11 POSITION 5.
           ACCEPT WCO-CUENTA LINE 11 POSITION 29.
           DISPLAY "FECHA COLOCACION ....: " LINE 12 POSITION 5.
           ACCEPT WCO-FEC-COLOCACION LINE 12 POSITION 29.
           DISPLAY "NUMERO DE CONTRATO ..: " LINE 13 POSITION 5.
           ACCEPT WCO-CONTRATO LINE 13 POSITION 29.
           DISPLAY "COMPRA MINIMA MENSUAL: " LINE 14 POSITION 5.
           ACCEPT WCO-COMPRA-MINIMA LINE 14 POSITION 29.
           DISPLAY "ESTADO (C/R/D/B) ....: " LINE 15 POSITION 5.
           ACCEPT WCO-ESTADO LINE 15 POSITION 29.
           IF NOT WCO-ES-HELADERA AND NOT WCO-ES-FREEZER
               DISPLAY "TIPO DEBE SER H O F" LINE 20 POSITION 5
               GO TO 2000-ALTA-EQUIPO-EXIT
           END-IF.
           IF WCO-COLOCADO OR WCO-A-RETIRAR
               MOVE WCO-CUENTA TO WCU-CUENTA
               READ CUENTA KEY IS WCU-CUENTA
                   INVALID KEY
                       DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                       GO TO 2000-ALTA-EQUIPO-EXIT
               END-READ
               DISPLAY WCU-NOMBRE LINE 11 POSITION 38
           END-IF.
           IF WCD-HALLADO = "S"
               REWRITE REG-COMODATO
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR COMODATO"
               END-REWRITE
           ELSE
               WRITE REG-COMODATO
                   INVALID KEY DISPLAY "NO PUDO GRABAR COMODATO"
               END-WRITE
           END-IF.
           DISPLAY "EQUIPO GRABADO" LINE 17 POSITION 5.
       2000-ALTA-EQUIPO-EXIT.
           EXIT.

       3000-CARGAR-SERVICE.
           DISPLAY "NUMERO DE SERIE .....: " LINE 8 POSITION 5.
           ACCEPT WCD-SERIE-PARAM LINE 8 POSITION 29.
           MOVE WCD-SERIE-PARAM TO WCO-SERIE.
           READ COMODATO KEY IS WCO-SERIE
               INVALID KEY
                   DISPLAY "EQUIPO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3000-CARGAR-SERVICE-EXIT
           END-READ.
           DISPLAY "FECHA (AAAAMMDD) ....: " LINE 9 POSITION 5.
           ACCEPT WCD-FECHA-PARAM LINE 9 POSITION 29.
           PERFORM 7000-PROXIMA-SECUENCIA
               THRU 7000-PROXIMA-SECUENCIA-EXIT.
           DISPLAY "TIPO (R=REPAR S=SERV): " LINE 10 POSITION 5.
           ACCEPT WCS-TIPO LINE 10 POSITION 29.
           IF NOT WCS-ES-REPARACION AND NOT WCS-ES-SERVICE
               DISPLAY "TIPO DEBE SER R O S" LINE 20 POSITION 5
               GO TO 3000-CARGAR-SERVICE-EXIT
           END-IF.
           DISPLAY "DESCRIPCION .........: " LINE 11 POSITION 5.
           ACCEPT WCS-DESCRIPCION LINE 11 POSITION 29.
           DISPLAY "TECNICO .............: " LINE 12 POSITION 5.
           ACCEPT WCS-TECNICO LINE 12 POSITION 29.
           DISPLAY "COSTO ...............: " LINE 13 POSITION 5.
           ACCEPT WCS-COSTO LINE 13 POSITION 29.
           MOVE WCO-CUENTA TO WCS-CUENTA.
           WRITE REG-COMOSERV
               INVALID KEY DISPLAY "NO PUDO GRABAR COMOSERV"
           END-WRITE.
           DISPLAY "SERVICE GRABADO" LINE 15 POSITION 5.
       3000-CARGAR-SERVICE-EXIT.
           EXIT.

      *    El retiro deja el equipo en deposito, sin cuenta, y
      *    anota en la historia de que cuenta volvio.
       3500-RETIRAR-EQUIPO.
           DISPLAY "NUMERO DE SERIE .....: " LINE 8 POSITION 5.
           ACCEPT WCD-SERIE-PARAM LINE 8 POSITION 29.
           MOVE WCD-SERIE-PARAM TO WCO-SERIE.
           READ COMODATO KEY IS WCO-SERIE
               INVALID KEY
                   DISPLAY "EQUIPO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3500-RETIRAR-EQUIPO-EXIT
           END-READ.
           IF NOT WCO-COLOCADO AND NOT WCO-A-RETIRAR
               DISPLAY "EL EQUIPO NO ESTA COLOCADO" LINE 20 POSITION 5
               GO TO 3500-RETIRAR-EQUIPO-EXIT
           END-IF.
           DISPLAY "FECHA DE RETIRO .....: " LINE 9 POSITION 5.
           ACCEPT WCD-FECHA-PARAM LINE 9 POSITION 29.
           PERFORM 7000-PROXIMA-SECUENCIA
               THRU 7000-PROXIMA-SECUENCIA-EXIT.
           MOVE "T"        TO WCS-TIPO.
           MOVE SPACES     TO WCS-TECNICO.
           MOVE 0          TO WCS-COSTO.
           MOVE WCO-CUENTA TO WCS-CUENTA.
           DISPLAY "OBSERVACION .........: " LINE 10 POSITION 5.
           ACCEPT WCS-DESCRIPCION LINE 10 POSITION 29.
           WRITE REG-COMOSERV
               INVALID KEY DISPLAY "NO PUDO GRABAR COMOSERV"
           END-WRITE.
           MOVE "D"             TO WCO-ESTADO.
           MOVE WCD-FECHA-PARAM TO WCO-FEC-RETIRO.
           MOVE 0               TO WCO-CUENTA.
           REWRITE REG-COMODATO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR COMODATO"
           END-REWRITE.
           DISPLAY "EQUIPO RETIRADO A DEPOSITO" LINE 12 POSITION 5.
       3500-RETIRAR-EQUIPO-EXIT.
           EXIT.

       4000-HISTORIA-EQUIPO.
           DISPLAY "NUMERO DE SERIE .....: " LINE 8 POSITION 5.
           ACCEPT WCD-SERIE-PARAM LINE 8 POSITION 29.
           MOVE WCD-SERIE-PARAM TO WCO-SERIE.
           READ COMODATO KEY IS WCO-SERIE
               INVALID KEY
                   DISPLAY "EQUIPO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 4000-HISTORIA-EQUIPO-EXIT
           END-READ.
           MOVE WCO-SERIE    TO Q-SERIE.
           MOVE WCO-MODELO   TO Q-MODELO.
           MOVE WCO-CONTRATO TO Q-CONTRATO.
           MOVE WCO-CUENTA   TO Q-CUENTA.
           MOVE WCO-ESTADO   TO Q-ESTADO.
           WRITE LIN-LISTADO FROM LIN-EQUIPO AFTER 1.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE WCO-SERIE TO WCS-SERIE.
           MOVE 0         TO WCS-FECHA.
           MOVE 0         TO WCS-SECUENCIA.
           START COMOSERV KEY IS NOT LESS THAN WCS-CLAVE
               INVALID KEY MOVE "S" TO EOF-COMOSERV
           END-START.
           PERFORM 4100-UN-SERVICE THRU 4100-UN-SERVICE-EXIT
               UNTIL NO-HAY-MAS-COMOSERV.
           MOVE SPACES              TO V-DESCRIPCION V-TECNICO.
           MOVE "TOTAL COSTO DE SERVICE" TO V-DESCRIPCION.
           MOVE 0                   TO V-FECHA.
           MOVE SPACES              TO V-TIPO.
           MOVE WCD-TOT-COSTO-SERV  TO V-COSTO.
           WRITE LIN-LISTADO FROM LIN-SERVICE AFTER 2.
       4000-HISTORIA-EQUIPO-EXIT.
           EXIT.

       4100-UN-SERVICE.
           READ COMOSERV NEXT RECORD
               AT END MOVE "S" TO EOF-COMOSERV
           END-READ.
           IF NO-HAY-MAS-COMOSERV OR WCS-SERIE NOT = WCO-SERIE
               MOVE "S" TO EOF-COMOSERV
               GO TO 4100-UN-SERVICE-EXIT
           END-IF.
           MOVE WCS-FECHA       TO V-FECHA.
           MOVE WCS-TIPO        TO V-TIPO.
           MOVE WCS-DESCRIPCION TO V-DESCRIPCION.
           MOVE WCS-TECNICO     TO V-TECNICO.
           MOVE WCS-COSTO       TO V-COSTO.
           WRITE LIN-LISTADO FROM LIN-SERVICE AFTER 1.
           ADD WCS-COSTO TO WCD-TOT-COSTO-SERV.
       4100-UN-SERVICE-EXIT.
           EXIT.

      *    Corte por cuenta sobre la clave alternativa: se suman
      *    los minimos de todos los equipos colocados de la
      *    cuenta y se comparan contra lo comprado en el mes.
       5000-CONTROL-CUENTA.
           MOVE WCO-CUENTA TO WCD-CUENTA-CORTE.
           MOVE 0 TO WCD-CANT-EQUIPOS.
           MOVE 0 TO WCD-MINIMO-CUENTA.
           PERFORM 5100-SUMAR-EQUIPO THRU 5100-SUMAR-EQUIPO-EXIT
               UNTIL NO-HAY-MAS-COMODATO
                  OR WCO-CUENTA NOT = WCD-CUENTA-CORTE.
           IF WCD-CANT-EQUIPOS = 0 OR WCD-CUENTA-CORTE = 0
               GO TO 5000-CONTROL-CUENTA-EXIT
           END-IF.
           PERFORM 8000-HISTORIA-MOVI THRU 8000-HISTORIA-MOVI-EXIT.
           IF WCD-COMPRA-MES >= WCD-MINIMO-CUENTA
               GO TO 5000-CONTROL-CUENTA-EXIT
           END-IF.
           COMPUTE WCD-FALTANTE = WCD-MINIMO-CUENTA - WCD-COMPRA-MES.
           MOVE WCD-CUENTA-CORTE TO WCU-CUENTA.
           MOVE SPACES           TO WCU-NOMBRE.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY CONTINUE
           END-READ.
           MOVE WCD-CUENTA-CORTE  TO C-CUENTA.
           MOVE WCU-NOMBRE        TO C-NOMBRE.
           MOVE WCD-CANT-EQUIPOS  TO C-EQUIPOS.
           MOVE WCD-MINIMO-CUENTA TO C-MINIMO.
           MOVE WCD-COMPRA-MES    TO C-COMPRA.
           MOVE WCD-FALTANTE      TO C-FALTANTE.
           WRITE LIN-LISTADO FROM LIN-CONTROL AFTER 1.
           ADD 1 TO WCD-CANT-LISTADOS.
       5000-CONTROL-CUENTA-EXIT.
           EXIT.

       5100-SUMAR-EQUIPO.
           IF WCO-COLOCADO OR WCO-A-RETIRAR
               ADD 1 TO WCD-CANT-EQUIPOS
               ADD WCO-COMPRA-MINIMA TO WCD-MINIMO-CUENTA
           END-IF.
           READ COMODATO NEXT RECORD
               AT END MOVE "S" TO EOF-COMODATO
           END-READ.
       5100-SUMAR-EQUIPO-EXIT.
           EXIT.

      *    Un equipo colocado se manda a retirar si la cuenta
      *    esta bloqueada (CUENTA o INCOCTA) o si no compra hace
      *    mas dias que el umbral de inactividad de su ruta.
       6000-HOJA-RETIRO.
           IF NOT WCO-COLOCADO
               GO TO 6000-HOJA-RETIRO-LEER
           END-IF.
           MOVE SPACES TO WCD-MOTIVO.
           MOVE WCO-CUENTA TO WCU-CUENTA.
           MOVE SPACES     TO WCU-NOMBRE.
           MOVE "N"        TO WCU-BLOQUEADA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE "CUENTA INEXISTENTE" TO WCD-MOTIVO
           END-READ.
           IF WCU-ESTA-BLOQUEADA
               MOVE "CUENTA BLOQUEADA" TO WCD-MOTIVO
           END-IF.
           IF WCD-MOTIVO = SPACES AND WCD-HAY-INCOCTA = "S"
               MOVE WCO-CUENTA TO WIK-CUENTA
               READ INCOCTA KEY IS WIK-CUENTA
                   INVALID KEY MOVE "N" TO WIK-BLOQUEO
               END-READ
               IF WIK-CUENTA-BLOQUEADA
                   MOVE "CUENTA INCOBRABLE" TO WCD-MOTIVO
               END-IF
           END-IF.
           MOVE WCO-CUENTA TO WAR-CUENTA.
           MOVE 0          TO WAR-RUTA.
           READ ARET KEY IS WAR-CUENTA
               INVALID KEY MOVE 0 TO WAR-RUTA
           END-READ.
           IF WCD-MOTIVO = SPACES
               MOVE WAR-RUTA TO WID-RUTA
               READ INACTDIA KEY IS WID-RUTA
                   INVALID KEY MOVE 30 TO WID-DIAS-INACTIVO
               END-READ
               MOVE WID-DIAS-INACTIVO TO WCD-DIAS-UMBRAL
               MOVE 0 TO WCD-PERIODO-PARAM
               MOVE WCO-CUENTA TO WCD-CUENTA-CORTE
               PERFORM 8000-HISTORIA-MOVI THRU 8000-HISTORIA-MOVI-EXIT
               IF WCD-ULT-FECHA = 0
                   MOVE WCO-FEC-COLOCACION TO WCD-ULT-FECHA
               END-IF
               IF WCD-ULT-FECHA NOT = 0
                   COMPUTE WCD-DIA-ULT =
                       FUNCTION INTEGER-OF-DATE (WCD-ULT-FECHA)
                   COMPUTE WCD-DIAS-SIN-COMPRA =
                       WCD-DIA-HOY - WCD-DIA-ULT
                   IF WCD-DIAS-SIN-COMPRA > WCD-DIAS-UMBRAL
                       MOVE "CLIENTE INACTIVO" TO WCD-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WCD-MOTIVO = SPACES
               GO TO 6000-HOJA-RETIRO-LEER
           END-IF.
           MOVE WCO-SERIE  TO W-SERIE.
           MOVE WCO-MODELO TO W-MODELO.
           MOVE WCO-CUENTA TO W-CUENTA.
           MOVE WCU-NOMBRE TO W-NOMBRE.
           MOVE WAR-RUTA   TO W-RUTA.
           MOVE WCD-MOTIVO TO W-MOTIVO.
           WRITE LIN-LISTADO FROM LIN-RETIRO AFTER 1.
           MOVE "R" TO WCO-ESTADO.
           REWRITE REG-COMODATO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR COMODATO"
           END-REWRITE.
           ADD 1 TO WCD-CANT-LISTADOS.
       6000-HOJA-RETIRO-LEER.
           READ COMODATO NEXT RECORD
               AT END MOVE "S" TO EOF-COMODATO
           END-READ.
       6000-HOJA-RETIRO-EXIT.
           EXIT.

      *    Proxima secuencia libre del equipo en la fecha.
       7000-PROXIMA-SECUENCIA.
           MOVE 0   TO WCD-ULTIMA-SEC.
           MOVE "N" TO EOF-COMOSERV.
           MOVE WCO-SERIE       TO WCS-SERIE.
           MOVE WCD-FECHA-PARAM TO WCS-FECHA.
           MOVE 0               TO WCS-SECUENCIA.
           START COMOSERV KEY IS NOT LESS THAN WCS-CLAVE
               INVALID KEY MOVE "S" TO EOF-COMOSERV
           END-START.
       7000-SECUENCIA-LEER.
           IF NO-HAY-MAS-COMOSERV
               GO TO 7000-SECUENCIA-ARMA
           END-IF.
           READ COMOSERV NEXT RECORD
               AT END MOVE "S" TO EOF-COMOSERV
           END-READ.
           IF NO-HAY-MAS-COMOSERV
              OR WCS-SERIE NOT = WCO-SERIE
              OR WCS-FECHA NOT = WCD-FECHA-PARAM
               GO TO 7000-SECUENCIA-ARMA
           END-IF.
           MOVE WCS-SECUENCIA TO WCD-ULTIMA-SEC.
           GO TO 7000-SECUENCIA-LEER.
       7000-SECUENCIA-ARMA.
           INITIALIZE REG-COMOSERV.
           MOVE WCO-SERIE       TO WCS-SERIE.
           MOVE WCD-FECHA-PARAM TO WCS-FECHA.
           COMPUTE WCS-SECUENCIA = WCD-ULTIMA-SEC + 1.
       7000-PROXIMA-SECUENCIA-EXIT.
           EXIT.

      *    Compras de la cuenta en MOVI: total del periodo pedido
      *    (modo C) y fecha de la ultima compra (modo R).
       8000-HISTORIA-MOVI.
           MOVE 0   TO WCD-COMPRA-MES.
           MOVE 0   TO WCD-ULT-FECHA.
           MOVE "N" TO EOF-MOVI.
           MOVE WCD-CUENTA-CORTE TO WMV-CUENTA.
           MOVE 0                TO WMV-FECHA.
           MOVE 0                TO WMV-SECUENCIA.
           START MOVI KEY IS NOT LESS THAN WMV-CLAVE
               INVALID KEY MOVE "S" TO EOF-MOVI
           END-START.
           PERFORM 8100-UN-MOVI THRU 8100-UN-MOVI-EXIT
               UNTIL NO-HAY-MAS-MOVI.
       8000-HISTORIA-MOVI-EXIT.
           EXIT.

       8100-UN-MOVI.
           READ MOVI NEXT RECORD
               AT END MOVE "S" TO EOF-MOVI
           END-READ.
           IF NO-HAY-MAS-MOVI OR WMV-CUENTA NOT = WCD-CUENTA-CORTE
               MOVE "S" TO EOF-MOVI
               GO TO 8100-UN-MOVI-EXIT
           END-IF.
           MOVE WMV-FECHA TO WCD-ULT-FECHA.
           COMPUTE WCD-PERIODO-MOV = WMV-FECHA / 100.
           IF WCD-PERIODO-MOV = WCD-PERIODO-PARAM
               ADD WMV-IMPORTE TO WCD-COMPRA-MES
           END-IF.
       8100-UN-MOVI-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE COMODATO.
           CLOSE COMOSERV.
           CLOSE CUENTA.
           CLOSE MOVI.
           CLOSE ARET.
           CLOSE INACTDIA.
           IF WCD-HAY-INCOCTA = "S"
               CLOSE INCOCTA
           END-IF.
           IF WCD-MODO-PARAM = "C" OR WCD-MODO-PARAM = "R"
              OR WCD-MODO-PARAM = "H"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
