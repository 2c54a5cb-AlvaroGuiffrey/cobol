       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TURNODES.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Turnos de descarga en los centros de distribucion de las
      * cadenas: el CD solo recibe camiones dentro del turno
      * reservado, y el camion que llega fuera de horario espera
      * horas o lo rebotan, y se atrasa toda la ruta. El turno
      * queda en TURNOS con clave fecha + ruta + cuenta del CD
      * (la cuenta a la que se entrega), la ventana horaria
      * HHMM desde / hasta y el numero de reserva que da el CD;
      * puede ser por remito (se toman ruta, fecha y cuenta del
      * REMITO) o por salida de la ruta (remito 0).
      *   modo A: alta o cambio de un turno;
      *   modo B: baja de un turno todavia no rendido;
      *   modo L: turnos de un dia de reparto por ruta;
      *   modo P: puntualidad mensual por CD (0 = todos): turnos,
      *           llegadas anticipadas, en horario y tarde,
      *           rebotes y ausencias, espera y descarga
      *           promedio en minutos, y el detalle de los
      *           turnos incumplidos con su remito, para
      *           cruzarlo con OTIFREP y con las multas de la
      *           cadena (DEBCAD).
      * CARGAPLN ordena la carga de las rutas por su primer
      * turno, RUTMANIF secuencia las paradas con turno segun
      * la ventana y RUTENTRE registra la hora de llegada y de
      * inicio y fin de la descarga.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS    ASSIGN TO "TURNOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTN-CLAVE
                             FILE STATUS IS WTN-STATUS.
           SELECT REMITO    ASSIGN TO "REMITO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRM-NUMERO
                             ALTERNATE RECORD KEY IS WRM-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WRM-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS.
       01  REG-TURNOS.
           05  WTN-CLAVE.
               10  WTN-FECHA         PIC 9(08).
               10  WTN-RUTA          PIC 9(03).
               10  WTN-CUENTA-CD     PIC 9(06).
           05  WTN-REMITO            PIC 9(08).
           05  WTN-HORA-DESDE        PIC 9(04).
           05  WTN-HORA-HASTA        PIC 9(04).
           05  WTN-NRO-RESERVA       PIC X(15).
           05  WTN-FEC-RESERVA       PIC 9(08).
           05  WTN-HORA-LLEGADA      PIC 9(04).
           05  WTN-HORA-INI-DESC     PIC 9(04).
           05  WTN-HORA-FIN-DESC     PIC 9(04).
           05  WTN-RESULTADO         PIC X(01).
               88  WTN-SIN-RENDIR     VALUE " ".
               88  WTN-DESCARGADO     VALUE "D".
               88  WTN-REBOTADO       VALUE "R".
               88  WTN-AUSENTE        VALUE "N".
           05  WTN-OBSERVACION       PIC X(30).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "TURNODES".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WTN-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WTO-MODO-PARAM            PIC X(01).
       77  WTO-REMITO-PARAM          PIC 9(08).
       77  WTO-FECHA-PARAM           PIC 9(08).
       77  WTO-RUTA-PARAM            PIC 9(03).
       77  WTO-CUENTA-PARAM          PIC 9(06).
       77  WTO-DESDE-PARAM           PIC 9(04).
       77  WTO-HASTA-PARAM           PIC 9(04).
       77  WTO-RESERVA-PARAM         PIC X(15).
       77  WTO-MES-PARAM             PIC 9(06).
       77  WTO-CONFIRMA              PIC X(01).
       77  WTO-HOY                   PIC 9(08).
       77  WTO-EXISTE                PIC X(01).
       77  WTO-HORA                  PIC 9(04).
       77  WTO-HH                    PIC 9(02).
       77  WTO-MM                    PIC 9(02).
       77  WTO-MINUTOS               PIC 9(04).
       77  WTO-MIN-LLEGADA           PIC 9(04).
       77  WTO-MIN-INICIO            PIC 9(04).
       77  WTO-MIN-FIN               PIC 9(04).
       77  WTO-CANT-CD               PIC 9(03) VALUE 0.
       77  WTO-IX                    PIC 9(03).
       77  WTO-JX                    PIC 9(03).
       77  WTO-RENDIDOS              PIC 9(05).
       77  WTO-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-TURNOS                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TURNOS      VALUE "S".

      *    Acumulado del mes por centro de distribucion.
       01  WTO-TABLA-CD.
           05  WTO-CD OCCURS 200 TIMES.
               10  WTO-T-CUENTA      PIC 9(06).
               10  WTO-T-TURNOS      PIC 9(05).
               10  WTO-T-ANTES       PIC 9(05).
               10  WTO-T-EN-HORARIO  PIC 9(05).
               10  WTO-T-TARDE       PIC 9(05).
               10  WTO-T-REBOTADOS   PIC 9(05).
               10  WTO-T-AUSENTES    PIC 9(05).
               10  WTO-T-SIN-RENDIR  PIC 9(05).
               10  WTO-T-MIN-ESPERA  PIC 9(09).
               10  WTO-T-CANT-ESPERA PIC 9(05).
               10  WTO-T-MIN-DESC    PIC 9(09).
               10  WTO-T-CANT-DESC   PIC 9(05).

       01  LIN-TITULO-L.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(36)
               VALUE "TURNOS DE DESCARGA - REPARTO DEL ".
           05  T-FECHA            PIC 9(08).

       01  LIN-ENCAB-L.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "RUTA  CD     NOMBRE                          REMI".
           05  FILLER             PIC X(50) VALUE
               "TO   DESDE HASTA RESERVA         LLEGA DESC. FIN R".

       01  LIN-DETALLE-L.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-RUTA                PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  L-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-REMITO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-DESDE               PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-HASTA               PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-RESERVA             PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-LLEGADA             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-INICIO              PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-FIN                 PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-RESULTADO           PIC X(01).

       01  LIN-TITULO-P.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(42)
               VALUE "PUNTUALIDAD EN TURNOS DE DESCARGA - MES ".
           05  T-MES              PIC 9(06).

       01  LIN-ENCAB-P.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(51) VALUE
               "CD     NOMBRE                          TURNOS ANTES".
           05  FILLER             PIC X(50) VALUE
               " HORARIO TARDE REBOT AUSEN S/REN  PUNT%  ESP DESC".

       01  LIN-DETALLE-P.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-TURNOS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-ANTES               PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  P-EN-HORARIO          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-TARDE               PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-REBOTADOS           PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-AUSENTES            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-SIN-RENDIR          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-PUNTUALIDAD         PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-ESPERA              PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-DESCARGA            PIC ZZZ9.

       01  LIN-SUBTIT-P.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "TURNOS INCUMPLIDOS: FECHA    RUTA CD     REMITO   ".
           05  FILLER             PIC X(40) VALUE
               "DESDE HASTA LLEGA RESERVA         MOTIVO".

       01  LIN-INCUMPLIDO.
           05  FILLER                PIC X(22) VALUE SPACES.
           05  I-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-RUTA                PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  I-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-REMITO              PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-DESDE               PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  I-HASTA               PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  I-LLEGADA             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  I-RESERVA             PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-MOTIVO              PIC X(12).

       PROCEDURE DIVISION.
       DECLARATIVES.
       TURNOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TURNOS.
           DISPLAY "ERROR E/S TURNOS: " WTN-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WTO-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
               WHEN "B"
                   PERFORM 2500-BAJA THRU 2500-BAJA-EXIT
               WHEN "L"
                   PERFORM 3000-LISTAR-DIA THRU 3000-LISTAR-DIA-EXIT
               WHEN "P"
                   PERFORM 4000-PUNTUALIDAD
                       THRU 4000-PUNTUALIDAD-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (A/B/L/P)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A ALTA/B BAJA/L DIA/P PUNTUALIDAD): "
               LINE 6 POSITION 5.
           ACCEPT WTO-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WTO-HOY FROM DATE YYYYMMDD.
           OPEN I-O TURNOS.
           IF WTN-STATUS = "35"
               CLOSE TURNOS
               OPEN OUTPUT TURNOS
               CLOSE TURNOS
               OPEN I-O TURNOS
           END-IF.
           OPEN INPUT REMITO.
           OPEN INPUT CUENTA.
           IF WTO-MODO-PARAM = "L" OR WTO-MODO-PARAM = "P"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    Con remito se toman del REMITO la fecha, la ruta y la
      *    cuenta del CD; con remito 0 el turno es de la salida
      *    de la ruta y se informan a mano. El cambio de un turno
      *    existente conserva lo ya rendido.
       2000-ALTA.
           DISPLAY "REMITO (0=POR RUTA) ....: " LINE 8 POSITION 5.
           ACCEPT WTO-REMITO-PARAM LINE 8 POSITION 31.
           IF WTO-REMITO-PARAM NOT = 0
               MOVE WTO-REMITO-PARAM TO WRM-NUMERO
               READ REMITO KEY IS WRM-NUMERO
                   INVALID KEY
                       DISPLAY "REMITO INEXISTENTE" LINE 20 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-READ
               MOVE WRM-FEC-REPARTO TO WTO-FECHA-PARAM
               MOVE WRM-RUTA        TO WTO-RUTA-PARAM
               MOVE WRM-CUENTA      TO WTO-CUENTA-PARAM
               DISPLAY WTO-FECHA-PARAM  LINE 9 POSITION 31
               DISPLAY WTO-RUTA-PARAM   LINE 10 POSITION 31
               DISPLAY WTO-CUENTA-PARAM LINE 11 POSITION 31
           END-IF.
           DISPLAY "FECHA DE REPARTO .......: " LINE 9 POSITION 5.
           DISPLAY "RUTA ...................: " LINE 10 POSITION 5.
           DISPLAY "CUENTA DEL CD ..........: " LINE 11 POSITION 5.
           IF WTO-REMITO-PARAM = 0
               ACCEPT WTO-FECHA-PARAM  LINE 9 POSITION 31
               ACCEPT WTO-RUTA-PARAM   LINE 10 POSITION 31
               ACCEPT WTO-CUENTA-PARAM LINE 11 POSITION 31
           END-IF.
           MOVE WTO-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-ALTA-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 11 POSITION 40.
           MOVE "S"              TO WTO-EXISTE.
           MOVE WTO-FECHA-PARAM  TO WTN-FECHA.
           MOVE WTO-RUTA-PARAM   TO WTN-RUTA.
           MOVE WTO-CUENTA-PARAM TO WTN-CUENTA-CD.
           READ TURNOS KEY IS WTN-CLAVE
               INVALID KEY MOVE "N" TO WTO-EXISTE
           END-READ.
           IF WTO-EXISTE = "S"
               DISPLAY "TURNO EXISTENTE - RESERVA:" LINE 12 POSITION 5
               DISPLAY WTN-NRO-RESERVA LINE 12 POSITION 33
           END-IF.
           DISPLAY "HORA DESDE (HHMM) ......: " LINE 13 POSITION 5.
           ACCEPT WTO-DESDE-PARAM LINE 13 POSITION 31.
           DISPLAY "HORA HASTA (HHMM) ......: " LINE 14 POSITION 5.
           ACCEPT WTO-HASTA-PARAM LINE 14 POSITION 31.
           MOVE WTO-DESDE-PARAM TO WTO-HORA.
           PERFORM 7000-HORA-VALIDA THRU 7000-HORA-VALIDA-EXIT.
           IF WTO-HORA = 9999
               DISPLAY "HORA DESDE INVALIDA" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE WTO-HASTA-PARAM TO WTO-HORA.
           PERFORM 7000-HORA-VALIDA THRU 7000-HORA-VALIDA-EXIT.
           IF WTO-HORA = 9999
              OR WTO-HASTA-PARAM NOT > WTO-DESDE-PARAM
               DISPLAY "HORA HASTA INVALIDA" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           DISPLAY "NRO DE RESERVA DEL CD ..: " LINE 15 POSITION 5.
           ACCEPT WTO-RESERVA-PARAM LINE 15 POSITION 31.
           DISPLAY "CONFIRMA (S/N) .........: " LINE 18 POSITION 5.
           ACCEPT WTO-CONFIRMA LINE 18 POSITION 31.
           IF WTO-CONFIRMA NOT = "S"
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WTO-EXISTE = "N"
               MOVE SPACES           TO REG-TURNOS
               MOVE WTO-FECHA-PARAM  TO WTN-FECHA
               MOVE WTO-RUTA-PARAM   TO WTN-RUTA
               MOVE WTO-CUENTA-PARAM TO WTN-CUENTA-CD
               MOVE 0                TO WTN-HORA-LLEGADA
               MOVE 0                TO WTN-HORA-INI-DESC
               MOVE 0                TO WTN-HORA-FIN-DESC
           END-IF.
           MOVE WTO-REMITO-PARAM  TO WTN-REMITO.
           MOVE WTO-DESDE-PARAM   TO WTN-HORA-DESDE.
           MOVE WTO-HASTA-PARAM   TO WTN-HORA-HASTA.
           MOVE WTO-RESERVA-PARAM TO WTN-NRO-RESERVA.
           MOVE WTO-HOY           TO WTN-FEC-RESERVA.
           IF WTO-EXISTE = "S"
               REWRITE REG-TURNOS
                   INVALID KEY
                       DISPLAY "NO PUDO ACTUALIZAR TURNOS"
                           LINE 20 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-REWRITE
           ELSE
               WRITE REG-TURNOS
                   INVALID KEY
                       DISPLAY "NO PUDO GRABAR TURNOS"
                           LINE 20 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-WRITE
           END-IF.
           DISPLAY "TURNO GRABADO" LINE 19 POSITION 5.
       2000-ALTA-EXIT.
           EXIT.

       2500-BAJA.
           DISPLAY "FECHA DE REPARTO .......: " LINE 9 POSITION 5.
           ACCEPT WTO-FECHA-PARAM LINE 9 POSITION 31.
           DISPLAY "RUTA ...................: " LINE 10 POSITION 5.
           ACCEPT WTO-RUTA-PARAM LINE 10 POSITION 31.
           DISPLAY "CUENTA DEL CD ..........: " LINE 11 POSITION 5.
           ACCEPT WTO-CUENTA-PARAM LINE 11 POSITION 31.
           MOVE WTO-FECHA-PARAM  TO WTN-FECHA.
           MOVE WTO-RUTA-PARAM   TO WTN-RUTA.
           MOVE WTO-CUENTA-PARAM TO WTN-CUENTA-CD.
           READ TURNOS KEY IS WTN-CLAVE
               INVALID KEY
                   DISPLAY "TURNO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2500-BAJA-EXIT
           END-READ.
           IF NOT WTN-SIN-RENDIR
               DISPLAY "TURNO YA RENDIDO - NO SE BORRA"
                   LINE 20 POSITION 5
               GO TO 2500-BAJA-EXIT
           END-IF.
           DELETE TURNOS
               INVALID KEY
                   DISPLAY "NO PUDO BORRAR TURNOS" LINE 20 POSITION 5
                   GO TO 2500-BAJA-EXIT
           END-DELETE.
           DISPLAY "TURNO BORRADO" LINE 19 POSITION 5.
       2500-BAJA-EXIT.
           EXIT.

       3000-LISTAR-DIA.
           DISPLAY "FECHA DE REPARTO .......: " LINE 8 POSITION 5.
           ACCEPT WTO-FECHA-PARAM LINE 8 POSITION 31.
           MOVE WTO-FECHA-PARAM TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO-L AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCAB-L AFTER 2.
           MOVE WTO-FECHA-PARAM TO WTN-FECHA.
           MOVE 0               TO WTN-RUTA.
           MOVE 0               TO WTN-CUENTA-CD.
           START TURNOS KEY IS NOT LESS THAN WTN-CLAVE
               INVALID KEY MOVE "S" TO EOF-TURNOS
           END-START.
           PERFORM 3100-UN-TURNO THRU 3100-UN-TURNO-EXIT
               UNTIL NO-HAY-MAS-TURNOS.
       3000-LISTAR-DIA-EXIT.
           EXIT.

       3100-UN-TURNO.
           READ TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO EOF-TURNOS
                   GO TO 3100-UN-TURNO-EXIT
           END-READ.
           IF WTN-FECHA NOT = WTO-FECHA-PARAM
               MOVE "S" TO EOF-TURNOS
               GO TO 3100-UN-TURNO-EXIT
           END-IF.
           MOVE WTN-CUENTA-CD TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WTN-RUTA          TO L-RUTA.
           MOVE WTN-CUENTA-CD     TO L-CUENTA.
           MOVE WCU-NOMBRE        TO L-NOMBRE.
           MOVE WTN-REMITO        TO L-REMITO.
           MOVE WTN-HORA-DESDE    TO L-DESDE.
           MOVE WTN-HORA-HASTA    TO L-HASTA.
           MOVE WTN-NRO-RESERVA   TO L-RESERVA.
           MOVE WTN-HORA-LLEGADA  TO L-LLEGADA.
           MOVE WTN-HORA-INI-DESC TO L-INICIO.
           MOVE WTN-HORA-FIN-DESC TO L-FIN.
           MOVE WTN-RESULTADO     TO L-RESULTADO.
           WRITE LIN-LISTADO FROM LIN-DETALLE-L AFTER 1.
       3100-UN-TURNO-EXIT.
           EXIT.

      *    Puntualidad del mes: la llegada antes de la ventana
      *    cuenta como anticipada (el camion espera), dentro de
      *    la ventana en horario, despues tarde. El porcentaje de
      *    puntualidad es anticipadas mas en horario sobre los
      *    turnos rendidos.
       4000-PUNTUALIDAD.
           DISPLAY "MES AAAAMM .............: " LINE 8 POSITION 5.
           ACCEPT WTO-MES-PARAM LINE 8 POSITION 31.
           DISPLAY "CUENTA DEL CD (0=TODOS) : " LINE 9 POSITION 5.
           ACCEPT WTO-CUENTA-PARAM LINE 9 POSITION 31.
           MOVE WTO-MES-PARAM TO T-MES.
           WRITE LIN-LISTADO FROM LIN-TITULO-P AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-SUBTIT-P AFTER 2.
           MOVE WTO-MES-PARAM TO WTN-FECHA (1:6).
           MOVE "01"          TO WTN-FECHA (7:2).
           MOVE 0             TO WTN-RUTA.
           MOVE 0             TO WTN-CUENTA-CD.
           START TURNOS KEY IS NOT LESS THAN WTN-CLAVE
               INVALID KEY MOVE "S" TO EOF-TURNOS
           END-START.
           PERFORM 4100-ACUMULAR THRU 4100-ACUMULAR-EXIT
               UNTIL NO-HAY-MAS-TURNOS.
           WRITE LIN-LISTADO FROM LIN-ENCAB-P AFTER 3.
           PERFORM 4500-IMPRIMIR-CD THRU 4500-IMPRIMIR-CD-EXIT
               VARYING WTO-IX FROM 1 BY 1
               UNTIL WTO-IX > WTO-CANT-CD.
       4000-PUNTUALIDAD-EXIT.
           EXIT.

       4100-ACUMULAR.
           READ TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO EOF-TURNOS
                   GO TO 4100-ACUMULAR-EXIT
           END-READ.
           IF WTN-FECHA (1:6) NOT = WTO-MES-PARAM
               MOVE "S" TO EOF-TURNOS
               GO TO 4100-ACUMULAR-EXIT
           END-IF.
           IF WTO-CUENTA-PARAM NOT = 0
              AND WTN-CUENTA-CD NOT = WTO-CUENTA-PARAM
               GO TO 4100-ACUMULAR-EXIT
           END-IF.
           PERFORM 4200-UBICAR-CD THRU 4200-UBICAR-CD-EXIT.
           IF WTO-IX = 0
               GO TO 4100-ACUMULAR-EXIT
           END-IF.
           ADD 1 TO WTO-T-TURNOS (WTO-IX).
           MOVE SPACES TO I-MOTIVO.
           EVALUATE TRUE
               WHEN WTN-SIN-RENDIR
                   ADD 1 TO WTO-T-SIN-RENDIR (WTO-IX)
               WHEN WTN-AUSENTE
                   ADD 1 TO WTO-T-AUSENTES (WTO-IX)
                   MOVE "NO LLEGO" TO I-MOTIVO
               WHEN WTN-REBOTADO
                   ADD 1 TO WTO-T-REBOTADOS (WTO-IX)
                   MOVE "REBOTADO" TO I-MOTIVO
               WHEN WTN-HORA-LLEGADA < WTN-HORA-DESDE
                   ADD 1 TO WTO-T-ANTES (WTO-IX)
               WHEN WTN-HORA-LLEGADA > WTN-HORA-HASTA
                   ADD 1 TO WTO-T-TARDE (WTO-IX)
                   MOVE "TARDE" TO I-MOTIVO
               WHEN OTHER
                   ADD 1 TO WTO-T-EN-HORARIO (WTO-IX)
           END-EVALUATE.
           IF WTN-DESCARGADO OR WTN-REBOTADO
               PERFORM 4300-TIEMPOS THRU 4300-TIEMPOS-EXIT
           END-IF.
           IF I-MOTIVO = SPACES
               GO TO 4100-ACUMULAR-EXIT
           END-IF.
           MOVE WTN-FECHA        TO I-FECHA.
           MOVE WTN-RUTA         TO I-RUTA.
           MOVE WTN-CUENTA-CD    TO I-CUENTA.
           MOVE WTN-REMITO       TO I-REMITO.
           MOVE WTN-HORA-DESDE   TO I-DESDE.
           MOVE WTN-HORA-HASTA   TO I-HASTA.
           MOVE WTN-HORA-LLEGADA TO I-LLEGADA.
           MOVE WTN-NRO-RESERVA  TO I-RESERVA.
           WRITE LIN-LISTADO FROM LIN-INCUMPLIDO AFTER 1.
           ADD 1 TO WTO-CANT-LISTADOS.
       4100-ACUMULAR-EXIT.
           EXIT.

       4200-UBICAR-CD.
           MOVE 0 TO WTO-IX.
           PERFORM 4210-BUSCAR-CD THRU 4210-BUSCAR-CD-EXIT
               VARYING WTO-JX FROM 1 BY 1
               UNTIL WTO-JX > WTO-CANT-CD OR WTO-IX > 0.
           IF WTO-IX > 0
               GO TO 4200-UBICAR-CD-EXIT
           END-IF.
           IF WTO-CANT-CD >= 200
               DISPLAY "TABLA DE CD LLENA"
               GO TO 4200-UBICAR-CD-EXIT
           END-IF.
           ADD 1 TO WTO-CANT-CD.
           MOVE WTO-CANT-CD TO WTO-IX.
           INITIALIZE WTO-CD (WTO-IX).
           MOVE WTN-CUENTA-CD TO WTO-T-CUENTA (WTO-IX).
       4200-UBICAR-CD-EXIT.
           EXIT.

       4210-BUSCAR-CD.
           IF WTO-T-CUENTA (WTO-JX) = WTN-CUENTA-CD
               MOVE WTO-JX TO WTO-IX
           END-IF.
       4210-BUSCAR-CD-EXIT.
           EXIT.

      *    Espera: de la llegada al inicio de la descarga;
      *    descarga: del inicio al fin. Un dato faltante no suma.
       4300-TIEMPOS.
           MOVE WTN-HORA-LLEGADA TO WTO-HORA.
           PERFORM 7100-A-MINUTOS THRU 7100-A-MINUTOS-EXIT.
           MOVE WTO-MINUTOS TO WTO-MIN-LLEGADA.
           MOVE WTN-HORA-INI-DESC TO WTO-HORA.
           PERFORM 7100-A-MINUTOS THRU 7100-A-MINUTOS-EXIT.
           MOVE WTO-MINUTOS TO WTO-MIN-INICIO.
           MOVE WTN-HORA-FIN-DESC TO WTO-HORA.
           PERFORM 7100-A-MINUTOS THRU 7100-A-MINUTOS-EXIT.
           MOVE WTO-MINUTOS TO WTO-MIN-FIN.
           IF WTN-HORA-LLEGADA NOT = 0
              AND WTN-HORA-INI-DESC NOT = 0
              AND WTO-MIN-INICIO >= WTO-MIN-LLEGADA
               COMPUTE WTO-T-MIN-ESPERA (WTO-IX) =
                   WTO-T-MIN-ESPERA (WTO-IX)
                   + WTO-MIN-INICIO - WTO-MIN-LLEGADA
               ADD 1 TO WTO-T-CANT-ESPERA (WTO-IX)
           END-IF.
           IF WTN-HORA-INI-DESC NOT = 0
              AND WTN-HORA-FIN-DESC NOT = 0
              AND WTO-MIN-FIN >= WTO-MIN-INICIO
               COMPUTE WTO-T-MIN-DESC (WTO-IX) =
                   WTO-T-MIN-DESC (WTO-IX)
                   + WTO-MIN-FIN - WTO-MIN-INICIO
               ADD 1 TO WTO-T-CANT-DESC (WTO-IX)
           END-IF.
       4300-TIEMPOS-EXIT.
           EXIT.

       4500-IMPRIMIR-CD.
           MOVE WTO-T-CUENTA (WTO-IX) TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WTO-T-CUENTA (WTO-IX)      TO P-CUENTA.
           MOVE WCU-NOMBRE                 TO P-NOMBRE.
           MOVE WTO-T-TURNOS (WTO-IX)      TO P-TURNOS.
           MOVE WTO-T-ANTES (WTO-IX)       TO P-ANTES.
           MOVE WTO-T-EN-HORARIO (WTO-IX)  TO P-EN-HORARIO.
           MOVE WTO-T-TARDE (WTO-IX)       TO P-TARDE.
           MOVE WTO-T-REBOTADOS (WTO-IX)   TO P-REBOTADOS.
           MOVE WTO-T-AUSENTES (WTO-IX)    TO P-AUSENTES.
           MOVE WTO-T-SIN-RENDIR (WTO-IX)  TO P-SIN-RENDIR.
           COMPUTE WTO-RENDIDOS = WTO-T-TURNOS (WTO-IX)
                                - WTO-T-SIN-RENDIR (WTO-IX).
           IF WTO-RENDIDOS > 0
               COMPUTE P-PUNTUALIDAD ROUNDED =
                   (WTO-T-ANTES (WTO-IX) + WTO-T-EN-HORARIO (WTO-IX))
                   * 100 / WTO-RENDIDOS
           ELSE
               MOVE 0 TO P-PUNTUALIDAD
           END-IF.
           IF WTO-T-CANT-ESPERA (WTO-IX) > 0
               COMPUTE P-ESPERA ROUNDED = WTO-T-MIN-ESPERA (WTO-IX)
                   / WTO-T-CANT-ESPERA (WTO-IX)
           ELSE
               MOVE 0 TO P-ESPERA
           END-IF.
           IF WTO-T-CANT-DESC (WTO-IX) > 0
               COMPUTE P-DESCARGA ROUNDED = WTO-T-MIN-DESC (WTO-IX)
                   / WTO-T-CANT-DESC (WTO-IX)
           ELSE
               MOVE 0 TO P-DESCARGA
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE-P AFTER 1.
       4500-IMPRIMIR-CD-EXIT.
           EXIT.

      *    Hora HHMM valida (00 a 23, 00 a 59); si no, 9999.
       7000-HORA-VALIDA.
           DIVIDE WTO-HORA BY 100 GIVING WTO-HH REMAINDER WTO-MM.
           IF WTO-HH > 23 OR WTO-MM > 59
               MOVE 9999 TO WTO-HORA
           END-IF.
       7000-HORA-VALIDA-EXIT.
           EXIT.

       7100-A-MINUTOS.
           DIVIDE WTO-HORA BY 100 GIVING WTO-HH REMAINDER WTO-MM.
           COMPUTE WTO-MINUTOS = WTO-HH * 60 + WTO-MM.
       7100-A-MINUTOS-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE TURNOS.
           CLOSE REMITO.
           CLOSE CUENTA.
           IF WTO-MODO-PARAM = "L" OR WTO-MODO-PARAM = "P"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
