       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TRIPULA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Planilla de tripulacion por salida de reparto: RUTMANIF
      * dice que remitos salen en cada ruta y FRIOCAP la
      * temperatura del camion, pero no quedaba quien iba arriba
      * (chofer y ayudantes) ni cuanto duro el viaje. TRIPULA
      * guarda por ruta + fecha + legajo de EMPLEADO el rol en
      * el camion, la hora de salida y de regreso, si falto, y
      * las horas del viaje con las extra por encima de la
      * jornada normal de SUELPAR.
      *   modo C: carga la tripulacion de una ruta/fecha (legajo
      *           cero termina);
      *   modo L: imprime la planilla de la ruta/fecha (la misma
      *           tripulacion sale en la rendicion de RUTRENDI
      *           para saber quien iba cuando hay diferencia);
      *   modo N: pasa el mes a las novedades de SUELNOV: suma
      *           por legajo las horas de viaje, las extra (al
      *           50%) y las faltas como dias de ausencia. Cada
      *           renglon pasado queda marcado y no se vuelve a
      *           sumar; los legajos ya contabilizados en LIQSUEL
      *           no se tocan.
      * El costo de la tripulacion va a las rutas cuando SUELDOS
      * contabiliza el mes: reparte el costo del legajo entre
      * las rutas y dias de esta planilla en proporcion a las
      * horas, y queda en RUTGASTO para RUTPYG.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPULA   ASSIGN TO "TRIPULA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTR-CLAVE
                             ALTERNATE RECORD KEY IS WTR-LEGAJO-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WTR-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT SUELPAR   ASSIGN TO "SUELPAR"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSP-CODIGO
                             FILE STATUS IS WSP-STATUS.
           SELECT SUELNOV   ASSIGN TO "SUELNOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSN-CLAVE
                             FILE STATUS IS WSN-STATUS.
           SELECT LIQSUEL   ASSIGN TO "LIQSUEL"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLQ-CLAVE
                             FILE STATUS IS WLQ-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIPULA.
       01  REG-TRIPULA.
           05  WTR-CLAVE.
               10  WTR-RUTA          PIC 9(04).
               10  WTR-FECHA         PIC 9(08).
               10  WTR-LEGAJO        PIC 9(05).
           05  WTR-LEGAJO-CLAVE.
               10  WTR-LEG-LEGAJO    PIC 9(05).
               10  WTR-LEG-FECHA     PIC 9(08).
           05  WTR-ROL               PIC X(01).
               88  WTR-ES-CHOFER      VALUE "C".
               88  WTR-ES-AYUDANTE    VALUE "A".
           05  WTR-HORA-SALIDA       PIC 9(04).
           05  WTR-HORA-REGRESO      PIC 9(04).
           05  WTR-PRESENTE          PIC X(01).
               88  WTR-FALTO          VALUE "N".
           05  WTR-HS-VIAJE          PIC 9(02)V99.
           05  WTR-HS-EXTRA          PIC 9(02)V99.
           05  WTR-PASADO-SUELNOV    PIC X(01).

       FD  EMPLEADO.
       01  REG-EMPLEADO.
           05  WEM-LEGAJO            PIC 9(05).
           05  WEM-NOMBRE            PIC X(30).
           05  WEM-CUIL              PIC 9(11).
           05  WEM-CONVENIO          PIC X(06).
           05  WEM-CATEGORIA         PIC X(04).
           05  WEM-CCOSTO            PIC X(03).
           05  WEM-RUTA              PIC 9(04).
           05  WEM-FUNCION           PIC X(01).
           05  WEM-OPERADOR          PIC X(08).
           05  WEM-FEC-INGRESO       PIC 9(08).
           05  WEM-FEC-EGRESO        PIC 9(08).
           05  WEM-SUELDO-BASICO     PIC S9(07)V99.
           05  WEM-OBRA-SOCIAL       PIC X(06).
           05  WEM-MODALIDAD         PIC 9(03).
           05  WEM-SITUACION         PIC 9(02).
           05  WEM-CONYUGE           PIC X(01).
           05  WEM-CANT-HIJOS        PIC 9(02).
           05  WEM-CBU               PIC 9(22).
           05  WEM-ACTIVO            PIC X(01).
               88  WEM-ESTA-ACTIVO    VALUE "S".

       FD  SUELPAR.
       01  REG-SUELPAR.
           05  WSP-CODIGO            PIC X(04).
           05  WSP-PORC-JUBILACION   PIC 9(02)V99.
           05  WSP-PORC-LEY19032     PIC 9(02)V99.
           05  WSP-PORC-OBRA-SOCIAL  PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-SS   PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-OS   PIC 9(02)V99.
           05  WSP-PORC-ART          PIC 9(02)V99.
           05  WSP-ART-FIJO          PIC S9(05)V99.
           05  WSP-HORAS-MES         PIC 9(03).
           05  WSP-DIAS-MES          PIC 9(02).
           05  WSP-HORAS-JORNADA     PIC 9(02)V99.

       FD  SUELNOV.
       01  REG-SUELNOV.
           05  WSN-CLAVE.
               10  WSN-PERIODO       PIC 9(06).
               10  WSN-LEGAJO        PIC 9(05).
           05  WSN-HS-EXTRA-50       PIC 9(03)V99.
           05  WSN-HS-EXTRA-100      PIC 9(03)V99.
           05  WSN-DIAS-AUSENCIA     PIC 9(02).
           05  WSN-ADELANTOS         PIC S9(07)V99.
           05  WSN-OTROS-HABERES     PIC S9(07)V99.
           05  WSN-OTROS-DESCUENTOS  PIC S9(07)V99.
           05  WSN-HS-VIAJE          PIC 9(04)V99.

       FD  LIQSUEL.
       01  REG-LIQSUEL.
           05  WLQ-CLAVE.
               10  WLQ-PERIODO       PIC 9(06).
               10  WLQ-LEGAJO        PIC 9(05).
           05  WLQ-CONTABILIZADO     PIC X(01).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "TRIPULA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WTR-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WSP-STATUS                PIC X(02).
       77  WSN-STATUS                PIC X(02).
       77  WLQ-STATUS                PIC X(02).
       77  WTP-MODO-PARAM            PIC X(01).
       77  WTP-RUTA-PARAM            PIC 9(04).
       77  WTP-FECHA-PARAM           PIC 9(08).
       77  WTP-PERIODO-PARAM         PIC 9(06).
       77  WTP-LEGAJO-PARAM          PIC 9(05).
       77  WTP-JORNADA               PIC 9(02)V99.
       77  WTP-HALLADO               PIC X(01).
       77  WTP-MIN-SALIDA            PIC 9(04).
       77  WTP-MIN-REGRESO           PIC 9(04).
       77  WTP-MINUTOS               PIC 9(04).
       77  WTP-PERIODO-VIAJE         PIC 9(06).
       77  WTP-CANT-CARGADOS         PIC 9(03) VALUE 0.
       77  WTP-CANT-PASADOS          PIC 9(05) VALUE 0.
       77  WTP-CANT-CONGELADOS       PIC 9(05) VALUE 0.
       77  WTP-TOT-HS-VIAJE          PIC 9(05)V99 VALUE 0.
       77  WTP-TOT-HS-EXTRA          PIC 9(05)V99 VALUE 0.
       77  EOF-TRIPULA                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TRIPULA     VALUE "S".

       01  WTP-HORA-DESG.
           05  WTP-HH                PIC 9(02).
           05  WTP-MM                PIC 9(02).
       01  WTP-HORA-NUM REDEFINES WTP-HORA-DESG
                                     PIC 9(04).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(29)
               VALUE "PLANILLA DE TRIPULACION RUTA ".
           05  T-RUTA             PIC ZZZ9.
           05  FILLER             PIC X(09) VALUE "  FECHA: ".
           05  T-FECHA            PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "LEGAJO NOMBRE                           ROL ".
           05  FILLER             PIC X(45) VALUE
               "SALE  VUELVE  HS VIAJE  HS EXTRA  FALTO".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ROL                 PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-HORA-SALIDA         PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-HORA-REGRESO        PIC 9(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  D-HS-VIAJE            PIC Z9.99.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  D-HS-EXTRA            PIC Z9.99.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  D-FALTO               PIC X(02).

       PROCEDURE DIVISION.
       DECLARATIVES.
       TRIPULA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TRIPULA.
           DISPLAY "ERROR E/S TRIPULA: " WTR-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       SUELPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELPAR.
           DISPLAY "ERROR E/S SUELPAR: " WSP-STATUS.
       SUELNOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELNOV.
           DISPLAY "ERROR E/S SUELNOV: " WSN-STATUS.
       LIQSUEL-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIQSUEL.
           DISPLAY "ERROR E/S LIQSUEL: " WLQ-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WTP-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CARGAR-TRIPULANTE
                       THRU 2000-CARGAR-TRIPULANTE-EXIT
                       UNTIL WTP-LEGAJO-PARAM = 0
                   DISPLAY "TRIPULANTES CARGADOS: " WTP-CANT-CARGADOS
               WHEN "L"
                   PERFORM 3000-LISTAR-TRIPULANTE
                       THRU 3000-LISTAR-TRIPULANTE-EXIT
                       UNTIL NO-HAY-MAS-TRIPULA
               WHEN "N"
                   PERFORM 4000-PASAR-NOVEDAD
                       THRU 4000-PASAR-NOVEDAD-EXIT
                       UNTIL NO-HAY-MAS-TRIPULA
                   DISPLAY "RENGLONES PASADOS ..: " WTP-CANT-PASADOS
                   DISPLAY "YA CONTABILIZADOS ..: " WTP-CANT-CONGELADOS
                   DISPLAY "HORAS DE VIAJE .....: " WTP-TOT-HS-VIAJE
                   DISPLAY "HORAS EXTRA ........: " WTP-TOT-HS-EXTRA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CARGA L=PLANILLA N=A NOVEDADES): "
               LINE 5 POSITION 5.
           ACCEPT WTP-MODO-PARAM LINE 5 POSITION 47.
           IF WTP-MODO-PARAM = "C" OR WTP-MODO-PARAM = "L"
               DISPLAY "RUTA ................: " LINE 6 POSITION 5
               ACCEPT WTP-RUTA-PARAM LINE 6 POSITION 29
               DISPLAY "FECHA (AAAAMMDD) ....: " LINE 7 POSITION 5
               ACCEPT WTP-FECHA-PARAM LINE 7 POSITION 29
           END-IF.
           IF WTP-MODO-PARAM = "N"
               DISPLAY "PERIODO (AAAAMM) ....: " LINE 6 POSITION 5
               ACCEPT WTP-PERIODO-PARAM LINE 6 POSITION 29
           END-IF.
           OPEN I-O TRIPULA.
           IF WTR-STATUS = "35"
               CLOSE TRIPULA
               OPEN OUTPUT TRIPULA
               CLOSE TRIPULA
               OPEN I-O TRIPULA
           END-IF.
           OPEN INPUT EMPLEADO.
           OPEN INPUT SUELPAR.
           MOVE 8 TO WTP-JORNADA.
           MOVE "SUEL" TO WSP-CODIGO.
           READ SUELPAR KEY IS WSP-CODIGO
               INVALID KEY MOVE 0 TO WSP-HORAS-JORNADA
           END-READ.
           IF WSP-HORAS-JORNADA > 0
               MOVE WSP-HORAS-JORNADA TO WTP-JORNADA
           END-IF.
           MOVE 99999 TO WTP-LEGAJO-PARAM.
           IF WTP-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               MOVE WTP-RUTA-PARAM  TO T-RUTA
               MOVE WTP-FECHA-PARAM TO T-FECHA
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
               MOVE WTP-RUTA-PARAM  TO WTR-RUTA
               MOVE WTP-FECHA-PARAM TO WTR-FECHA
               MOVE 0               TO WTR-LEGAJO
               START TRIPULA KEY IS NOT LESS THAN WTR-CLAVE
                   INVALID KEY MOVE "S" TO EOF-TRIPULA
               END-START
           END-IF.
           IF WTP-MODO-PARAM = "N"
               OPEN I-O SUELNOV
               IF WSN-STATUS = "35"
                   CLOSE SUELNOV
                   OPEN OUTPUT SUELNOV
                   CLOSE SUELNOV
                   OPEN I-O SUELNOV
               END-IF
               OPEN INPUT LIQSUEL
               MOVE 0 TO WTR-RUTA
               MOVE 0 TO WTR-FECHA
               MOVE 0 TO WTR-LEGAJO
               START TRIPULA KEY IS NOT LESS THAN WTR-CLAVE
                   INVALID KEY MOVE "S" TO EOF-TRIPULA
               END-START
           END-IF.

      *    Un renglon por legajo. Si ya estaba cargado se pisa,
      *    salvo que ya haya pasado a las novedades del mes.
       2000-CARGAR-TRIPULANTE.
           DISPLAY "LEGAJO (0=FIN) ......: " LINE 9 POSITION 5.
           ACCEPT WTP-LEGAJO-PARAM LINE 9 POSITION 29.
           IF WTP-LEGAJO-PARAM = 0
               GO TO 2000-CARGAR-TRIPULANTE-EXIT
           END-IF.
           MOVE WTP-LEGAJO-PARAM TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-CARGAR-TRIPULANTE-EXIT
           END-READ.
           IF NOT WEM-ESTA-ACTIVO
               DISPLAY "LEGAJO DADO DE BAJA" LINE 20 POSITION 5
               GO TO 2000-CARGAR-TRIPULANTE-EXIT
           END-IF.
           DISPLAY WEM-NOMBRE LINE 9 POSITION 36.
           IF WEM-RUTA NOT = 0 AND WEM-RUTA NOT = WTP-RUTA-PARAM
               DISPLAY "AVISO: TIENE ASIGNADA LA RUTA " WEM-RUTA
                   LINE 20 POSITION 5
           END-IF.
           MOVE "S" TO WTP-HALLADO.
           MOVE WTP-RUTA-PARAM   TO WTR-RUTA.
           MOVE WTP-FECHA-PARAM  TO WTR-FECHA.
           MOVE WTP-LEGAJO-PARAM TO WTR-LEGAJO.
           READ TRIPULA KEY IS WTR-CLAVE
               INVALID KEY
                   MOVE "N" TO WTP-HALLADO
                   INITIALIZE REG-TRIPULA
                   MOVE WTP-RUTA-PARAM   TO WTR-RUTA
                   MOVE WTP-FECHA-PARAM  TO WTR-FECHA
                   MOVE WTP-LEGAJO-PARAM TO WTR-LEGAJO
                   MOVE "S" TO WTR-PRESENTE
                   MOVE "N" TO WTR-PASADO-SUELNOV
           END-READ.
           IF WTR-PASADO-SUELNOV = "S"
               DISPLAY "YA PASADO A NOVEDADES - NO SE MODIFICA"
                   LINE 20 POSITION 5
               GO TO 2000-CARGAR-TRIPULANTE-EXIT
           END-IF.
           MOVE WTP-LEGAJO-PARAM TO WTR-LEG-LEGAJO.
           MOVE WTP-FECHA-PARAM  TO WTR-LEG-FECHA.
           IF WEM-FUNCION = "C"
               MOVE "C" TO WTR-ROL
           ELSE
               MOVE "A" TO WTR-ROL
           END-IF.
           DISPLAY "ROL (C=CHOFER A=AYUD): " LINE 11 POSITION 5.
           ACCEPT WTR-ROL LINE 11 POSITION 29.
           DISPLAY "PRESENTE (S/N) ......: " LINE 12 POSITION 5.
           ACCEPT WTR-PRESENTE LINE 12 POSITION 29.
           MOVE 0 TO WTR-HS-VIAJE WTR-HS-EXTRA.
           IF WTR-FALTO
               MOVE 0 TO WTR-HORA-SALIDA WTR-HORA-REGRESO
               GO TO 2000-CARGAR-GRABA
           END-IF.
           DISPLAY "HORA SALIDA (HHMM) ..: " LINE 13 POSITION 5.
           ACCEPT WTR-HORA-SALIDA LINE 13 POSITION 29.
           DISPLAY "HORA REGRESO (HHMM) .: " LINE 14 POSITION 5.
           ACCEPT WTR-HORA-REGRESO LINE 14 POSITION 29.
           PERFORM 2100-CALCULAR-HORAS.
           DISPLAY "HORAS VIAJE/EXTRA ...: " LINE 15 POSITION 5.
           DISPLAY WTR-HS-VIAJE LINE 15 POSITION 29.
           DISPLAY WTR-HS-EXTRA LINE 15 POSITION 36.
       2000-CARGAR-GRABA.
           IF WTP-HALLADO = "S"
               REWRITE REG-TRIPULA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR TRIPULA"
               END-REWRITE
           ELSE
               WRITE REG-TRIPULA
                   INVALID KEY DISPLAY "NO PUDO GRABAR TRIPULA"
               END-WRITE
           END-IF.
           ADD 1 TO WTP-CANT-CARGADOS.
       2000-CARGAR-TRIPULANTE-EXIT.
           EXIT.

      *    Horas del viaje entre salida y regreso; si vuelve
      *    despues de medianoche se suma el dia. Lo que pasa de
      *    la jornada normal es hora extra.
       2100-CALCULAR-HORAS.
           MOVE WTR-HORA-SALIDA TO WTP-HORA-NUM.
           COMPUTE WTP-MIN-SALIDA = (WTP-HH * 60) + WTP-MM.
           MOVE WTR-HORA-REGRESO TO WTP-HORA-NUM.
           COMPUTE WTP-MIN-REGRESO = (WTP-HH * 60) + WTP-MM.
           IF WTP-MIN-REGRESO < WTP-MIN-SALIDA
               ADD 1440 TO WTP-MIN-REGRESO
           END-IF.
           COMPUTE WTP-MINUTOS = WTP-MIN-REGRESO - WTP-MIN-SALIDA.
           COMPUTE WTR-HS-VIAJE ROUNDED = WTP-MINUTOS / 60.
           IF WTR-HS-VIAJE > WTP-JORNADA
               COMPUTE WTR-HS-EXTRA = WTR-HS-VIAJE - WTP-JORNADA
           END-IF.

       3000-LISTAR-TRIPULANTE.
           READ TRIPULA NEXT RECORD
               AT END MOVE "S" TO EOF-TRIPULA
           END-READ.
           IF NO-HAY-MAS-TRIPULA
              OR WTR-RUTA NOT = WTP-RUTA-PARAM
              OR WTR-FECHA NOT = WTP-FECHA-PARAM
               MOVE "S" TO EOF-TRIPULA
               GO TO 3000-LISTAR-TRIPULANTE-EXIT
           END-IF.
           MOVE WTR-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY MOVE "*** SIN LEGAJO ***" TO WEM-NOMBRE
           END-READ.
           MOVE WTR-LEGAJO       TO D-LEGAJO.
           MOVE WEM-NOMBRE       TO D-NOMBRE.
           MOVE WTR-ROL          TO D-ROL.
           MOVE WTR-HORA-SALIDA  TO D-HORA-SALIDA.
           MOVE WTR-HORA-REGRESO TO D-HORA-REGRESO.
           MOVE WTR-HS-VIAJE     TO D-HS-VIAJE.
           MOVE WTR-HS-EXTRA     TO D-HS-EXTRA.
           IF WTR-FALTO
               MOVE "SI" TO D-FALTO
           ELSE
               MOVE SPACES TO D-FALTO
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       3000-LISTAR-TRIPULANTE-EXIT.
           EXIT.

       4000-PASAR-NOVEDAD.
           READ TRIPULA NEXT RECORD
               AT END MOVE "S" TO EOF-TRIPULA
           END-READ.
           IF NO-HAY-MAS-TRIPULA
               GO TO 4000-PASAR-NOVEDAD-EXIT
           END-IF.
           COMPUTE WTP-PERIODO-VIAJE = WTR-FECHA / 100.
           IF WTP-PERIODO-VIAJE NOT = WTP-PERIODO-PARAM
              OR WTR-PASADO-SUELNOV = "S"
               GO TO 4000-PASAR-NOVEDAD-EXIT
           END-IF.
           MOVE WTP-PERIODO-PARAM TO WLQ-PERIODO.
           MOVE WTR-LEGAJO        TO WLQ-LEGAJO.
           READ LIQSUEL KEY IS WLQ-CLAVE
               INVALID KEY MOVE "N" TO WLQ-CONTABILIZADO
           END-READ.
           IF WLQ-CONTABILIZADO = "S"
               ADD 1 TO WTP-CANT-CONGELADOS
               GO TO 4000-PASAR-NOVEDAD-EXIT
           END-IF.
           MOVE "S" TO WTP-HALLADO.
           MOVE WTP-PERIODO-PARAM TO WSN-PERIODO.
           MOVE WTR-LEGAJO        TO WSN-LEGAJO.
           READ SUELNOV KEY IS WSN-CLAVE
               INVALID KEY
                   MOVE "N" TO WTP-HALLADO
                   INITIALIZE REG-SUELNOV
                   MOVE WTP-PERIODO-PARAM TO WSN-PERIODO
                   MOVE WTR-LEGAJO        TO WSN-LEGAJO
           END-READ.
           IF WTR-FALTO
               ADD 1 TO WSN-DIAS-AUSENCIA
           ELSE
               ADD WTR-HS-VIAJE TO WSN-HS-VIAJE
               ADD WTR-HS-EXTRA TO WSN-HS-EXTRA-50
           END-IF.
           IF WTP-HALLADO = "S"
               REWRITE REG-SUELNOV
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SUELNOV"
               END-REWRITE
           ELSE
               WRITE REG-SUELNOV
                   INVALID KEY DISPLAY "NO PUDO GRABAR SUELNOV"
               END-WRITE
           END-IF.
           MOVE "S" TO WTR-PASADO-SUELNOV.
           REWRITE REG-TRIPULA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR TRIPULA"
           END-REWRITE.
           ADD 1 TO WTP-CANT-PASADOS.
           ADD WTR-HS-VIAJE TO WTP-TOT-HS-VIAJE.
           ADD WTR-HS-EXTRA TO WTP-TOT-HS-EXTRA.
       4000-PASAR-NOVEDAD-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE TRIPULA.
           CLOSE EMPLEADO.
           CLOSE SUELPAR.
           IF WTP-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
           IF WTP-MODO-PARAM = "N"
               CLOSE SUELNOV
               CLOSE LIQSUEL
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
