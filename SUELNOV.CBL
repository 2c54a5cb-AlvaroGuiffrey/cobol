       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SUELNOV.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Novedades mensuales de sueldos por legajo: horas extra
      * al 50 y al 100, dias de ausencia injustificada (hacen
      * perder el presentismo y se descuentan del basico),
      * adelantos ya pagados y otros haberes o descuentos del
      * mes. Reemplaza las planillas de horas en papel que se
      * mandaban al estudio. Las horas de la planilla de
      * tripulacion (TRIPULA modo N) se suman solas: horas de
      * viaje, extra al 50% y faltas; aca se corrige o se
      * agrega lo que no sale de los viajes.
      *   modo C: carga/correccion de la novedad de un legajo
      *           para un periodo (el legajo debe existir en
      *           EMPLEADO y estar activo);
      *   modo L: lista las novedades cargadas del periodo.
      * SUELDOS toma estas novedades al liquidar el mes; una
      * vez contabilizada la liquidacion el periodo no se
      * puede volver a tocar.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUELNOV   ASSIGN TO "SUELNOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSN-CLAVE
                             FILE STATUS IS WSN-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT LIQSUEL   ASSIGN TO "LIQSUEL"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLQ-CLAVE
                             FILE STATUS IS WLQ-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
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

       FD  LIQSUEL.
       01  REG-LIQSUEL.
           05  WLQ-CLAVE.
               10  WLQ-PERIODO       PIC 9(06).
               10  WLQ-LEGAJO        PIC 9(05).
           05  WLQ-CONTABILIZADO     PIC X(01).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SUELNOV".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WSN-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WLQ-STATUS                PIC X(02).
       77  WNV-MODO-PARAM            PIC X(01).
       77  WNV-PERIODO-PARAM         PIC 9(06).
       77  WNV-LEGAJO-PARAM          PIC 9(05).
       77  WNV-HALLADO               PIC X(01).
       77  WNV-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-SUELNOV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SUELNOV     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(34)
               VALUE "NOVEDADES DE SUELDOS - PERIODO ".
           05  T-PERIODO          PIC 9(06).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "LEGAJO NOMBRE                     HS 50%  HS 100%".
           05  FILLER             PIC X(60) VALUE
               " AUS    ADELANTOS  OTROS HABER  OTROS DESC  HS VIAJE".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-HS-EXTRA-50         PIC ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-HS-EXTRA-100        PIC ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-DIAS-AUSENCIA       PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ADELANTOS           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-OTROS-HABERES       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-OTROS-DESCUENTOS    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-HS-VIAJE            PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       SUELNOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELNOV.
           DISPLAY "ERROR E/S SUELNOV: " WSN-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       LIQSUEL-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIQSUEL.
           DISPLAY "ERROR E/S LIQSUEL: " WLQ-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WNV-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CARGAR-NOVEDAD
                       THRU 2000-CARGAR-NOVEDAD-EXIT
               WHEN "L"
                   PERFORM 3000-LISTAR-NOVEDAD
                       THRU 3000-LISTAR-NOVEDAD-EXIT
                       UNTIL NO-HAY-MAS-SUELNOV
                   DISPLAY "NOVEDADES LISTADAS: " WNV-CANT-LISTADOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CARGA L=LISTA): " LINE 5 POSITION 5.
           ACCEPT WNV-MODO-PARAM LINE 5 POSITION 30.
           DISPLAY "PERIODO (AAAAMM) ....: " LINE 6 POSITION 5.
           ACCEPT WNV-PERIODO-PARAM LINE 6 POSITION 29.
           OPEN I-O SUELNOV.
           IF WSN-STATUS = "35"
               CLOSE SUELNOV
               OPEN OUTPUT SUELNOV
               CLOSE SUELNOV
               OPEN I-O SUELNOV
           END-IF.
           OPEN INPUT EMPLEADO.
           OPEN INPUT LIQSUEL.
           IF WNV-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               MOVE WNV-PERIODO-PARAM TO T-PERIODO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
               MOVE WNV-PERIODO-PARAM TO WSN-PERIODO
               MOVE 0                 TO WSN-LEGAJO
               START SUELNOV KEY IS NOT LESS THAN WSN-CLAVE
                   INVALID KEY MOVE "S" TO EOF-SUELNOV
               END-START
           END-IF.

       2000-CARGAR-NOVEDAD.
           DISPLAY "LEGAJO ..............: " LINE 8 POSITION 5.
           ACCEPT WNV-LEGAJO-PARAM LINE 8 POSITION 29.
           MOVE WNV-LEGAJO-PARAM TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE"
                   GO TO 2000-CARGAR-NOVEDAD-EXIT
           END-READ.
           IF NOT WEM-ESTA-ACTIVO
               DISPLAY "LEGAJO DADO DE BAJA"
               GO TO 2000-CARGAR-NOVEDAD-EXIT
           END-IF.
           DISPLAY WEM-NOMBRE LINE 8 POSITION 36.
      *    Periodo ya contabilizado: la novedad queda congelada,
      *    cualquier correccion va al mes siguiente.
           MOVE WNV-PERIODO-PARAM TO WLQ-PERIODO.
           MOVE WNV-LEGAJO-PARAM  TO WLQ-LEGAJO.
           READ LIQSUEL KEY IS WLQ-CLAVE
               INVALID KEY MOVE "N" TO WLQ-CONTABILIZADO
           END-READ.
           IF WLQ-CONTABILIZADO = "S"
               DISPLAY "PERIODO YA CONTABILIZADO - NO SE MODIFICA"
               GO TO 2000-CARGAR-NOVEDAD-EXIT
           END-IF.
           MOVE "S" TO WNV-HALLADO.
           MOVE WNV-PERIODO-PARAM TO WSN-PERIODO.
           MOVE WNV-LEGAJO-PARAM  TO WSN-LEGAJO.
           READ SUELNOV KEY IS WSN-CLAVE
               INVALID KEY
                   MOVE "N" TO WNV-HALLADO
                   INITIALIZE REG-SUELNOV
                   MOVE WNV-PERIODO-PARAM TO WSN-PERIODO
                   MOVE WNV-LEGAJO-PARAM  TO WSN-LEGAJO
           END-READ.
           DISPLAY "HORAS EXTRA AL 50% ..: " LINE 10 POSITION 5.
           ACCEPT WSN-HS-EXTRA-50 LINE 10 POSITION 29.
           DISPLAY "HORAS EXTRA AL 100% .: " LINE 11 POSITION 5.
           ACCEPT WSN-HS-EXTRA-100 LINE 11 POSITION 29.
           DISPLAY "DIAS DE AUSENCIA ....: " LINE 12 POSITION 5.
           ACCEPT WSN-DIAS-AUSENCIA LINE 12 POSITION 29.
           DISPLAY "ADELANTOS PAGADOS ...: " LINE 13 POSITION 5.
           ACCEPT WSN-ADELANTOS LINE 13 POSITION 29.
           DISPLAY "OTROS HABERES .......: " LINE 14 POSITION 5.
           ACCEPT WSN-OTROS-HABERES LINE 14 POSITION 29.
           DISPLAY "OTROS DESCUENTOS ....: " LINE 15 POSITION 5.
           ACCEPT WSN-OTROS-DESCUENTOS LINE 15 POSITION 29.
           IF WNV-HALLADO = "S"
               REWRITE REG-SUELNOV
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SUELNOV"
               END-REWRITE
           ELSE
               WRITE REG-SUELNOV
                   INVALID KEY DISPLAY "NO PUDO GRABAR SUELNOV"
               END-WRITE
           END-IF.
           DISPLAY "NOVEDAD GRABADA" LINE 17 POSITION 5.
       2000-CARGAR-NOVEDAD-EXIT.
           EXIT.

       3000-LISTAR-NOVEDAD.
           READ SUELNOV NEXT RECORD
               AT END MOVE "S" TO EOF-SUELNOV
           END-READ.
           IF NO-HAY-MAS-SUELNOV
               GO TO 3000-LISTAR-NOVEDAD-EXIT
           END-IF.
           IF WSN-PERIODO NOT = WNV-PERIODO-PARAM
               MOVE "S" TO EOF-SUELNOV
               GO TO 3000-LISTAR-NOVEDAD-EXIT
           END-IF.
           MOVE WSN-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY MOVE "*** SIN LEGAJO ***" TO WEM-NOMBRE
           END-READ.
           MOVE WSN-LEGAJO           TO D-LEGAJO.
           MOVE WEM-NOMBRE           TO D-NOMBRE.
           MOVE WSN-HS-EXTRA-50      TO D-HS-EXTRA-50.
           MOVE WSN-HS-EXTRA-100     TO D-HS-EXTRA-100.
           MOVE WSN-DIAS-AUSENCIA    TO D-DIAS-AUSENCIA.
           MOVE WSN-ADELANTOS        TO D-ADELANTOS.
           MOVE WSN-OTROS-HABERES    TO D-OTROS-HABERES.
           MOVE WSN-OTROS-DESCUENTOS TO D-OTROS-DESCUENTOS.
           MOVE WSN-HS-VIAJE         TO D-HS-VIAJE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WNV-CANT-LISTADOS.
       3000-LISTAR-NOVEDAD-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE SUELNOV.
           CLOSE EMPLEADO.
           CLOSE LIQSUEL.
           IF WNV-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
