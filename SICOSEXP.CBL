       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SICOSEXP.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Export mensual de la nomina para la DDJJ F.931 de AFIP:
      * recorre la liquidacion del periodo en LIQSUEL (la arma
      * SUELDOS) y con los datos del legajo de EMPLEADO genera
      * SICOSS.TXT, un registro de ancho fijo por CUIL con los
      * datos de la relacion (conyuge, hijos, situacion de
      * revista, condicion, actividad, zona, modalidad de
      * contratacion y obra social), los dias trabajados y las
      * remuneraciones, aportes y contribuciones. Importes con
      * dos decimales sin coma, igual que SICORE.TXT de
      * SICOREXP. Al final muestra los totales de control para
      * atar contra el resumen de SUELDOS antes de importar.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQSUEL   ASSIGN TO "LIQSUEL"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLQ-CLAVE
                             FILE STATUS IS WLQ-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT SICOSS    ASSIGN TO "SICOSS.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WSS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIQSUEL.
       01  REG-LIQSUEL.
           05  WLQ-CLAVE.
               10  WLQ-PERIODO       PIC 9(06).
               10  WLQ-LEGAJO        PIC 9(05).
           05  WLQ-CONTABILIZADO     PIC X(01).
           05  WLQ-CCOSTO            PIC X(03).
           05  WLQ-RUTA              PIC 9(04).
           05  WLQ-DIAS-TRABAJADOS   PIC 9(02).
           05  WLQ-HS-EXTRA-CANT     PIC 9(03)V99.
           05  WLQ-BASICO            PIC S9(09)V99.
           05  WLQ-ANTIGUEDAD        PIC S9(09)V99.
           05  WLQ-PRESENTISMO       PIC S9(09)V99.
           05  WLQ-HORAS-EXTRA       PIC S9(09)V99.
           05  WLQ-OTROS-HABERES     PIC S9(09)V99.
           05  WLQ-DESC-AUSENCIAS    PIC S9(09)V99.
           05  WLQ-BRUTO             PIC S9(09)V99.
           05  WLQ-APORTE-JUBILACION PIC S9(09)V99.
           05  WLQ-APORTE-LEY19032   PIC S9(09)V99.
           05  WLQ-APORTE-OBRA-SOC   PIC S9(09)V99.
           05  WLQ-CUOTA-SINDICAL    PIC S9(09)V99.
           05  WLQ-OTROS-DESCUENTOS  PIC S9(09)V99.
           05  WLQ-NETO              PIC S9(09)V99.
           05  WLQ-CONTRIB-SS        PIC S9(09)V99.
           05  WLQ-CONTRIB-OS        PIC S9(09)V99.
           05  WLQ-ART               PIC S9(09)V99.

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

       FD  SICOSS.
       01  LIN-SICOSS                PIC X(200).

       WORKING-STORAGE SECTION.
       77  WLQ-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WSC-PERIODO-PARAM         PIC 9(06).
       77  WSC-ACTIVIDAD-PARAM       PIC 9(03) VALUE 49.
       77  WSC-ZONA-PARAM            PIC 9(02) VALUE 1.
       77  WSC-CANT-REGISTROS        PIC 9(06) VALUE 0.
       77  WSC-TOT-REMUNERACION      PIC S9(13)V99 VALUE 0.
       77  WSC-TOT-APORTES           PIC S9(13)V99 VALUE 0.
       77  WSC-TOT-CONTRIBUCIONES    PIC S9(13)V99 VALUE 0.
       77  EOF-LIQSUEL                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LIQSUEL     VALUE "S".

      *    Registro de ancho fijo por CUIL: datos de la relacion,
      *    dias y los importes con dos decimales sin coma.
       01  REG-SALIDA-SICOSS.
           05  S-CUIL                PIC 9(11).
           05  S-NOMBRE              PIC X(30).
           05  S-CONYUGE             PIC 9(01).
           05  S-CANT-HIJOS          PIC 9(02).
           05  S-SITUACION           PIC 9(02).
           05  S-CONDICION           PIC 9(02).
           05  S-ACTIVIDAD           PIC 9(03).
           05  S-ZONA                PIC 9(02).
           05  S-MODALIDAD           PIC 9(03).
           05  S-OBRA-SOCIAL         PIC X(06).
           05  S-DIAS-TRABAJADOS     PIC 9(02).
           05  S-REM-TOTAL           PIC 9(11)V99.
           05  S-REM-IMPONIBLE       PIC 9(11)V99.
           05  S-SUELDO-ADICIONALES  PIC 9(11)V99.
           05  S-HS-EXTRA-CANT       PIC 9(03).
           05  S-HS-EXTRA-IMPORTE    PIC 9(11)V99.
           05  S-APORTE-SS           PIC 9(11)V99.
           05  S-APORTE-OS           PIC 9(11)V99.
           05  S-CONTRIB-SS          PIC 9(11)V99.
           05  S-CONTRIB-OS          PIC 9(11)V99.
           05  S-ART                 PIC 9(11)V99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       LIQSUEL-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIQSUEL.
           DISPLAY "ERROR E/S LIQSUEL: " WLQ-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-EXPORTAR THRU 2000-EXPORTAR-EXIT
               UNTIL NO-HAY-MAS-LIQSUEL.
           PERFORM 3000-TOTALES-CONTROL.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "PERIODO (AAAAMM): " LINE 10 POSITION 5.
           ACCEPT WSC-PERIODO-PARAM LINE 10 POSITION 24.
           DISPLAY "ACTIVIDAD AFIP .: " LINE 11 POSITION 5.
           ACCEPT WSC-ACTIVIDAD-PARAM LINE 11 POSITION 24.
           DISPLAY "ZONA AFIP ......: " LINE 12 POSITION 5.
           ACCEPT WSC-ZONA-PARAM LINE 12 POSITION 24.
           OPEN INPUT LIQSUEL.
           OPEN INPUT EMPLEADO.
           OPEN OUTPUT SICOSS.
           MOVE WSC-PERIODO-PARAM TO WLQ-PERIODO.
           MOVE 0                 TO WLQ-LEGAJO.
           START LIQSUEL KEY IS NOT LESS THAN WLQ-CLAVE
               INVALID KEY MOVE "S" TO EOF-LIQSUEL
           END-START.

       2000-EXPORTAR.
           READ LIQSUEL NEXT RECORD
               AT END MOVE "S" TO EOF-LIQSUEL
           END-READ.
           IF NO-HAY-MAS-LIQSUEL
              OR WLQ-PERIODO NOT = WSC-PERIODO-PARAM
               MOVE "S" TO EOF-LIQSUEL
               GO TO 2000-EXPORTAR-EXIT
           END-IF.
           MOVE WLQ-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO " WLQ-LEGAJO
                       " SIN MAESTRO - NO EXPORTADO"
                   GO TO 2000-EXPORTAR-EXIT
           END-READ.

           MOVE WEM-CUIL             TO S-CUIL.
           MOVE WEM-NOMBRE           TO S-NOMBRE.
           IF WEM-CONYUGE = "S"
               MOVE 1 TO S-CONYUGE
           ELSE
               MOVE 0 TO S-CONYUGE
           END-IF.
           MOVE WEM-CANT-HIJOS       TO S-CANT-HIJOS.
           MOVE WEM-SITUACION        TO S-SITUACION.
      *    Condicion 01: servicios comunes, mayor de 18 anios.
           MOVE 1                    TO S-CONDICION.
           MOVE WSC-ACTIVIDAD-PARAM  TO S-ACTIVIDAD.
           MOVE WSC-ZONA-PARAM       TO S-ZONA.
           MOVE WEM-MODALIDAD        TO S-MODALIDAD.
           MOVE WEM-OBRA-SOCIAL      TO S-OBRA-SOCIAL.
           MOVE WLQ-DIAS-TRABAJADOS  TO S-DIAS-TRABAJADOS.
           MOVE WLQ-BRUTO            TO S-REM-TOTAL.
           MOVE WLQ-BRUTO            TO S-REM-IMPONIBLE.
           COMPUTE S-SUELDO-ADICIONALES =
               WLQ-ANTIGUEDAD + WLQ-PRESENTISMO.
           MOVE WLQ-HS-EXTRA-CANT    TO S-HS-EXTRA-CANT.
           MOVE WLQ-HORAS-EXTRA      TO S-HS-EXTRA-IMPORTE.
           COMPUTE S-APORTE-SS =
               WLQ-APORTE-JUBILACION + WLQ-APORTE-LEY19032.
           MOVE WLQ-APORTE-OBRA-SOC  TO S-APORTE-OS.
           MOVE WLQ-CONTRIB-SS       TO S-CONTRIB-SS.
           MOVE WLQ-CONTRIB-OS       TO S-CONTRIB-OS.
           MOVE WLQ-ART              TO S-ART.
           WRITE LIN-SICOSS FROM REG-SALIDA-SICOSS.
           ADD 1 TO WSC-CANT-REGISTROS.
           ADD WLQ-BRUTO TO WSC-TOT-REMUNERACION.
           ADD WLQ-APORTE-JUBILACION WLQ-APORTE-LEY19032
               WLQ-APORTE-OBRA-SOC TO WSC-TOT-APORTES.
           ADD WLQ-CONTRIB-SS WLQ-CONTRIB-OS
               TO WSC-TOT-CONTRIBUCIONES.
       2000-EXPORTAR-EXIT.
           EXIT.

       3000-TOTALES-CONTROL.
           DISPLAY "CUILES EXPORTADOS .: " WSC-CANT-REGISTROS.
           DISPLAY "TOTAL REMUNERACION : " WSC-TOT-REMUNERACION.
           DISPLAY "TOTAL APORTES .....: " WSC-TOT-APORTES.
           DISPLAY "TOTAL CONTRIBUCION : " WSC-TOT-CONTRIBUCIONES.

       9999-FINAL.
           CLOSE LIQSUEL.
           CLOSE EMPLEADO.
           CLOSE SICOSS.
       9999-FINAL-EXIT.
           EXIT.
