       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EMPLEADO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Legajo del personal: choferes, ayudantes de reparto,
      * gente de deposito y operadores existian solo en los
      * recibos de papel del estudio que liquidaba los sueldos.
      * EMPLEADO guarda por legajo el nombre, el CUIL (validado
      * con la misma CUITCHK de PROVEE), el convenio y la
      * categoria (la escala vive en SUELCAT, ver SUELPAR), el
      * centro de costo de CCOSTO al que va su sueldo, la ruta
      * de ARET que tiene asignada si es gente de reparto, la
      * funcion, el codigo de operador con el que aparece en
      * ARROPE, las fechas de ingreso y egreso y los datos que
      * pide el F.931 (obra social, modalidad de contratacion,
      * situacion de revista, conyuge e hijos).
      *   modo M: alta/modificacion del legajo;
      *   modo B: baja (fecha de egreso, el legajo queda
      *           inactivo pero no se borra: los recibos
      *           viejos lo siguen necesitando);
      *   modo L: nomina por PRNTDEST ordenada por legajo.
      * La liquidacion mensual la corre SUELDOS con las
      * novedades del mes de SUELNOV.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT SUELCAT   ASSIGN TO "SUELCAT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSK-CLAVE
                             FILE STATUS IS WSK-STATUS.
           SELECT CCOSTO    ASSIGN TO "CCOSTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCC-CODIGO
                             FILE STATUS IS WCC-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
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
               88  WEM-ES-CHOFER      VALUE "C".
               88  WEM-ES-AYUDANTE    VALUE "A".
               88  WEM-ES-DEPOSITO    VALUE "D".
               88  WEM-ES-OPERADOR    VALUE "O".
               88  WEM-FUNCION-VALIDA VALUE "C" "A" "D" "O".
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

       FD  SUELCAT.
       01  REG-SUELCAT.
           05  WSK-CLAVE.
               10  WSK-CONVENIO      PIC X(06).
               10  WSK-CATEGORIA     PIC X(04).
           05  WSK-DESCRIPCION       PIC X(20).
           05  WSK-BASICO            PIC S9(07)V99.
           05  WSK-VALOR-HORA        PIC S9(05)V99.
           05  WSK-PORC-PRESENTISMO  PIC 9(02)V99.
           05  WSK-PORC-ANTIGUEDAD   PIC 9(02)V99.
           05  WSK-PORC-SINDICATO    PIC 9(02)V99.

       FD  CCOSTO.
       01  REG-CCOSTO.
           05  WCC-CODIGO            PIC X(03).
           05  WCC-DESCRIPCION       PIC X(20).

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "EMPLEADO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WEM-STATUS                PIC X(02).
       77  WSK-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WEP-MODO-PARAM            PIC X(01).
       77  WEP-LEGAJO-PARAM          PIC 9(05).
       77  WEP-RUTA-PARAM            PIC 9(04).
       77  WEP-HALLADO               PIC X(01).
       77  WEP-VALIDO                PIC X(01).
       77  WEP-COND-IVA              PIC X(02) VALUE SPACES.
       77  WEP-CUIL-RESULTADO        PIC X(01).
       77  WEP-CUIL-CONSISTENTE      PIC X(01).
       77  WEP-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-EMPLEADO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EMPLEADO    VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE "NOMINA DEL PERSONAL".

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "LEGAJO NOMBRE                         CUIL       ".
           05  FILLER             PIC X(50) VALUE
               "  CONV   CAT  CC  RUTA F INGRESO  EGRESO   ACT".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CUIL                PIC 9(11).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CONVENIO            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CATEGORIA           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CCOSTO              PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-RUTA                PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FUNCION             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FEC-INGRESO         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FEC-EGRESO          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ACTIVO              PIC X(01).

       PROCEDURE DIVISION.
       DECLARATIVES.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       SUELCAT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELCAT.
           DISPLAY "ERROR E/S SUELCAT: " WSK-STATUS.
       CCOSTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CCOSTO.
           DISPLAY "ERROR E/S CCOSTO: " WCC-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WEP-MODO-PARAM
               WHEN "M"
                   PERFORM 2000-ALTA-LEGAJO THRU 2000-ALTA-LEGAJO-EXIT
               WHEN "B"
                   PERFORM 3000-BAJA-LEGAJO THRU 3000-BAJA-LEGAJO-EXIT
               WHEN "L"
                   PERFORM 4000-LISTAR-LEGAJO
                       THRU 4000-LISTAR-LEGAJO-EXIT
                       UNTIL NO-HAY-MAS-EMPLEADO
                   DISPLAY "LEGAJOS LISTADOS: " WEP-CANT-LISTADOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (M=ALTA/MODIF B=BAJA L=NOMINA): "
               LINE 5 POSITION 5.
           ACCEPT WEP-MODO-PARAM LINE 5 POSITION 43.
           OPEN I-O EMPLEADO.
           IF WEM-STATUS = "35"
               CLOSE EMPLEADO
               OPEN OUTPUT EMPLEADO
               CLOSE EMPLEADO
               OPEN I-O EMPLEADO
           END-IF.
           OPEN INPUT SUELCAT.
           OPEN INPUT CCOSTO.
           OPEN INPUT ARET.
           IF WEP-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
               MOVE 0 TO WEM-LEGAJO
               START EMPLEADO KEY IS NOT LESS THAN WEM-LEGAJO
                   INVALID KEY MOVE "S" TO EOF-EMPLEADO
               END-START
           END-IF.

      *    Alta o modificacion: el legajo existente se trae a la
      *    pantalla y se pisa campo por campo. No se graba si el
      *    CUIL no cierra, si el convenio/categoria no esta en
      *    la escala SUELCAT, si el centro de costo no existe o
      *    si la ruta informada no tiene cuentas en ARET.
       2000-ALTA-LEGAJO.
           DISPLAY "LEGAJO ..............: " LINE 7 POSITION 5.
           ACCEPT WEP-LEGAJO-PARAM LINE 7 POSITION 29.
           IF WEP-LEGAJO-PARAM = 0
               DISPLAY "LEGAJO CERO NO ADMITIDO"
               GO TO 2000-ALTA-LEGAJO-EXIT
           END-IF.
           MOVE "S" TO WEP-HALLADO.
           MOVE WEP-LEGAJO-PARAM TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   MOVE "N" TO WEP-HALLADO
                   INITIALIZE REG-EMPLEADO
                   MOVE WEP-LEGAJO-PARAM TO WEM-LEGAJO
                   MOVE "S"  TO WEM-ACTIVO
                   MOVE "N"  TO WEM-CONYUGE
                   MOVE 8    TO WEM-MODALIDAD
                   MOVE 1    TO WEM-SITUACION
           END-READ.
           DISPLAY "APELLIDO Y NOMBRE ...: " LINE 8 POSITION 5.
           ACCEPT WEM-NOMBRE LINE 8 POSITION 29.
           DISPLAY "CUIL ................: " LINE 9 POSITION 5.
           ACCEPT WEM-CUIL LINE 9 POSITION 29.
           DISPLAY "CONVENIO ............: " LINE 10 POSITION 5.
           ACCEPT WEM-CONVENIO LINE 10 POSITION 29.
           DISPLAY "CATEGORIA ...........: " LINE 11 POSITION 5.
           ACCEPT WEM-CATEGORIA LINE 11 POSITION 29.
           DISPLAY "BASICO PROPIO (0=ESC): " LINE 12 POSITION 5.
           ACCEPT WEM-SUELDO-BASICO LINE 12 POSITION 29.
           DISPLAY "CENTRO DE COSTO .....: " LINE 13 POSITION 5.
           ACCEPT WEM-CCOSTO LINE 13 POSITION 29.
           DISPLAY "RUTA ASIGNADA (0=NO) : " LINE 14 POSITION 5.
           ACCEPT WEM-RUTA LINE 14 POSITION 29.
           DISPLAY "FUNCION C/A/D/O .....: " LINE 15 POSITION 5.
           ACCEPT WEM-FUNCION LINE 15 POSITION 29.
           DISPLAY "OPERADOR (ARROPE) ...: " LINE 16 POSITION 5.
           ACCEPT WEM-OPERADOR LINE 16 POSITION 29.
           DISPLAY "FECHA INGRESO .......: " LINE 17 POSITION 5.
           ACCEPT WEM-FEC-INGRESO LINE 17 POSITION 29.
           DISPLAY "OBRA SOCIAL (RNOS) ..: " LINE 18 POSITION 5.
           ACCEPT WEM-OBRA-SOCIAL LINE 18 POSITION 29.
           DISPLAY "MODALIDAD CONTRATAC .: " LINE 19 POSITION 5.
           ACCEPT WEM-MODALIDAD LINE 19 POSITION 29.
           DISPLAY "CONYUGE S/N - HIJOS .: " LINE 20 POSITION 5.
           ACCEPT WEM-CONYUGE LINE 20 POSITION 29.
           ACCEPT WEM-CANT-HIJOS LINE 20 POSITION 32.
           DISPLAY "CBU ACREDITACION ....: " LINE 21 POSITION 5.
           ACCEPT WEM-CBU LINE 21 POSITION 29.

           PERFORM 2100-VALIDAR-LEGAJO THRU 2100-VALIDAR-LEGAJO-EXIT.
           IF WEP-VALIDO = "N"
               GO TO 2000-ALTA-LEGAJO-EXIT
           END-IF.
           IF WEP-HALLADO = "S"
               REWRITE REG-EMPLEADO
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR EMPLEADO"
               END-REWRITE
           ELSE
               WRITE REG-EMPLEADO
                   INVALID KEY DISPLAY "NO PUDO GRABAR EMPLEADO"
               END-WRITE
           END-IF.
           DISPLAY "LEGAJO GRABADO" LINE 23 POSITION 5.
       2000-ALTA-LEGAJO-EXIT.
           EXIT.

       2100-VALIDAR-LEGAJO.
           MOVE "N" TO WEP-VALIDO.
           CALL "CUITCHK" USING WEM-CUIL
                                 WEP-COND-IVA
                                 WEP-CUIL-RESULTADO
                                 WEP-CUIL-CONSISTENTE
           END-CALL.
           IF WEP-CUIL-RESULTADO NOT = "V"
               DISPLAY "CUIL INVALIDO - VERIFIQUE EL DIGITO"
               GO TO 2100-VALIDAR-LEGAJO-EXIT
           END-IF.
           IF NOT WEM-FUNCION-VALIDA
               DISPLAY "FUNCION DEBE SER C, A, D U O"
               GO TO 2100-VALIDAR-LEGAJO-EXIT
           END-IF.
           MOVE WEM-CONVENIO  TO WSK-CONVENIO.
           MOVE WEM-CATEGORIA TO WSK-CATEGORIA.
           READ SUELCAT KEY IS WSK-CLAVE
               INVALID KEY
                   DISPLAY "CONVENIO/CATEGORIA SIN ESCALA EN SUELCAT"
                   GO TO 2100-VALIDAR-LEGAJO-EXIT
           END-READ.
           MOVE WEM-CCOSTO TO WCC-CODIGO.
           READ CCOSTO KEY IS WCC-CODIGO
               INVALID KEY
                   DISPLAY "CENTRO DE COSTO INEXISTENTE"
                   GO TO 2100-VALIDAR-LEGAJO-EXIT
           END-READ.
           IF WEM-RUTA NOT = 0
               MOVE WEM-RUTA TO WEP-RUTA-PARAM
               MOVE WEM-RUTA TO WAR-RUTA
               START ARET KEY IS NOT LESS THAN WAR-RUTA
                   INVALID KEY MOVE 0 TO WAR-RUTA
               END-START
               IF WAR-RUTA NOT = 0
                   READ ARET NEXT RECORD
                       AT END MOVE 0 TO WAR-RUTA
                   END-READ
               END-IF
               IF WAR-RUTA NOT = WEP-RUTA-PARAM
                   DISPLAY "RUTA SIN CUENTAS EN ARET"
                   GO TO 2100-VALIDAR-LEGAJO-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WEP-VALIDO.
       2100-VALIDAR-LEGAJO-EXIT.
           EXIT.

       3000-BAJA-LEGAJO.
           DISPLAY "LEGAJO ..............: " LINE 7 POSITION 5.
           ACCEPT WEP-LEGAJO-PARAM LINE 7 POSITION 29.
           MOVE WEP-LEGAJO-PARAM TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE"
                   GO TO 3000-BAJA-LEGAJO-EXIT
           END-READ.
           DISPLAY WEM-NOMBRE LINE 8 POSITION 29.
           DISPLAY "FECHA DE EGRESO .....: " LINE 9 POSITION 5.
           ACCEPT WEM-FEC-EGRESO LINE 9 POSITION 29.
           MOVE "N" TO WEM-ACTIVO.
           REWRITE REG-EMPLEADO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR EMPLEADO"
           END-REWRITE.
           DISPLAY "LEGAJO DADO DE BAJA" LINE 11 POSITION 5.
       3000-BAJA-LEGAJO-EXIT.
           EXIT.

       4000-LISTAR-LEGAJO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE "S" TO EOF-EMPLEADO
           END-READ.
           IF NO-HAY-MAS-EMPLEADO
               GO TO 4000-LISTAR-LEGAJO-EXIT
           END-IF.
           MOVE WEM-LEGAJO      TO D-LEGAJO.
           MOVE WEM-NOMBRE      TO D-NOMBRE.
           MOVE WEM-CUIL        TO D-CUIL.
           MOVE WEM-CONVENIO    TO D-CONVENIO.
           MOVE WEM-CATEGORIA   TO D-CATEGORIA.
           MOVE WEM-CCOSTO      TO D-CCOSTO.
           MOVE WEM-RUTA        TO D-RUTA.
           MOVE WEM-FUNCION     TO D-FUNCION.
           MOVE WEM-FEC-INGRESO TO D-FEC-INGRESO.
           MOVE WEM-FEC-EGRESO  TO D-FEC-EGRESO.
           MOVE WEM-ACTIVO      TO D-ACTIVO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WEP-CANT-LISTADOS.
       4000-LISTAR-LEGAJO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE EMPLEADO.
           CLOSE SUELCAT.
           CLOSE CCOSTO.
           CLOSE ARET.
           IF WEP-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
