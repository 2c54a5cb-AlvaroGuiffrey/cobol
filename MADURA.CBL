       IDENTIFICATION DIVISION.
       PROGRAM-ID.       MADURA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Camaras de maduracion de quesos. La horma que sale de
      * PRODORD y recibe lote en LOTEREC no se puede vender
      * hasta cumplir sus dias de estacionamiento: si el
      * articulo tiene dias de maduracion en MADUPAR, LOTEREC
      * deja el lote de LOTESTK en estado "M" y lo ingresa a
      * MADURA con la fecha prevista de liberacion; LOTEFEFO
      * solo asigna lotes liberados y no lo ofrece mientras
      * tanto. MADUREG guarda las pesadas (con la merma contra
      * la pesada anterior y contra el ingreso) y los volteos y
      * limpiezas de cada lote.
      *   modo P: parametros por articulo (dias de maduracion,
      *           cada cuantos dias se voltea, camara habitual);
      *   modo I: ingreso/correccion del lote en camara
      *           (camara, fecha de ingreso, piezas, peso);
      *   modo W: pesada periodica del lote;
      *   modo V: volteo o limpieza del lote;
      *   modo L: liberacion: los lotes que cumplieron sus dias
      *           pasan a "L" en LOTESTK y quedan vendibles;
      *   modo O: ocupacion semanal de camaras por PRNTDEST,
      *           con lo que libera en los proximos 7 dias y los
      *           volteos atrasados.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MADUPAR   ASSIGN TO "MADUPAR"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMP-ARTICULO
                             FILE STATUS IS WMP-STATUS.
           SELECT MADURA    ASSIGN TO "MADURA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMA-CLAVE
                             ALTERNATE RECORD KEY IS WMA-CAMARA
                                 WITH DUPLICATES
                             FILE STATUS IS WMA-STATUS.
           SELECT MADUREG   ASSIGN TO "MADUREG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMR-CLAVE
                             FILE STATUS IS WMR-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  MADUPAR.
       01  REG-MADUPAR.
           05  WMP-ARTICULO          PIC 9(06).
           05  WMP-DIAS-MADURACION   PIC 9(03).
           05  WMP-DIAS-VOLTEO       PIC 9(02).
           05  WMP-CAMARA            PIC 9(02).

       FD  MADURA.
       01  REG-MADURA.
           05  WMA-CLAVE.
               10  WMA-SUCURSAL      PIC 9(02).
               10  WMA-ARTICULO      PIC 9(06).
               10  WMA-LOTE          PIC X(10).
           05  WMA-CAMARA            PIC 9(02).
           05  WMA-FEC-INGRESO       PIC 9(08).
           05  WMA-DIAS-OBJETIVO     PIC 9(03).
           05  WMA-FEC-PREVISTA      PIC 9(08).
           05  WMA-PIEZAS            PIC 9(05).
           05  WMA-PESO-INGRESO      PIC 9(07)V99.
           05  WMA-PESO-ACTUAL       PIC 9(07)V99.
           05  WMA-FEC-ULT-PESADA    PIC 9(08).
           05  WMA-FEC-ULT-VOLTEO    PIC 9(08).
           05  WMA-ESTADO            PIC X(01).
               88  WMA-MADURANDO      VALUE "M".
               88  WMA-LIBERADO       VALUE "L".
           05  WMA-FEC-LIBERACION    PIC 9(08).

       FD  MADUREG.
       01  REG-MADUREG.
           05  WMR-CLAVE.
               10  WMR-SUCURSAL      PIC 9(02).
               10  WMR-ARTICULO      PIC 9(06).
               10  WMR-LOTE          PIC X(10).
               10  WMR-FECHA         PIC 9(08).
               10  WMR-SECUENCIA     PIC 9(03).
           05  WMR-TIPO              PIC X(01).
               88  WMR-ES-PESADA      VALUE "P".
               88  WMR-ES-VOLTEO      VALUE "V".
               88  WMR-ES-LIMPIEZA    VALUE "C".
           05  WMR-PESO              PIC 9(07)V99.
           05  WMR-MERMA-PERIODO     PIC S9(03)V99.
           05  WMR-MERMA-TOTAL       PIC S9(03)V99.
           05  WMR-OPERADOR          PIC X(08).
           05  WMR-OBSERVACION       PIC X(30).

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
               88  WLS-EN-CUARENTENA  VALUE "Q".
               88  WLS-RECHAZADO      VALUE "R".
               88  WLS-EN-MADURACION  VALUE "M".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "MADURA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WMP-STATUS                PIC X(02).
       77  WMA-STATUS                PIC X(02).
       77  WMR-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WMD-MODO-PARAM            PIC X(01).
       77  WMD-SUCURSAL-PARAM        PIC 9(02).
       77  WMD-ARTICULO-PARAM        PIC 9(06).
       77  WMD-LOTE-PARAM            PIC X(10).
       77  WMD-PESO-PARAM            PIC 9(07)V99.
       77  WMD-TIPO-PARAM            PIC X(01).
       77  WMD-OPERADOR-PARAM        PIC X(08).
       77  WMD-OBSERV-PARAM          PIC X(30).
       77  WMD-HOY                   PIC 9(08).
       77  WMD-DIA-HOY               PIC 9(08).
       77  WMD-DIA-AUX               PIC 9(08).
       77  WMD-FIN-SEMANA            PIC 9(08).
       77  WMD-DIAS-TRANSCURRIDOS    PIC S9(05).
       77  WMD-HALLADO               PIC X(01).
       77  WMD-ULTIMA-SEC            PIC 9(03).
       77  WMD-PESO-ANTERIOR         PIC 9(07)V99.
       77  WMD-CAMARA-CORTE          PIC 9(02).
       77  WMD-LOTES-CAMARA          PIC 9(05).
       77  WMD-PIEZAS-CAMARA         PIC 9(07).
       77  WMD-PESO-CAMARA           PIC 9(09)V99.
       77  WMD-LIBERA-SEMANA         PIC 9(05) VALUE 0.
       77  WMD-CANT-LIBERADOS        PIC 9(05) VALUE 0.
       77  WMD-MARCA                 PIC X(20).
       77  EOF-MADURA                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MADURA      VALUE "S".
       77  EOF-MADUREG                PIC X(01).
           88  NO-HAY-MAS-MADUREG     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "OCUPACION DE CAMARAS DE MADURACION AL DIA ".
           05  T-FECHA            PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CAM SUC ARTICULO LOTE       INGRESO  DIAS PIEZAS ".
           05  FILLER             PIC X(50) VALUE
               "   PESO ACTUAL  MERMA% PREVISTA OBSERVACION".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CAMARA              PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SUCURSAL            PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-LOTE                PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-INGRESO             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DIAS                PIC ZZZ9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PIEZAS              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PESO                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-MERMA               PIC ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PREVISTA            PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MARCA               PIC X(20).

       01  LIN-TOTAL-CAMARA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "TOTAL CAMARA ".
           05  R-CAMARA              PIC Z9.
           05  FILLER                PIC X(08) VALUE "  LOTES ".
           05  R-LOTES               PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE "  PIEZAS ".
           05  R-PIEZAS              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(07) VALUE "  KILOS".
           05  R-PESO                PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       MADUPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADUPAR.
           DISPLAY "ERROR E/S MADUPAR: " WMP-STATUS.
       MADURA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADURA.
           DISPLAY "ERROR E/S MADURA: " WMA-STATUS.
       MADUREG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADUREG.
           DISPLAY "ERROR E/S MADUREG: " WMR-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WMD-MODO-PARAM
               WHEN "P"
                   PERFORM 2000-PARAMETROS THRU 2000-PARAMETROS-EXIT
               WHEN "I"
                   PERFORM 3000-INGRESO-CAMARA
                       THRU 3000-INGRESO-CAMARA-EXIT
               WHEN "W"
                   PERFORM 4000-PESADA THRU 4000-PESADA-EXIT
               WHEN "V"
                   PERFORM 4500-VOLTEO THRU 4500-VOLTEO-EXIT
               WHEN "L"
                   PERFORM 5000-LIBERAR-LOTE THRU 5000-LIBERAR-LOTE-EXIT
                       UNTIL NO-HAY-MAS-MADURA
                   DISPLAY "LOTES LIBERADOS A LA VENTA: "
                       WMD-CANT-LIBERADOS
               WHEN "O"
                   PERFORM 6000-OCUPACION THRU 6000-OCUPACION-EXIT
                       UNTIL NO-HAY-MAS-MADURA
                   DISPLAY "LOTES QUE LIBERAN EN LA SEMANA: "
                       WMD-LIBERA-SEMANA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (P=PARAM I=INGRESO W=PESADA V=VOLTEO"
               LINE 5 POSITION 5.
           DISPLAY "      L=LIBERAR O=OCUPACION): " LINE 6 POSITION 5.
           ACCEPT WMD-MODO-PARAM LINE 6 POSITION 36.
           ACCEPT WMD-HOY FROM DATE YYYYMMDD.
           COMPUTE WMD-DIA-HOY = FUNCTION INTEGER-OF-DATE (WMD-HOY).
           COMPUTE WMD-FIN-SEMANA =
               FUNCTION DATE-OF-INTEGER (WMD-DIA-HOY + 7).
           OPEN I-O MADUPAR.
           IF WMP-STATUS = "35"
               CLOSE MADUPAR
               OPEN OUTPUT MADUPAR
               CLOSE MADUPAR
               OPEN I-O MADUPAR
           END-IF.
           OPEN I-O MADURA.
           IF WMA-STATUS = "35"
               CLOSE MADURA
               OPEN OUTPUT MADURA
               CLOSE MADURA
               OPEN I-O MADURA
           END-IF.
           OPEN I-O MADUREG.
           IF WMR-STATUS = "35"
               CLOSE MADUREG
               OPEN OUTPUT MADUREG
               CLOSE MADUREG
               OPEN I-O MADUREG
           END-IF.
           OPEN I-O LOTESTK.
           IF WMD-MODO-PARAM = "I" OR WMD-MODO-PARAM = "W"
              OR WMD-MODO-PARAM = "V"
               DISPLAY "SUCURSAL ...........: " LINE 8 POSITION 5
               ACCEPT WMD-SUCURSAL-PARAM LINE 8 POSITION 28
               DISPLAY "ARTICULO ...........: " LINE 9 POSITION 5
               ACCEPT WMD-ARTICULO-PARAM LINE 9 POSITION 28
               DISPLAY "LOTE ...............: " LINE 10 POSITION 5
               ACCEPT WMD-LOTE-PARAM LINE 10 POSITION 28
           END-IF.
           IF WMD-MODO-PARAM = "O"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               MOVE WMD-HOY TO T-FECHA
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2
           END-IF.
           IF WMD-MODO-PARAM = "L" OR WMD-MODO-PARAM = "O"
               MOVE 0 TO WMA-CAMARA
               START MADURA KEY IS NOT LESS THAN WMA-CAMARA
                   INVALID KEY MOVE "S" TO EOF-MADURA
               END-START
               IF NOT NO-HAY-MAS-MADURA
                   READ MADURA NEXT RECORD
                       AT END MOVE "S" TO EOF-MADURA
                   END-READ
               END-IF
           END-IF.

       2000-PARAMETROS.
           DISPLAY "ARTICULO ...........: " LINE 8 POSITION 5.
           ACCEPT WMD-ARTICULO-PARAM LINE 8 POSITION 28.
           IF WMD-ARTICULO-PARAM = 0
               GO TO 2000-PARAMETROS-EXIT
           END-IF.
           MOVE "S" TO WMD-HALLADO.
           MOVE WMD-ARTICULO-PARAM TO WMP-ARTICULO.
           READ MADUPAR KEY IS WMP-ARTICULO
               INVALID KEY
                   MOVE "N" TO WMD-HALLADO
                   INITIALIZE REG-MADUPAR
                   MOVE WMD-ARTICULO-PARAM TO WMP-ARTICULO
           END-READ.
           DISPLAY "DIAS DE MADURACION .: " LINE 9 POSITION 5.
           ACCEPT WMP-DIAS-MADURACION LINE 9 POSITION 28.
           DISPLAY "VOLTEAR CADA (DIAS) : " LINE 10 POSITION 5.
           ACCEPT WMP-DIAS-VOLTEO LINE 10 POSITION 28.
           DISPLAY "CAMARA HABITUAL ....: " LINE 11 POSITION 5.
           ACCEPT WMP-CAMARA LINE 11 POSITION 28.
           IF WMD-HALLADO = "S"
               REWRITE REG-MADUPAR
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MADUPAR"
               END-REWRITE
           ELSE
               WRITE REG-MADUPAR
                   INVALID KEY DISPLAY "NO PUDO GRABAR MADUPAR"
               END-WRITE
           END-IF.
           DISPLAY "PARAMETROS GRABADOS" LINE 13 POSITION 5.
       2000-PARAMETROS-EXIT.
           EXIT.

      *    El lote tiene que existir en LOTESTK; si LOTEREC ya lo
      *    ingreso se corrigen camara, piezas y peso, si no se da
      *    de alta aca y el lote pasa a "M" (salvo que calidad lo
      *    tenga retenido, que manda).
       3000-INGRESO-CAMARA.
           MOVE WMD-SUCURSAL-PARAM TO WLS-SUCURSAL.
           MOVE WMD-ARTICULO-PARAM TO WLS-ARTICULO.
           MOVE WMD-LOTE-PARAM     TO WLS-LOTE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY
                   DISPLAY "LOTE INEXISTENTE EN LOTESTK"
                       LINE 20 POSITION 5
                   GO TO 3000-INGRESO-CAMARA-EXIT
           END-READ.
           MOVE WMD-ARTICULO-PARAM TO WMP-ARTICULO.
           READ MADUPAR KEY IS WMP-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO SIN DIAS DE MADURACION"
                       LINE 20 POSITION 5
                   GO TO 3000-INGRESO-CAMARA-EXIT
           END-READ.
           MOVE "S" TO WMD-HALLADO.
           MOVE WLS-CLAVE TO WMA-CLAVE.
           READ MADURA KEY IS WMA-CLAVE
               INVALID KEY
                   MOVE "N" TO WMD-HALLADO
                   INITIALIZE REG-MADURA
                   MOVE WLS-CLAVE  TO WMA-CLAVE
                   MOVE WMP-CAMARA TO WMA-CAMARA
                   MOVE WMD-HOY    TO WMA-FEC-INGRESO
                   MOVE "M"        TO WMA-ESTADO
           END-READ.
           IF WMA-LIBERADO
               DISPLAY "EL LOTE YA FUE LIBERADO" LINE 20 POSITION 5
               GO TO 3000-INGRESO-CAMARA-EXIT
           END-IF.
           DISPLAY "CAMARA .............: " LINE 11 POSITION 5.
           ACCEPT WMA-CAMARA LINE 11 POSITION 28.
           DISPLAY "FECHA DE INGRESO ...: " LINE 12 POSITION 5.
           ACCEPT WMA-FEC-INGRESO LINE 12 POSITION 28.
           DISPLAY "PIEZAS .............: " LINE 13 POSITION 5.
           ACCEPT WMA-PIEZAS LINE 13 POSITION 28.
           DISPLAY "PESO DE INGRESO ....: " LINE 14 POSITION 5.
           ACCEPT WMA-PESO-INGRESO LINE 14 POSITION 28.
           IF WMA-FEC-INGRESO = 0
               MOVE WMD-HOY TO WMA-FEC-INGRESO
           END-IF.
           MOVE WMP-DIAS-MADURACION TO WMA-DIAS-OBJETIVO.
           COMPUTE WMD-DIA-AUX =
               FUNCTION INTEGER-OF-DATE (WMA-FEC-INGRESO)
               + WMA-DIAS-OBJETIVO.
           COMPUTE WMA-FEC-PREVISTA =
               FUNCTION DATE-OF-INTEGER (WMD-DIA-AUX).
           IF WMA-PESO-ACTUAL = 0
               MOVE WMA-PESO-INGRESO TO WMA-PESO-ACTUAL
           END-IF.
           IF WMD-HALLADO = "S"
               REWRITE REG-MADURA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MADURA"
               END-REWRITE
           ELSE
               WRITE REG-MADURA
                   INVALID KEY DISPLAY "NO PUDO GRABAR MADURA"
               END-WRITE
           END-IF.
           IF WLS-LIBERADO
               MOVE "M" TO WLS-ESTADO-CALIDAD
               REWRITE REG-LOTESTK
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LOTESTK"
               END-REWRITE
           END-IF.
           DISPLAY "LIBERACION PREVISTA: " LINE 16 POSITION 5.
           DISPLAY WMA-FEC-PREVISTA LINE 16 POSITION 28.
       3000-INGRESO-CAMARA-EXIT.
           EXIT.

      *    Pesada: merma contra la pesada anterior y acumulada
      *    contra el peso de ingreso. La primera pesada de un
      *    lote ingresado sin peso pasa a ser el peso de ingreso.
       4000-PESADA.
           MOVE WMD-SUCURSAL-PARAM TO WMA-SUCURSAL.
           MOVE WMD-ARTICULO-PARAM TO WMA-ARTICULO.
           MOVE WMD-LOTE-PARAM     TO WMA-LOTE.
           READ MADURA KEY IS WMA-CLAVE
               INVALID KEY
                   DISPLAY "LOTE NO ESTA EN CAMARA" LINE 20 POSITION 5
                   GO TO 4000-PESADA-EXIT
           END-READ.
           DISPLAY "PESO ...............: " LINE 11 POSITION 5.
           ACCEPT WMD-PESO-PARAM LINE 11 POSITION 28.
           DISPLAY "OPERADOR ...........: " LINE 12 POSITION 5.
           ACCEPT WMD-OPERADOR-PARAM LINE 12 POSITION 28.
           DISPLAY "OBSERVACION ........: " LINE 13 POSITION 5.
           ACCEPT WMD-OBSERV-PARAM LINE 13 POSITION 28.
           IF WMD-PESO-PARAM = 0
               DISPLAY "PESO EN CERO" LINE 20 POSITION 5
               GO TO 4000-PESADA-EXIT
           END-IF.
           IF WMA-PESO-INGRESO = 0
               MOVE WMD-PESO-PARAM TO WMA-PESO-INGRESO
               MOVE WMD-PESO-PARAM TO WMA-PESO-ACTUAL
           END-IF.
           MOVE WMA-PESO-ACTUAL TO WMD-PESO-ANTERIOR.
           MOVE "P" TO WMD-TIPO-PARAM.
           PERFORM 7000-ARMAR-REGISTRO THRU 7000-ARMAR-REGISTRO-EXIT.
           MOVE WMD-PESO-PARAM TO WMR-PESO.
           COMPUTE WMR-MERMA-PERIODO ROUNDED =
               (WMD-PESO-ANTERIOR - WMD-PESO-PARAM) * 100
               / WMD-PESO-ANTERIOR.
           COMPUTE WMR-MERMA-TOTAL ROUNDED =
               (WMA-PESO-INGRESO - WMD-PESO-PARAM) * 100
               / WMA-PESO-INGRESO.
           WRITE REG-MADUREG
               INVALID KEY DISPLAY "NO PUDO GRABAR MADUREG"
           END-WRITE.
           MOVE WMD-PESO-PARAM TO WMA-PESO-ACTUAL.
           MOVE WMD-HOY        TO WMA-FEC-ULT-PESADA.
           REWRITE REG-MADURA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MADURA"
           END-REWRITE.
           DISPLAY "MERMA PERIODO %: " LINE 15 POSITION 5.
           DISPLAY WMR-MERMA-PERIODO LINE 15 POSITION 23.
           DISPLAY "MERMA TOTAL %..: " LINE 16 POSITION 5.
           DISPLAY WMR-MERMA-TOTAL LINE 16 POSITION 23.
       4000-PESADA-EXIT.
           EXIT.

       4500-VOLTEO.
           MOVE WMD-SUCURSAL-PARAM TO WMA-SUCURSAL.
           MOVE WMD-ARTICULO-PARAM TO WMA-ARTICULO.
           MOVE WMD-LOTE-PARAM     TO WMA-LOTE.
           READ MADURA KEY IS WMA-CLAVE
               INVALID KEY
                   DISPLAY "LOTE NO ESTA EN CAMARA" LINE 20 POSITION 5
                   GO TO 4500-VOLTEO-EXIT
           END-READ.
           DISPLAY "TAREA (V=VOLTEO C=LIMPIEZA): " LINE 11 POSITION 5.
           ACCEPT WMD-TIPO-PARAM LINE 11 POSITION 35.
           IF WMD-TIPO-PARAM NOT = "V" AND WMD-TIPO-PARAM NOT = "C"
               DISPLAY "TAREA DEBE SER V O C" LINE 20 POSITION 5
               GO TO 4500-VOLTEO-EXIT
           END-IF.
           DISPLAY "OPERADOR ...........: " LINE 12 POSITION 5.
           ACCEPT WMD-OPERADOR-PARAM LINE 12 POSITION 28.
           DISPLAY "OBSERVACION ........: " LINE 13 POSITION 5.
           ACCEPT WMD-OBSERV-PARAM LINE 13 POSITION 28.
           PERFORM 7000-ARMAR-REGISTRO THRU 7000-ARMAR-REGISTRO-EXIT.
           WRITE REG-MADUREG
               INVALID KEY DISPLAY "NO PUDO GRABAR MADUREG"
           END-WRITE.
           IF WMD-TIPO-PARAM = "V"
               MOVE WMD-HOY TO WMA-FEC-ULT-VOLTEO
               REWRITE REG-MADURA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MADURA"
               END-REWRITE
           END-IF.
           DISPLAY "TAREA REGISTRADA" LINE 15 POSITION 5.
       4500-VOLTEO-EXIT.
           EXIT.

      *    Solo se libera lo que sigue en "M": un lote que
      *    calidad retuvo mientras maduraba queda retenido y lo
      *    suelta LOTEHOLD.
       5000-LIBERAR-LOTE.
           IF NOT WMA-MADURANDO OR WMA-FEC-PREVISTA > WMD-HOY
               GO TO 5000-LIBERAR-LEER
           END-IF.
           MOVE "L"     TO WMA-ESTADO.
           MOVE WMD-HOY TO WMA-FEC-LIBERACION.
           REWRITE REG-MADURA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MADURA"
           END-REWRITE.
           MOVE WMA-CLAVE TO WLS-CLAVE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY GO TO 5000-LIBERAR-LEER
           END-READ.
           IF WLS-EN-MADURACION
               MOVE "L" TO WLS-ESTADO-CALIDAD
               REWRITE REG-LOTESTK
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LOTESTK"
               END-REWRITE
           END-IF.
           ADD 1 TO WMD-CANT-LIBERADOS.
           DISPLAY "LIBERADO LOTE " WMA-LOTE " ARTICULO "
               WMA-ARTICULO.
       5000-LIBERAR-LEER.
           READ MADURA NEXT RECORD
               AT END MOVE "S" TO EOF-MADURA
           END-READ.
       5000-LIBERAR-LOTE-EXIT.
           EXIT.

      *    Corte por camara sobre la clave alternativa. Solo los
      *    lotes que siguen madurando ocupan lugar.
       6000-OCUPACION.
           MOVE WMA-CAMARA TO WMD-CAMARA-CORTE.
           MOVE 0 TO WMD-LOTES-CAMARA.
           MOVE 0 TO WMD-PIEZAS-CAMARA.
           MOVE 0 TO WMD-PESO-CAMARA.
           PERFORM 6100-UN-LOTE THRU 6100-UN-LOTE-EXIT
               UNTIL NO-HAY-MAS-MADURA
                  OR WMA-CAMARA NOT = WMD-CAMARA-CORTE.
           IF WMD-LOTES-CAMARA = 0
               GO TO 6000-OCUPACION-EXIT
           END-IF.
           MOVE WMD-CAMARA-CORTE  TO R-CAMARA.
           MOVE WMD-LOTES-CAMARA  TO R-LOTES.
           MOVE WMD-PIEZAS-CAMARA TO R-PIEZAS.
           MOVE WMD-PESO-CAMARA   TO R-PESO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-CAMARA AFTER 1.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
       6000-OCUPACION-EXIT.
           EXIT.

       6100-UN-LOTE.
           IF NOT WMA-MADURANDO
               GO TO 6100-UN-LOTE-LEER
           END-IF.
           ADD 1              TO WMD-LOTES-CAMARA.
           ADD WMA-PIEZAS     TO WMD-PIEZAS-CAMARA.
           ADD WMA-PESO-ACTUAL TO WMD-PESO-CAMARA.
           COMPUTE WMD-DIAS-TRANSCURRIDOS = WMD-DIA-HOY -
               FUNCTION INTEGER-OF-DATE (WMA-FEC-INGRESO).
           MOVE SPACES TO WMD-MARCA.
           IF WMA-FEC-PREVISTA <= WMD-FIN-SEMANA
               MOVE "LIBERA EN LA SEMANA" TO WMD-MARCA
               ADD 1 TO WMD-LIBERA-SEMANA
           END-IF.
      *    Volteo atrasado: desde el ultimo volteo (o el ingreso
      *    si nunca se volteo) pasaron mas dias que los del
      *    articulo.
           MOVE WMA-ARTICULO TO WMP-ARTICULO.
           READ MADUPAR KEY IS WMP-ARTICULO
               INVALID KEY MOVE 0 TO WMP-DIAS-VOLTEO
           END-READ.
           IF WMP-DIAS-VOLTEO > 0
               IF WMA-FEC-ULT-VOLTEO > 0
                   COMPUTE WMD-DIA-AUX =
                       FUNCTION INTEGER-OF-DATE (WMA-FEC-ULT-VOLTEO)
               ELSE
                   COMPUTE WMD-DIA-AUX =
                       FUNCTION INTEGER-OF-DATE (WMA-FEC-INGRESO)
               END-IF
               IF WMD-DIA-HOY - WMD-DIA-AUX > WMP-DIAS-VOLTEO
                  AND WMD-MARCA = SPACES
                   MOVE "VOLTEO ATRASADO" TO WMD-MARCA
               END-IF
           END-IF.
           MOVE WMA-CAMARA       TO D-CAMARA.
           MOVE WMA-SUCURSAL     TO D-SUCURSAL.
           MOVE WMA-ARTICULO     TO D-ARTICULO.
           MOVE WMA-LOTE         TO D-LOTE.
           MOVE WMA-FEC-INGRESO  TO D-INGRESO.
           MOVE WMD-DIAS-TRANSCURRIDOS TO D-DIAS.
           MOVE WMA-PIEZAS       TO D-PIEZAS.
           MOVE WMA-PESO-ACTUAL  TO D-PESO.
           MOVE 0 TO D-MERMA.
           IF WMA-PESO-INGRESO > 0
               COMPUTE D-MERMA ROUNDED =
                   (WMA-PESO-INGRESO - WMA-PESO-ACTUAL) * 100
                   / WMA-PESO-INGRESO
           END-IF.
           MOVE WMA-FEC-PREVISTA TO D-PREVISTA.
           MOVE WMD-MARCA        TO D-MARCA.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       6100-UN-LOTE-LEER.
           READ MADURA NEXT RECORD
               AT END MOVE "S" TO EOF-MADURA
           END-READ.
       6100-UN-LOTE-EXIT.
           EXIT.

      *    Proxima secuencia del lote en el dia y armado del
      *    registro de la tarea.
       7000-ARMAR-REGISTRO.
           MOVE 0   TO WMD-ULTIMA-SEC.
           MOVE "N" TO EOF-MADUREG.
           MOVE WMA-SUCURSAL TO WMR-SUCURSAL.
           MOVE WMA-ARTICULO TO WMR-ARTICULO.
           MOVE WMA-LOTE     TO WMR-LOTE.
           MOVE WMD-HOY      TO WMR-FECHA.
           MOVE 0            TO WMR-SECUENCIA.
           START MADUREG KEY IS NOT LESS THAN WMR-CLAVE
               INVALID KEY MOVE "S" TO EOF-MADUREG
           END-START.
       7000-ARMAR-LEER.
           IF NO-HAY-MAS-MADUREG
               GO TO 7000-ARMAR-ALTA
           END-IF.
           READ MADUREG NEXT RECORD
               AT END MOVE "S" TO EOF-MADUREG
           END-READ.
           IF NO-HAY-MAS-MADUREG
              OR WMR-SUCURSAL NOT = WMA-SUCURSAL
              OR WMR-ARTICULO NOT = WMA-ARTICULO
              OR WMR-LOTE NOT = WMA-LOTE
              OR WMR-FECHA NOT = WMD-HOY
               GO TO 7000-ARMAR-ALTA
           END-IF.
           MOVE WMR-SECUENCIA TO WMD-ULTIMA-SEC.
           GO TO 7000-ARMAR-LEER.
       7000-ARMAR-ALTA.
           INITIALIZE REG-MADUREG.
           MOVE WMA-SUCURSAL       TO WMR-SUCURSAL.
           MOVE WMA-ARTICULO       TO WMR-ARTICULO.
           MOVE WMA-LOTE           TO WMR-LOTE.
           MOVE WMD-HOY            TO WMR-FECHA.
           COMPUTE WMR-SECUENCIA = WMD-ULTIMA-SEC + 1.
           MOVE WMD-TIPO-PARAM     TO WMR-TIPO.
           MOVE WMD-OPERADOR-PARAM TO WMR-OPERADOR.
           MOVE WMD-OBSERV-PARAM   TO WMR-OBSERVACION.
       7000-ARMAR-REGISTRO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE MADUPAR.
           CLOSE MADURA.
           CLOSE MADUREG.
           CLOSE LOTESTK.
           IF WMD-MODO-PARAM = "O"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
