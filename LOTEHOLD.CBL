      * LOTEHLOG con operador, fecha y motivo, que responde
      * quien retuvo o libero que y por que. Modo C consulta el
      * registro de un lote.
      * Un lote de queso que calidad retiene mientras madura
      * (MADURA) vuelve al liberarlo a "M" si todavia no cumplio
      * sus dias de camara, y no a "L".
      * Un lote de un articulo con parametros de laboratorio
      * (LABPARM) no se libera sin un analisis apto en LABLOTE
      * (LABANA); el no apto tampoco.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLH-CLAVE
                             FILE STATUS IS WLH-STATUS.
           SELECT MADURA    ASSIGN TO "MADURA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMA-CLAVE
                             ALTERNATE RECORD KEY IS WMA-CAMARA
                                 WITH DUPLICATES
                             FILE STATUS IS WMA-STATUS.
           SELECT LABPARM   ASSIGN TO "LABPARM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLP-CLAVE
                             FILE STATUS IS WLP-STATUS.
           SELECT LABLOTE   ASSIGN TO "LABLOTE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLZ-CLAVE
                             FILE STATUS IS WLZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTESTK.
               88  WLS-LIBERADO       VALUE "L" " ".
               88  WLS-EN-CUARENTENA  VALUE "Q".
               88  WLS-RECHAZADO      VALUE "R".
               88  WLS-EN-MADURACION  VALUE "M".

       FD  LOTEHLOG.
       01  REG-LOTEHLOG.
           05  WLH-OPERADOR          PIC X(08).
           05  WLH-MOTIVO            PIC X(30).

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
           05  WMA-FEC-LIBERACION    PIC 9(08).

       FD  LABPARM.
       01  REG-LABPARM.
           05  WLP-CLAVE.
               10  WLP-ARTICULO      PIC 9(06).
               10  WLP-PARAMETRO     PIC X(10).

       FD  LABLOTE.
       01  REG-LABLOTE.
           05  WLZ-CLAVE.
               10  WLZ-SUCURSAL      PIC 9(02).
               10  WLZ-ARTICULO      PIC 9(06).
               10  WLZ-LOTE          PIC X(10).
           05  WLZ-FEC-ANALISIS      PIC 9(08).
           05  WLZ-ANALISTA          PIC X(08).
           05  WLZ-DICTAMEN          PIC X(01).
               88  WLZ-APTO           VALUE "A".

       WORKING-STORAGE SECTION.
       77  WLS-STATUS                PIC X(02).
       77  WLH-STATUS                PIC X(02).
       77  WMA-STATUS                PIC X(02).
       77  WLP-STATUS                PIC X(02).
       77  WLZ-STATUS                PIC X(02).
       77  WLD-ANALISIS-OK           PIC X(01).
       77  WLD-MODO-PARAM            PIC X(01).
       77  WLD-SUCURSAL-PARAM        PIC 9(02).
       77  WLD-ARTICULO-PARAM        PIC 9(06).
       LOTEHLOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEHLOG.
           DISPLAY "ERROR E/S LOTEHLOG: " WLH-STATUS.
       MADURA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADURA.
           DISPLAY "ERROR E/S MADURA: " WMA-STATUS.
       LABPARM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABPARM.
           DISPLAY "ERROR E/S LABPARM: " WLP-STATUS.
       LABLOTE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABLOTE.
           DISPLAY "ERROR E/S LABLOTE: " WLZ-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               CLOSE LOTEHLOG
               OPEN I-O LOTEHLOG
           END-IF.
           OPEN INPUT MADURA.
           OPEN INPUT LABPARM.
           OPEN INPUT LABLOTE.

       2000-CAMBIAR-ESTADO.
           MOVE WLD-SUCURSAL-PARAM TO WLS-SUCURSAL.
           ACCEPT WLD-OPERADOR-PARAM LINE 11 POSITION 24.
           DISPLAY "MOTIVO .........: " LINE 12 POSITION 5.
           ACCEPT WLD-MOTIVO-PARAM LINE 12 POSITION 24.
           IF WLD-MODO-PARAM = "L"
               PERFORM 2100-CONTROL-ANALISIS
                   THRU 2100-CONTROL-ANALISIS-EXIT
               IF WLD-ANALISIS-OK = "N"
                   GO TO 2000-CAMBIAR-ESTADO-EXIT
               END-IF
           END-IF.
      *    La liberacion exige el permiso LOTELIBE: retener
      *    puede cualquiera que vea el problema, soltar no.
           IF WLD-MODO-PARAM = "L"
               END-IF
           END-IF.
           MOVE WLD-MODO-PARAM TO WLS-ESTADO-CALIDAD.
           IF WLD-MODO-PARAM = "L" AND WMA-STATUS = "00"
               MOVE WLS-CLAVE TO WMA-CLAVE
               READ MADURA KEY IS WMA-CLAVE
                   INVALID KEY MOVE SPACES TO WMA-ESTADO
               END-READ
               IF WMA-MADURANDO
                   MOVE "M" TO WLS-ESTADO-CALIDAD
               END-IF
           END-IF.
           REWRITE REG-LOTESTK
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LOTESTK"
           END-REWRITE.
       2000-CAMBIAR-ESTADO-EXIT.
           EXIT.

      *    Sin analisis apto no se libera: el analisis cargado
      *    manda; si no hay, basta que el articulo tenga algun
      *    parametro en LABPARM para que falte.
       2100-CONTROL-ANALISIS.
           MOVE "S" TO WLD-ANALISIS-OK.
           IF WLZ-STATUS NOT = "00"
               GO TO 2100-CONTROL-SIN-ANALISIS
           END-IF.
           MOVE WLS-CLAVE TO WLZ-CLAVE.
           READ LABLOTE KEY IS WLZ-CLAVE
               INVALID KEY GO TO 2100-CONTROL-SIN-ANALISIS
           END-READ.
           IF NOT WLZ-APTO
               MOVE "N" TO WLD-ANALISIS-OK
               DISPLAY "LOTE CON ANALISIS NO APTO"
           END-IF.
           GO TO 2100-CONTROL-ANALISIS-EXIT.
       2100-CONTROL-SIN-ANALISIS.
           IF WLP-STATUS NOT = "00"
               GO TO 2100-CONTROL-ANALISIS-EXIT
           END-IF.
           MOVE WLS-ARTICULO TO WLP-ARTICULO.
           MOVE LOW-VALUES   TO WLP-PARAMETRO.
           START LABPARM KEY IS NOT LESS THAN WLP-CLAVE
               INVALID KEY GO TO 2100-CONTROL-ANALISIS-EXIT
           END-START.
           READ LABPARM NEXT RECORD
               AT END GO TO 2100-CONTROL-ANALISIS-EXIT
           END-READ.
           IF WLP-ARTICULO = WLS-ARTICULO
               MOVE "N" TO WLD-ANALISIS-OK
               DISPLAY "LOTE SIN ANALISIS DE LABORATORIO"
           END-IF.
       2100-CONTROL-ANALISIS-EXIT.
           EXIT.

       3000-GRABAR-LOG.
           PERFORM 3100-BUSCAR-SECUENCIA
               THRU 3100-BUSCAR-SECUENCIA-FIN.
       9999-FINAL.
           CLOSE LOTESTK.
           CLOSE LOTEHLOG.
           CLOSE MADURA.
           CLOSE LABPARM.
           CLOSE LABLOTE.
       9999-FINAL-EXIT.
           EXIT.
