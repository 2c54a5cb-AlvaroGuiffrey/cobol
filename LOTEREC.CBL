      * (sugerencia de despacho primero-vence-primero-sale),
      * LOTEVENC (alarma de vencimientos) y LOTERAST (rastreo de
      * un lote hacia los clientes que lo recibieron).
      * Si el articulo madura en camara (dias de maduracion en
      * MADUPAR) el lote nuevo entra en estado "M" y queda
      * ingresado en MADURA con su fecha prevista de
      * liberacion: no se vende hasta que MADURA lo libere.
      * Si el articulo tiene parametros de laboratorio (LABPARM)
      * el lote nuevo entra en cuarentena hasta que LABANA cargue
      * un analisis apto y calidad lo libere por LOTEHOLD.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
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
           SELECT LABPARM   ASSIGN TO "LABPARM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLP-CLAVE
                             FILE STATUS IS WLP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTESTK.
               88  WLS-LIBERADO       VALUE "L" " ".
               88  WLS-EN-CUARENTENA  VALUE "Q".
               88  WLS-RECHAZADO      VALUE "R".
               88  WLS-EN-MADURACION  VALUE "M".

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
           05  WMA-FEC-LIBERACION    PIC 9(08).

       FD  LABPARM.
       01  REG-LABPARM.
           05  WLP-CLAVE.
               10  WLP-ARTICULO      PIC 9(06).
               10  WLP-PARAMETRO     PIC X(10).

       WORKING-STORAGE SECTION.
       77  WLS-STATUS                PIC X(02).
       77  WMP-STATUS                PIC X(02).
       77  WMA-STATUS                PIC X(02).
       77  WLP-STATUS                PIC X(02).
       77  WLR-LOTE-NUEVO            PIC X(01).
       77  WLR-HOY                   PIC 9(08).
       77  WLR-DIA-PREVISTO          PIC 9(08).
       77  WLR-ELABORACION-PARAM     PIC 9(08).
       77  WLR-CUARENTENA-PARAM      PIC X(01).
       77  WLR-SUCURSAL-PARAM        PIC 9(02).
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       MADUPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADUPAR.
           DISPLAY "ERROR E/S MADUPAR: " WMP-STATUS.
       MADURA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADURA.
           DISPLAY "ERROR E/S MADURA: " WMA-STATUS.
       LABPARM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABPARM.
           DISPLAY "ERROR E/S LABPARM: " WLP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               CLOSE LOTESTK
               OPEN I-O LOTESTK
           END-IF.
           OPEN INPUT MADUPAR.
           OPEN INPUT LABPARM.
           OPEN I-O MADURA.
           IF WMA-STATUS = "35"
               CLOSE MADURA
               OPEN OUTPUT MADURA
               CLOSE MADURA
               OPEN I-O MADURA
           END-IF.
           ACCEPT WLR-HOY FROM DATE YYYYMMDD.

       2000-ACREDITAR-LOTE.
           MOVE WLR-SUCURSAL-PARAM TO WLS-SUCURSAL.
           MOVE WLR-ARTICULO-PARAM TO WLS-ARTICULO.
           MOVE WLR-LOTE-PARAM     TO WLS-LOTE.
           MOVE "N" TO WLR-LOTE-NUEVO.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY
                   MOVE "S" TO WLR-LOTE-NUEVO
                   MOVE 0   TO WLS-CANT-ACTUAL
                   MOVE 0   TO WLS-FEC-ELABORACION
                   MOVE "L" TO WLS-ESTADO-CALIDAD
           IF WLR-CUARENTENA-PARAM = "S" OR WLR-CUARENTENA-PARAM = "s"
               MOVE "Q" TO WLS-ESTADO-CALIDAD
           END-IF.
           IF WLR-LOTE-NUEVO = "S"
               PERFORM 2100-PENDIENTE-ANALISIS
                   THRU 2100-PENDIENTE-ANALISIS-EXIT
           END-IF.
           ADD WLR-CANTIDAD-PARAM TO WLS-CANT-ACTUAL.
      *    Fecha de elaboracion del lote, para calcular la vida
      *    util restante que exigen las cadenas (LOTEFEFO).
               WLR-VENC-PARAM < WLS-VENCIMIENTO)
               MOVE WLR-VENC-PARAM TO WLS-VENCIMIENTO
           END-IF.
           IF WLR-LOTE-NUEVO = "S"
               PERFORM 3000-INGRESAR-CAMARA
                   THRU 3000-INGRESAR-CAMARA-EXIT
           END-IF.
           REWRITE REG-LOTESTK
               INVALID KEY
                   WRITE REG-LOTESTK
           END-REWRITE.
           DISPLAY "LOTE " WLS-LOTE " SALDO " WLS-CANT-ACTUAL.

      *    Articulo con parametros de laboratorio: el lote nuevo
      *    espera en cuarentena el analisis de LABANA.
       2100-PENDIENTE-ANALISIS.
           IF WLP-STATUS NOT = "00"
               GO TO 2100-PENDIENTE-ANALISIS-EXIT
           END-IF.
           MOVE WLR-ARTICULO-PARAM TO WLP-ARTICULO.
           MOVE LOW-VALUES         TO WLP-PARAMETRO.
           START LABPARM KEY IS NOT LESS THAN WLP-CLAVE
               INVALID KEY GO TO 2100-PENDIENTE-ANALISIS-EXIT
           END-START.
           READ LABPARM NEXT RECORD
               AT END GO TO 2100-PENDIENTE-ANALISIS-EXIT
           END-READ.
           IF WLP-ARTICULO = WLR-ARTICULO-PARAM
               MOVE "Q" TO WLS-ESTADO-CALIDAD
               DISPLAY "LOTE EN CUARENTENA HASTA EL ANALISIS"
           END-IF.
       2100-PENDIENTE-ANALISIS-EXIT.
           EXIT.

      *    Lote nuevo de un articulo que madura: entra a la
      *    camara habitual con los dias del articulo contados
      *    desde la elaboracion (o desde hoy si no se informo).
      *    Si ademas vino en cuarentena queda "Q", que manda;
      *    LOTEHOLD lo devuelve a "M" al liberarlo.
       3000-INGRESAR-CAMARA.
           MOVE WLR-ARTICULO-PARAM TO WMP-ARTICULO.
           READ MADUPAR KEY IS WMP-ARTICULO
               INVALID KEY MOVE 0 TO WMP-DIAS-MADURACION
           END-READ.
           IF WMP-STATUS NOT = "00" OR WMP-DIAS-MADURACION = 0
               GO TO 3000-INGRESAR-CAMARA-EXIT
           END-IF.
           INITIALIZE REG-MADURA.
           MOVE WLS-CLAVE  TO WMA-CLAVE.
           MOVE WMP-CAMARA TO WMA-CAMARA.
           IF WLS-FEC-ELABORACION > 0
               MOVE WLS-FEC-ELABORACION TO WMA-FEC-INGRESO
           ELSE
               MOVE WLR-HOY TO WMA-FEC-INGRESO
           END-IF.
           MOVE WMP-DIAS-MADURACION TO WMA-DIAS-OBJETIVO.
           COMPUTE WLR-DIA-PREVISTO =
               FUNCTION INTEGER-OF-DATE (WMA-FEC-INGRESO)
               + WMA-DIAS-OBJETIVO.
           COMPUTE WMA-FEC-PREVISTA =
               FUNCTION DATE-OF-INTEGER (WLR-DIA-PREVISTO).
           MOVE "M" TO WMA-ESTADO.
           WRITE REG-MADURA
               INVALID KEY DISPLAY "NO PUDO GRABAR MADURA"
           END-WRITE.
           IF WLS-LIBERADO
               MOVE "M" TO WLS-ESTADO-CALIDAD
           END-IF.
           DISPLAY "LOTE EN MADURACION HASTA " WMA-FEC-PREVISTA.
       3000-INGRESAR-CAMARA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE LOTESTK.
           CLOSE MADUPAR.
           CLOSE MADURA.
           CLOSE LABPARM.
       9999-FINAL-EXIT.
           EXIT.
