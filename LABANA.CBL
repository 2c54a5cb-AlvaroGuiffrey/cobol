       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LABANA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Analisis de laboratorio por lote: los resultados de
      * grasa, humedad, pH, coliformes, hongos y levaduras que
      * se anotaban en el cuaderno del laboratorio quedan aca
      * por lote de LOTESTK, y de aca sale el protocolo que las
      * cadenas piden con cada entrega.
      *   modo P: parametros del articulo en LABPARM: codigo del
      *           parametro, descripcion, unidad y limites de
      *           aceptacion minimo y maximo (un parametro con
      *           solo tope lleva minimo cero);
      *   modo R: carga de resultados del lote en LABRES, un
      *           valor por cada parametro del articulo, con
      *           dictamen automatico en LABLOTE: apto si todos
      *           estan dentro de los limites, no apto si alguno
      *           no. El lote no apto pasa directo a cuarentena
      *           en LOTESTK con su evento en LOTEHLOG, igual que
      *           si lo retuviera calidad por LOTEHOLD. Cada
      *           carga toma un numero de protocolo nuevo de
      *           NUMERO tipo "PROTOCOL";
      *   modo C: protocolo (certificado de analisis) del lote
      *           por PRNTDEST, para acompanar el remito, y si se
      *           indica la cuenta del cliente queda en la cola
      *           de correo (EMAILQ via EMAILENQ).
      * Un lote de un articulo con parametros entra por LOTEREC
      * en cuarentena y LOTEHOLD no lo libera sin un analisis
      * apto en LABLOTE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABPARM   ASSIGN TO "LABPARM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLP-CLAVE
                             FILE STATUS IS WLP-STATUS.
           SELECT LABRES    ASSIGN TO "LABRES"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLT-CLAVE
                             FILE STATUS IS WLT-STATUS.
           SELECT LABLOTE   ASSIGN TO "LABLOTE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLZ-CLAVE
                             FILE STATUS IS WLZ-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT LOTEHLOG  ASSIGN TO "LOTEHLOG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLH-CLAVE
                             FILE STATUS IS WLH-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-ARTICULO
                             FILE STATUS IS WAR-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  LABPARM.
       01  REG-LABPARM.
           05  WLP-CLAVE.
               10  WLP-ARTICULO      PIC 9(06).
               10  WLP-PARAMETRO     PIC X(10).
           05  WLP-DESCRIPCION       PIC X(20).
           05  WLP-UNIDAD            PIC X(08).
           05  WLP-MINIMO            PIC S9(05)V999.
           05  WLP-MAXIMO            PIC S9(05)V999.

       FD  LABRES.
       01  REG-LABRES.
           05  WLT-CLAVE.
               10  WLT-SUCURSAL      PIC 9(02).
               10  WLT-ARTICULO      PIC 9(06).
               10  WLT-LOTE          PIC X(10).
               10  WLT-PARAMETRO     PIC X(10).
           05  WLT-VALOR             PIC S9(05)V999.
           05  WLT-CUMPLE            PIC X(01).
           05  WLT-FECHA             PIC 9(08).
           05  WLT-ANALISTA          PIC X(08).

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
               88  WLZ-NO-APTO        VALUE "R".
           05  WLZ-PROTOCOLO         PIC 9(08).
           05  WLZ-CANT-PARAMETROS   PIC 9(02).
           05  WLZ-CANT-FUERA        PIC 9(02).

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

       FD  LOTEHLOG.
       01  REG-LOTEHLOG.
           05  WLH-CLAVE.
               10  WLH-LOTE          PIC X(10).
               10  WLH-FECHA         PIC 9(08).
               10  WLH-SECUENCIA     PIC 9(04).
           05  WLH-SUCURSAL          PIC 9(02).
           05  WLH-ARTICULO          PIC 9(06).
           05  WLH-ACCION            PIC X(01).
           05  WLH-OPERADOR          PIC X(08).
           05  WLH-MOTIVO            PIC X(30).

       FD  ART02.
       01  REG-ART02.
           05  WAR-ARTICULO          PIC 9(06).
           05  WAR-DESCRIPCION       PIC X(30).
           05  WAR-CODBARRA          PIC X(13).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "LABANA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WLP-STATUS                PIC X(02).
       77  WLT-STATUS                PIC X(02).
       77  WLZ-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WLH-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WLB-MODO-PARAM            PIC X(01).
       77  WLB-SUCURSAL-PARAM        PIC 9(02).
       77  WLB-ARTICULO-PARAM        PIC 9(06).
       77  WLB-LOTE-PARAM            PIC X(10).
       77  WLB-PARAMETRO-PARAM       PIC X(10).
       77  WLB-DESCRIPCION-CAP       PIC X(20).
       77  WLB-UNIDAD-CAP            PIC X(08).
       77  WLB-MINIMO-CAP            PIC S9(05)V999.
       77  WLB-MAXIMO-CAP            PIC S9(05)V999.
       77  WLB-VALOR-CAP             PIC S9(05)V999.
       77  WLB-ANALISTA-PARAM        PIC X(08).
       77  WLB-CUENTA-PARAM          PIC 9(06).
       77  WLB-REMITO-PARAM          PIC 9(08).
       77  WLB-HALLADO               PIC X(01).
       77  WLB-HOY                   PIC 9(08).
       77  WLB-ULTIMA-SEC            PIC 9(04).
       77  WLB-CANT-PARAMETROS       PIC 9(02).
       77  WLB-CANT-FUERA            PIC 9(02).
       77  WLB-PRIMER-FUERA          PIC X(10).
       77  WLB-PROG-EMAILQ           PIC X(08) VALUE "LABANA".
       77  WLB-DOC-EMAILQ            PIC X(30).
       77  EOF-LABPARM                PIC X(01).
           88  NO-HAY-MAS-LABPARM     VALUE "S".
       77  EOF-LOTEHLOG               PIC X(01).
           88  NO-HAY-MAS-LOTEHLOG    VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(35)
               VALUE "PROTOCOLO DE ANALISIS DE LOTE NRO. ".
           05  T-PROTOCOLO           PIC 9(08).
           05  FILLER                PIC X(10) VALUE "   FECHA: ".
           05  T-FECHA               PIC 9(08).

       01  LIN-ARTICULO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "ARTICULO ...: ".
           05  A-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  A-DESCRIPCION         PIC X(30).

       01  LIN-LOTE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "LOTE .......: ".
           05  L-LOTE                PIC X(10).
           05  FILLER                PIC X(14) VALUE "  ELABORADO: ".
           05  L-ELABORACION         PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  VENCE: ".
           05  L-VENCIMIENTO         PIC 9(08).

       01  LIN-ANALISIS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "ANALIZADO ..: ".
           05  N-FECHA               PIC 9(08).
           05  FILLER                PIC X(14) VALUE "  ANALISTA: ".
           05  N-ANALISTA            PIC X(08).
           05  N-LEYENDA-REMITO      PIC X(12).
           05  N-REMITO              PIC Z(7)9.

       01  LIN-CABECERA.
           05  FILLER                PIC X(40)
               VALUE "  PARAMETRO  DESCRIPCION          UNIDAD".
           05  FILLER                PIC X(40)
               VALUE "       MINIMO     MAXIMO  RESULTADO  CUM".
           05  FILLER                PIC X(03)
               VALUE "PLE".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PARAMETRO           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESCRIPCION         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-UNIDAD              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MINIMO              PIC -(5)9.999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MAXIMO              PIC -(5)9.999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-VALOR               PIC -(5)9.999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUMPLE              PIC X(02).

       01  LIN-DICTAMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "DICTAMEN ...: ".
           05  R-DICTAMEN            PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.
       LABPARM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABPARM.
           DISPLAY "ERROR E/S LABPARM: " WLP-STATUS.
       LABRES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABRES.
           DISPLAY "ERROR E/S LABRES: " WLT-STATUS.
       LABLOTE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LABLOTE.
           DISPLAY "ERROR E/S LABLOTE: " WLZ-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       LOTEHLOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEHLOG.
           DISPLAY "ERROR E/S LOTEHLOG: " WLH-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAR-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WLB-MODO-PARAM
               WHEN "P"
                   PERFORM 2000-PARAMETRO THRU 2000-PARAMETRO-EXIT
               WHEN "R"
                   PERFORM 3000-RESULTADOS THRU 3000-RESULTADOS-EXIT
               WHEN "C"
                   PERFORM 5000-PROTOCOLO THRU 5000-PROTOCOLO-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (P=PARAMETROS R=RESULTADOS C=PROTOCOLO): "
               LINE 5 POSITION 5.
           ACCEPT WLB-MODO-PARAM LINE 5 POSITION 52.
           ACCEPT WLB-HOY FROM DATE YYYYMMDD.
           OPEN I-O LABPARM.
           IF WLP-STATUS = "35"
               CLOSE LABPARM
               OPEN OUTPUT LABPARM
               CLOSE LABPARM
               OPEN I-O LABPARM
           END-IF.
           OPEN I-O LABRES.
           IF WLT-STATUS = "35"
               CLOSE LABRES
               OPEN OUTPUT LABRES
               CLOSE LABRES
               OPEN I-O LABRES
           END-IF.
           OPEN I-O LABLOTE.
           IF WLZ-STATUS = "35"
               CLOSE LABLOTE
               OPEN OUTPUT LABLOTE
               CLOSE LABLOTE
               OPEN I-O LABLOTE
           END-IF.
           OPEN I-O LOTESTK.
           OPEN I-O LOTEHLOG.
           IF WLH-STATUS = "35"
               CLOSE LOTEHLOG
               OPEN OUTPUT LOTEHLOG
               CLOSE LOTEHLOG
               OPEN I-O LOTEHLOG
           END-IF.
           OPEN INPUT ART02.
           OPEN I-O NUMERO.

      *    Parametro y limites de aceptacion del articulo. Lo que
      *    se deja en blanco conserva el valor anterior; los
      *    limites se graban siempre como se ingresan.
       2000-PARAMETRO.
           DISPLAY "ARTICULO .................: " LINE 7 POSITION 5.
           ACCEPT WLB-ARTICULO-PARAM LINE 7 POSITION 33.
           MOVE WLB-ARTICULO-PARAM TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-PARAMETRO-EXIT
           END-READ.
           DISPLAY WAR-DESCRIPCION LINE 7 POSITION 45.
           DISPLAY "PARAMETRO (GRASA/PH/...) .: " LINE 8 POSITION 5.
           ACCEPT WLB-PARAMETRO-PARAM LINE 8 POSITION 33.
           IF WLB-PARAMETRO-PARAM = SPACES
               DISPLAY "FALTA EL PARAMETRO" LINE 20 POSITION 5
               GO TO 2000-PARAMETRO-EXIT
           END-IF.
           MOVE "S" TO WLB-HALLADO.
           MOVE WLB-ARTICULO-PARAM  TO WLP-ARTICULO.
           MOVE WLB-PARAMETRO-PARAM TO WLP-PARAMETRO.
           READ LABPARM KEY IS WLP-CLAVE
               INVALID KEY MOVE "N" TO WLB-HALLADO
           END-READ.
           IF WLB-HALLADO = "N"
               MOVE WLB-ARTICULO-PARAM  TO WLP-ARTICULO
               MOVE WLB-PARAMETRO-PARAM TO WLP-PARAMETRO
               MOVE SPACES TO WLP-DESCRIPCION WLP-UNIDAD
               MOVE 0      TO WLP-MINIMO WLP-MAXIMO
           ELSE
               DISPLAY "LIMITES ACTUALES: " WLP-MINIMO " A "
                   WLP-MAXIMO " " WLP-UNIDAD LINE 9 POSITION 5
           END-IF.
           DISPLAY "DESCRIPCION ..............: " LINE 10 POSITION 5.
           ACCEPT WLB-DESCRIPCION-CAP LINE 10 POSITION 33.
           DISPLAY "UNIDAD (%/UFC-G/...) .....: " LINE 11 POSITION 5.
           ACCEPT WLB-UNIDAD-CAP LINE 11 POSITION 33.
           DISPLAY "LIMITE MINIMO ............: " LINE 12 POSITION 5.
           ACCEPT WLB-MINIMO-CAP LINE 12 POSITION 33.
           DISPLAY "LIMITE MAXIMO ............: " LINE 13 POSITION 5.
           ACCEPT WLB-MAXIMO-CAP LINE 13 POSITION 33.
           IF WLB-DESCRIPCION-CAP NOT = SPACES
               MOVE WLB-DESCRIPCION-CAP TO WLP-DESCRIPCION
           END-IF.
           IF WLB-UNIDAD-CAP NOT = SPACES
               MOVE WLB-UNIDAD-CAP TO WLP-UNIDAD
           END-IF.
           IF WLB-MAXIMO-CAP < WLB-MINIMO-CAP
               DISPLAY "EL MAXIMO ES MENOR QUE EL MINIMO"
                   LINE 20 POSITION 5
               GO TO 2000-PARAMETRO-EXIT
           END-IF.
           MOVE WLB-MINIMO-CAP TO WLP-MINIMO.
           MOVE WLB-MAXIMO-CAP TO WLP-MAXIMO.
           IF WLB-HALLADO = "S"
               REWRITE REG-LABPARM
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LABPARM"
               END-REWRITE
           ELSE
               WRITE REG-LABPARM
                   INVALID KEY DISPLAY "NO PUDO GRABAR LABPARM"
               END-WRITE
           END-IF.
           DISPLAY "PARAMETRO GRABADO" LINE 20 POSITION 5.
       2000-PARAMETRO-EXIT.
           EXIT.

      *    Resultados del lote: se pide un valor por cada
      *    parametro del articulo y el dictamen sale solo.
       3000-RESULTADOS.
           PERFORM 4000-PEDIR-LOTE THRU 4000-PEDIR-LOTE-EXIT.
           IF WLB-HALLADO = "N"
               GO TO 3000-RESULTADOS-EXIT
           END-IF.
           DISPLAY "ANALISTA .................: " LINE 11 POSITION 5.
           ACCEPT WLB-ANALISTA-PARAM LINE 11 POSITION 33.
           MOVE 0      TO WLB-CANT-PARAMETROS.
           MOVE 0      TO WLB-CANT-FUERA.
           MOVE SPACES TO WLB-PRIMER-FUERA.
           MOVE "N"    TO EOF-LABPARM.
           MOVE WLB-ARTICULO-PARAM TO WLP-ARTICULO.
           MOVE LOW-VALUES         TO WLP-PARAMETRO.
           START LABPARM KEY IS NOT LESS THAN WLP-CLAVE
               INVALID KEY MOVE "S" TO EOF-LABPARM
           END-START.
           PERFORM 3100-UN-PARAMETRO THRU 3100-UN-PARAMETRO-EXIT
               UNTIL NO-HAY-MAS-LABPARM.
           IF WLB-CANT-PARAMETROS = 0
               DISPLAY "EL ARTICULO NO TIENE PARAMETROS EN LABPARM"
                   LINE 20 POSITION 5
               GO TO 3000-RESULTADOS-EXIT
           END-IF.
           PERFORM 3200-DICTAMEN.
           IF WLZ-NO-APTO
               PERFORM 3300-RETENER-LOTE THRU 3300-RETENER-LOTE-EXIT
               DISPLAY "LOTE NO APTO (" WLB-CANT-FUERA
                   " FUERA DE LIMITE) - PROTOCOLO " WLZ-PROTOCOLO
                   LINE 20 POSITION 5
           ELSE
               DISPLAY "LOTE APTO - PROTOCOLO " WLZ-PROTOCOLO
                   " - LIBERAR POR LOTEHOLD" LINE 20 POSITION 5
           END-IF.
       3000-RESULTADOS-EXIT.
           EXIT.

       3100-UN-PARAMETRO.
           READ LABPARM NEXT RECORD
               AT END MOVE "S" TO EOF-LABPARM
           END-READ.
           IF NO-HAY-MAS-LABPARM
              OR WLP-ARTICULO NOT = WLB-ARTICULO-PARAM
               MOVE "S" TO EOF-LABPARM
               GO TO 3100-UN-PARAMETRO-EXIT
           END-IF.
           DISPLAY "                                        "
               LINE 13 POSITION 5.
           DISPLAY WLP-DESCRIPCION " (" WLP-UNIDAD ") : "
               LINE 13 POSITION 5.
           ACCEPT WLB-VALOR-CAP LINE 13 POSITION 40.
           ADD 1 TO WLB-CANT-PARAMETROS.
           MOVE WLB-SUCURSAL-PARAM TO WLT-SUCURSAL.
           MOVE WLB-ARTICULO-PARAM TO WLT-ARTICULO.
           MOVE WLB-LOTE-PARAM     TO WLT-LOTE.
           MOVE WLP-PARAMETRO      TO WLT-PARAMETRO.
           MOVE WLB-VALOR-CAP      TO WLT-VALOR.
           MOVE WLB-HOY            TO WLT-FECHA.
           MOVE WLB-ANALISTA-PARAM TO WLT-ANALISTA.
           IF WLB-VALOR-CAP < WLP-MINIMO OR WLB-VALOR-CAP > WLP-MAXIMO
               MOVE "N" TO WLT-CUMPLE
               ADD 1 TO WLB-CANT-FUERA
               IF WLB-PRIMER-FUERA = SPACES
                   MOVE WLP-PARAMETRO TO WLB-PRIMER-FUERA
               END-IF
           ELSE
               MOVE "S" TO WLT-CUMPLE
           END-IF.
           WRITE REG-LABRES
               INVALID KEY
                   REWRITE REG-LABRES
                       INVALID KEY DISPLAY "NO PUDO GRABAR LABRES"
                   END-REWRITE
           END-WRITE.
       3100-UN-PARAMETRO-EXIT.
           EXIT.

      *    Cada carga de resultados es un analisis nuevo con su
      *    propio numero de protocolo.
       3200-DICTAMEN.
           MOVE "PROTOCOL" TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.
           MOVE WLS-CLAVE          TO WLZ-CLAVE.
           MOVE WLB-HOY            TO WLZ-FEC-ANALISIS.
           MOVE WLB-ANALISTA-PARAM TO WLZ-ANALISTA.
           MOVE WNU-ULTIMO-NUMERO  TO WLZ-PROTOCOLO.
           MOVE WLB-CANT-PARAMETROS TO WLZ-CANT-PARAMETROS.
           MOVE WLB-CANT-FUERA     TO WLZ-CANT-FUERA.
           IF WLB-CANT-FUERA > 0
               MOVE "R" TO WLZ-DICTAMEN
           ELSE
               MOVE "A" TO WLZ-DICTAMEN
           END-IF.
           WRITE REG-LABLOTE
               INVALID KEY
                   REWRITE REG-LABLOTE
                       INVALID KEY DISPLAY "NO PUDO GRABAR LABLOTE"
                   END-REWRITE
           END-WRITE.

      *    Lote no apto: queda en cuarentena como si lo retuviera
      *    calidad por LOTEHOLD, con el evento en LOTEHLOG. Un
      *    lote ya rechazado no se toca.
       3300-RETENER-LOTE.
           IF WLS-RECHAZADO
               GO TO 3300-RETENER-LOTE-EXIT
           END-IF.
           MOVE "Q" TO WLS-ESTADO-CALIDAD.
           REWRITE REG-LOTESTK
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LOTESTK"
           END-REWRITE.
           PERFORM 3400-BUSCAR-SECUENCIA
               THRU 3400-BUSCAR-SECUENCIA-FIN.
           MOVE WLB-LOTE-PARAM     TO WLH-LOTE.
           MOVE WLB-HOY            TO WLH-FECHA.
           COMPUTE WLH-SECUENCIA = WLB-ULTIMA-SEC + 1.
           MOVE WLB-SUCURSAL-PARAM TO WLH-SUCURSAL.
           MOVE WLB-ARTICULO-PARAM TO WLH-ARTICULO.
           MOVE "Q"                TO WLH-ACCION.
           MOVE WLB-ANALISTA-PARAM TO WLH-OPERADOR.
           MOVE SPACES             TO WLH-MOTIVO.
           STRING "ANALISIS NO APTO " DELIMITED BY SIZE
                  WLB-PRIMER-FUERA    DELIMITED BY SPACE
               INTO WLH-MOTIVO
           END-STRING.
           WRITE REG-LOTEHLOG
               INVALID KEY DISPLAY "NO PUDO GRABAR LOTEHLOG"
           END-WRITE.
       3300-RETENER-LOTE-EXIT.
           EXIT.

       3400-BUSCAR-SECUENCIA.
           MOVE 0   TO WLB-ULTIMA-SEC.
           MOVE "N" TO EOF-LOTEHLOG.
           MOVE WLB-LOTE-PARAM TO WLH-LOTE.
           MOVE WLB-HOY        TO WLH-FECHA.
           MOVE 0              TO WLH-SECUENCIA.
           START LOTEHLOG KEY IS NOT LESS THAN WLH-CLAVE
               INVALID KEY MOVE "S" TO EOF-LOTEHLOG
           END-START.
       3400-BUSCAR-SEC-LEER.
           IF NO-HAY-MAS-LOTEHLOG
               GO TO 3400-BUSCAR-SECUENCIA-FIN
           END-IF.
           READ LOTEHLOG NEXT RECORD
               AT END MOVE "S" TO EOF-LOTEHLOG
           END-READ.
           IF NO-HAY-MAS-LOTEHLOG
              OR WLH-LOTE NOT = WLB-LOTE-PARAM
              OR WLH-FECHA NOT = WLB-HOY
               GO TO 3400-BUSCAR-SECUENCIA-FIN
           END-IF.
           MOVE WLH-SECUENCIA TO WLB-ULTIMA-SEC.
           GO TO 3400-BUSCAR-SEC-LEER.
       3400-BUSCAR-SECUENCIA-FIN.
           EXIT.

       4000-PEDIR-LOTE.
           MOVE "N" TO WLB-HALLADO.
           DISPLAY "SUCURSAL .................: " LINE 7 POSITION 5.
           ACCEPT WLB-SUCURSAL-PARAM LINE 7 POSITION 33.
           DISPLAY "ARTICULO .................: " LINE 8 POSITION 5.
           ACCEPT WLB-ARTICULO-PARAM LINE 8 POSITION 33.
           DISPLAY "LOTE .....................: " LINE 9 POSITION 5.
           ACCEPT WLB-LOTE-PARAM LINE 9 POSITION 33.
           MOVE WLB-SUCURSAL-PARAM TO WLS-SUCURSAL.
           MOVE WLB-ARTICULO-PARAM TO WLS-ARTICULO.
           MOVE WLB-LOTE-PARAM     TO WLS-LOTE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY
                   DISPLAY "LOTE INEXISTENTE" LINE 20 POSITION 5
                   GO TO 4000-PEDIR-LOTE-EXIT
           END-READ.
           MOVE WLB-ARTICULO-PARAM TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY MOVE SPACES TO WAR-DESCRIPCION
           END-READ.
           DISPLAY WAR-DESCRIPCION LINE 8 POSITION 45.
           MOVE "S" TO WLB-HALLADO.
       4000-PEDIR-LOTE-EXIT.
           EXIT.

      *    Protocolo del ultimo analisis del lote, para mandar con
      *    el remito y, si se indica la cuenta, por correo.
       5000-PROTOCOLO.
           PERFORM 4000-PEDIR-LOTE THRU 4000-PEDIR-LOTE-EXIT.
           IF WLB-HALLADO = "N"
               GO TO 5000-PROTOCOLO-EXIT
           END-IF.
           MOVE WLS-CLAVE TO WLZ-CLAVE.
           READ LABLOTE KEY IS WLZ-CLAVE
               INVALID KEY
                   DISPLAY "LOTE SIN ANALISIS DE LABORATORIO"
                       LINE 20 POSITION 5
                   GO TO 5000-PROTOCOLO-EXIT
           END-READ.
           DISPLAY "REMITO QUE ACOMPANA (0=NO): " LINE 11 POSITION 5.
           ACCEPT WLB-REMITO-PARAM LINE 11 POSITION 33.
           DISPLAY "CUENTA PARA CORREO (0=NO) : " LINE 12 POSITION 5.
           ACCEPT WLB-CUENTA-PARAM LINE 12 POSITION 33.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WLZ-PROTOCOLO TO T-PROTOCOLO.
           MOVE WLB-HOY       TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WLS-ARTICULO    TO A-ARTICULO.
           MOVE WAR-DESCRIPCION TO A-DESCRIPCION.
           WRITE LIN-LISTADO FROM LIN-ARTICULO AFTER 2.
           MOVE WLS-LOTE            TO L-LOTE.
           MOVE WLS-FEC-ELABORACION TO L-ELABORACION.
           MOVE WLS-VENCIMIENTO     TO L-VENCIMIENTO.
           WRITE LIN-LISTADO FROM LIN-LOTE AFTER 1.
           MOVE WLZ-FEC-ANALISIS TO N-FECHA.
           MOVE WLZ-ANALISTA     TO N-ANALISTA.
           IF WLB-REMITO-PARAM > 0
               MOVE "  REMITO: "  TO N-LEYENDA-REMITO
               MOVE WLB-REMITO-PARAM TO N-REMITO
           ELSE
               MOVE SPACES TO N-LEYENDA-REMITO
               MOVE 0      TO N-REMITO
           END-IF.
           WRITE LIN-LISTADO FROM LIN-ANALISIS AFTER 1.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE "N" TO EOF-LABPARM.
           MOVE WLB-ARTICULO-PARAM TO WLP-ARTICULO.
           MOVE LOW-VALUES         TO WLP-PARAMETRO.
           START LABPARM KEY IS NOT LESS THAN WLP-CLAVE
               INVALID KEY MOVE "S" TO EOF-LABPARM
           END-START.
           PERFORM 5100-RENGLON THRU 5100-RENGLON-EXIT
               UNTIL NO-HAY-MAS-LABPARM.
           IF WLZ-APTO
               MOVE "APTO" TO R-DICTAMEN
           ELSE
               MOVE "NO APTO" TO R-DICTAMEN
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DICTAMEN AFTER 2.
           CLOSE LISTADO.
           IF WLB-CUENTA-PARAM > 0
               MOVE SPACES TO WLB-DOC-EMAILQ
               STRING "PROTOCOLO LOTE " DELIMITED BY SIZE
                      WLS-LOTE          DELIMITED BY SIZE
                   INTO WLB-DOC-EMAILQ
               END-STRING
               CALL "EMAILENQ" USING WLB-PROG-EMAILQ
                                     WLB-CUENTA-PARAM
                                     WLB-DOC-EMAILQ
               END-CALL
               DISPLAY "PROTOCOLO ENCOLADO PARA CORREO"
                   LINE 20 POSITION 5
           END-IF.
       5000-PROTOCOLO-EXIT.
           EXIT.

      *    Un renglon por parametro del articulo con el resultado
      *    cargado para el lote; sin resultado no se imprime.
       5100-RENGLON.
           READ LABPARM NEXT RECORD
               AT END MOVE "S" TO EOF-LABPARM
           END-READ.
           IF NO-HAY-MAS-LABPARM
              OR WLP-ARTICULO NOT = WLB-ARTICULO-PARAM
               MOVE "S" TO EOF-LABPARM
               GO TO 5100-RENGLON-EXIT
           END-IF.
           MOVE WLB-SUCURSAL-PARAM TO WLT-SUCURSAL.
           MOVE WLB-ARTICULO-PARAM TO WLT-ARTICULO.
           MOVE WLB-LOTE-PARAM     TO WLT-LOTE.
           MOVE WLP-PARAMETRO      TO WLT-PARAMETRO.
           READ LABRES KEY IS WLT-CLAVE
               INVALID KEY GO TO 5100-RENGLON-EXIT
           END-READ.
           MOVE WLP-PARAMETRO   TO D-PARAMETRO.
           MOVE WLP-DESCRIPCION TO D-DESCRIPCION.
           MOVE WLP-UNIDAD      TO D-UNIDAD.
           MOVE WLP-MINIMO      TO D-MINIMO.
           MOVE WLP-MAXIMO      TO D-MAXIMO.
           MOVE WLT-VALOR       TO D-VALOR.
           IF WLT-CUMPLE = "S"
               MOVE "SI" TO D-CUMPLE
           ELSE
               MOVE "NO" TO D-CUMPLE
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       5100-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE LABPARM.
           CLOSE LABRES.
           CLOSE LABLOTE.
           CLOSE LOTESTK.
           CLOSE LOTEHLOG.
           CLOSE ART02.
           CLOSE NUMERO.
       9999-FINAL-EXIT.
           EXIT.
