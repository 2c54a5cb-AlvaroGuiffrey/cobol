       IDENTIFICATION DIVISION.
       PROGRAM-ID.       REGSAN.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Registros sanitarios: cada producto lacteo que se vende
      * necesita su RNPA y cada planta o proveedor su RNE y la
      * habilitacion de SENASA; bromatologia los pide en las
      * inspecciones y las cadenas rechazan el producto con el
      * registro vencido.
      *   modo A: registro del articulo de ART02 en ARTRNPA:
      *           numero de RNPA, vencimiento y referencia al
      *           certificado escaneado;
      *   modo P: registro del proveedor de PROVEE en PROVRNE:
      *           RNE y su vencimiento, numero de habilitacion y
      *           su vencimiento, referencia al escaneado;
      *   modo V: alerta semanal de vencimientos: lista por
      *           PRNTDEST los registros vencidos o que vencen
      *           dentro de los dias indicados (30 si no se
      *           indica) y deja el aviso en la cola de correo
      *           (EMAILQ via EMAILENQ) a la cuenta 0, que es
      *           donde se carga en CUENMAIL la direccion de
      *           calidad.
      * En A y P lo que se deja en blanco o en cero conserva el
      * valor anterior. El control al recibir (ORDCOMPR), al
      * cargar la factura del proveedor (FACPROV) y al facturar
      * (REMITO) lo hace REGCHK.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTRNPA   ASSIGN TO "ARTRNPA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNX-ARTICULO
                             FILE STATUS IS WNX-STATUS.
           SELECT PROVRNE   ASSIGN TO "PROVRNE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNE-PROVEEDOR
                             FILE STATUS IS WNE-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-ARTICULO
                             FILE STATUS IS WAR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTRNPA.
       01  REG-ARTRNPA.
           05  WNX-ARTICULO          PIC 9(06).
           05  WNX-RNPA              PIC X(20).
           05  WNX-FEC-VTO           PIC 9(08).
           05  WNX-REF-ESCANEO       PIC X(40).

       FD  PROVRNE.
       01  REG-PROVRNE.
           05  WNE-PROVEEDOR         PIC 9(06).
           05  WNE-RNE               PIC X(20).
           05  WNE-FEC-VTO-RNE       PIC 9(08).
           05  WNE-HABILITACION      PIC X(20).
           05  WNE-FEC-VTO-HABIL     PIC 9(08).
           05  WNE-REF-ESCANEO       PIC X(40).

       FD  ART02.
       01  REG-ART02.
           05  WAR-ARTICULO          PIC 9(06).
           05  WAR-DESCRIPCION       PIC X(30).
           05  WAR-CODBARRA          PIC X(13).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "REGSAN".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WNX-STATUS                PIC X(02).
       77  WNE-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WNS-MODO-PARAM            PIC X(01).
       77  WNS-CODIGO-PARAM          PIC 9(06).
       77  WNS-DIAS-PARAM            PIC 9(03).
       77  WNS-NUMERO-CAP            PIC X(20).
       77  WNS-FEC-VTO-CAP           PIC 9(08).
       77  WNS-HABILITACION-CAP      PIC X(20).
       77  WNS-FEC-HABIL-CAP         PIC 9(08).
       77  WNS-REF-ESCANEO-CAP       PIC X(40).
       77  WNS-HALLADO               PIC X(01).
       77  WNS-HOY                   PIC 9(08).
       77  WNS-LIMITE                PIC 9(08).
       77  WNS-FEC-PRUEBA            PIC 9(08).
       77  WNS-DIAS-FALTAN           PIC S9(05).
       77  WNS-CANT-AVISOS           PIC 9(05) VALUE 0.
       77  WNS-MODO-PROVEE           PIC X(01) VALUE "C".
       77  WNS-PROVEEDOR-CONS        PIC 9(06).
       77  WNS-RAZON-SOCIAL          PIC X(30).
       77  WNS-COND-IVA              PIC X(02).
       77  WNS-PLAZO-PAGO            PIC 9(03).
       77  WNS-PROG-EMAILQ           PIC X(08) VALUE "REGSAN".
       77  WNS-CUENTA-EMAILQ         PIC 9(06) VALUE 0.
       77  WNS-DOC-EMAILQ            PIC X(30).
       77  EOF-ARTRNPA                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ARTRNPA     VALUE "S".
       77  EOF-PROVRNE                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PROVRNE     VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE "VENCIMIENTO DE REGISTROS SANITARIOS AL ".
           05  T-HOY                 PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  HASTA EL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-LIMITE              PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(40)
               VALUE "  REGISTRO     CODIGO DESCRIPCION       ".
           05  FILLER                PIC X(40)
               VALUE "             NUMERO               VENCIM".
           05  FILLER                PIC X(13)
               VALUE ".   SITUACION".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-REGISTRO            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CODIGO              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NUMERO              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FEC-VTO             PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SITUACION           PIC X(20).

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(30)
               VALUE "REGISTROS A RENOVAR ........: ".
           05  R-CANTIDAD            PIC ZZZZ9.

       01  WNS-SITUACION.
           05  FILLER                PIC X(09) VALUE "VENCE EN ".
           05  WNS-SIT-DIAS          PIC ZZ9.
           05  FILLER                PIC X(05) VALUE " DIAS".

       PROCEDURE DIVISION.
       DECLARATIVES.
       ARTRNPA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTRNPA.
           DISPLAY "ERROR E/S ARTRNPA: " WNX-STATUS.
       PROVRNE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVRNE.
           DISPLAY "ERROR E/S PROVRNE: " WNE-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WNS-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ARTICULO THRU 2000-ARTICULO-EXIT
               WHEN "P"
                   PERFORM 3000-PROVEEDOR THRU 3000-PROVEEDOR-EXIT
               WHEN "V"
                   PERFORM 4000-VENCIMIENTOS
                       THRU 4000-VENCIMIENTOS-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=ARTICULO P=PROVEEDOR V=VENCIMIENTOS): "
               LINE 8 POSITION 5.
           ACCEPT WNS-MODO-PARAM LINE 8 POSITION 52.
           ACCEPT WNS-HOY FROM DATE YYYYMMDD.
           OPEN I-O ARTRNPA.
           IF WNX-STATUS = "35"
               CLOSE ARTRNPA
               OPEN OUTPUT ARTRNPA
               CLOSE ARTRNPA
               OPEN I-O ARTRNPA
           END-IF.
           OPEN I-O PROVRNE.
           IF WNE-STATUS = "35"
               CLOSE PROVRNE
               OPEN OUTPUT PROVRNE
               CLOSE PROVRNE
               OPEN I-O PROVRNE
           END-IF.
           OPEN INPUT ART02.

      *    RNPA del articulo.
       2000-ARTICULO.
           DISPLAY "ARTICULO .................: " LINE 9 POSITION 5.
           ACCEPT WNS-CODIGO-PARAM LINE 9 POSITION 33.
           MOVE WNS-CODIGO-PARAM TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-ARTICULO-EXIT
           END-READ.
           DISPLAY WAR-DESCRIPCION LINE 9 POSITION 45.
           MOVE "S" TO WNS-HALLADO.
           MOVE WNS-CODIGO-PARAM TO WNX-ARTICULO.
           READ ARTRNPA KEY IS WNX-ARTICULO
               INVALID KEY MOVE "N" TO WNS-HALLADO
           END-READ.
           IF WNS-HALLADO = "N"
               MOVE WNS-CODIGO-PARAM TO WNX-ARTICULO
               MOVE SPACES TO WNX-RNPA WNX-REF-ESCANEO
               MOVE 0      TO WNX-FEC-VTO
           ELSE
               DISPLAY "RNPA ACTUAL: " WNX-RNPA " VENCE "
                   WNX-FEC-VTO LINE 10 POSITION 5
           END-IF.
           DISPLAY "NUMERO DE RNPA ...........: " LINE 11 POSITION 5.
           ACCEPT WNS-NUMERO-CAP LINE 11 POSITION 33.
           DISPLAY "VENCIMIENTO (AAAAMMDD) ...: " LINE 12 POSITION 5.
           ACCEPT WNS-FEC-VTO-CAP LINE 12 POSITION 33.
           DISPLAY "REFERENCIA ESCANEADO .....: " LINE 13 POSITION 5.
           ACCEPT WNS-REF-ESCANEO-CAP LINE 13 POSITION 33.
           IF WNS-NUMERO-CAP NOT = SPACES
               MOVE WNS-NUMERO-CAP TO WNX-RNPA
           END-IF.
           IF WNS-FEC-VTO-CAP NOT = 0
               MOVE WNS-FEC-VTO-CAP TO WNX-FEC-VTO
           END-IF.
           IF WNS-REF-ESCANEO-CAP NOT = SPACES
               MOVE WNS-REF-ESCANEO-CAP TO WNX-REF-ESCANEO
           END-IF.
           IF WNX-RNPA = SPACES
               DISPLAY "FALTA EL NUMERO DE RNPA" LINE 20 POSITION 5
               GO TO 2000-ARTICULO-EXIT
           END-IF.
           IF WNS-HALLADO = "S"
               REWRITE REG-ARTRNPA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ARTRNPA"
               END-REWRITE
           ELSE
               WRITE REG-ARTRNPA
                   INVALID KEY DISPLAY "NO PUDO GRABAR ARTRNPA"
               END-WRITE
           END-IF.
           DISPLAY "RNPA GRABADO" LINE 20 POSITION 5.
       2000-ARTICULO-EXIT.
           EXIT.

      *    RNE y habilitacion del proveedor.
       3000-PROVEEDOR.
           DISPLAY "PROVEEDOR ................: " LINE 9 POSITION 5.
           ACCEPT WNS-CODIGO-PARAM LINE 9 POSITION 33.
           MOVE WNS-CODIGO-PARAM TO WNS-PROVEEDOR-CONS.
           CALL "PROVEE" USING WNS-MODO-PROVEE
                               WNS-PROVEEDOR-CONS
                               WNS-RAZON-SOCIAL
                               WNS-COND-IVA
                               WNS-PLAZO-PAGO
           END-CALL.
           IF WNS-RAZON-SOCIAL = "***NO EXISTE PROVEEDOR***"
               DISPLAY "PROVEEDOR INEXISTENTE" LINE 20 POSITION 5
               GO TO 3000-PROVEEDOR-EXIT
           END-IF.
           DISPLAY WNS-RAZON-SOCIAL LINE 9 POSITION 45.
           MOVE "S" TO WNS-HALLADO.
           MOVE WNS-CODIGO-PARAM TO WNE-PROVEEDOR.
           READ PROVRNE KEY IS WNE-PROVEEDOR
               INVALID KEY MOVE "N" TO WNS-HALLADO
           END-READ.
           IF WNS-HALLADO = "N"
               MOVE WNS-CODIGO-PARAM TO WNE-PROVEEDOR
               MOVE SPACES TO WNE-RNE WNE-HABILITACION
                              WNE-REF-ESCANEO
               MOVE 0      TO WNE-FEC-VTO-RNE WNE-FEC-VTO-HABIL
           ELSE
               DISPLAY "RNE ACTUAL: " WNE-RNE " VENCE "
                   WNE-FEC-VTO-RNE LINE 10 POSITION 5
           END-IF.
           DISPLAY "NUMERO DE RNE ............: " LINE 11 POSITION 5.
           ACCEPT WNS-NUMERO-CAP LINE 11 POSITION 33.
           DISPLAY "VENCIMIENTO RNE (AAAAMMDD): " LINE 12 POSITION 5.
           ACCEPT WNS-FEC-VTO-CAP LINE 12 POSITION 33.
           DISPLAY "HABILITACION SENASA ......: " LINE 13 POSITION 5.
           ACCEPT WNS-HABILITACION-CAP LINE 13 POSITION 33.
           DISPLAY "VENCIMIENTO HABILITACION .: " LINE 14 POSITION 5.
           ACCEPT WNS-FEC-HABIL-CAP LINE 14 POSITION 33.
           DISPLAY "REFERENCIA ESCANEADO .....: " LINE 15 POSITION 5.
           ACCEPT WNS-REF-ESCANEO-CAP LINE 15 POSITION 33.
           IF WNS-NUMERO-CAP NOT = SPACES
               MOVE WNS-NUMERO-CAP TO WNE-RNE
           END-IF.
           IF WNS-FEC-VTO-CAP NOT = 0
               MOVE WNS-FEC-VTO-CAP TO WNE-FEC-VTO-RNE
           END-IF.
           IF WNS-HABILITACION-CAP NOT = SPACES
               MOVE WNS-HABILITACION-CAP TO WNE-HABILITACION
           END-IF.
           IF WNS-FEC-HABIL-CAP NOT = 0
               MOVE WNS-FEC-HABIL-CAP TO WNE-FEC-VTO-HABIL
           END-IF.
           IF WNS-REF-ESCANEO-CAP NOT = SPACES
               MOVE WNS-REF-ESCANEO-CAP TO WNE-REF-ESCANEO
           END-IF.
           IF WNE-RNE = SPACES AND WNE-HABILITACION = SPACES
               DISPLAY "FALTA EL RNE O LA HABILITACION"
                   LINE 20 POSITION 5
               GO TO 3000-PROVEEDOR-EXIT
           END-IF.
           IF WNS-HALLADO = "S"
               REWRITE REG-PROVRNE
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PROVRNE"
               END-REWRITE
           ELSE
               WRITE REG-PROVRNE
                   INVALID KEY DISPLAY "NO PUDO GRABAR PROVRNE"
               END-WRITE
           END-IF.
           DISPLAY "REGISTRO DEL PROVEEDOR GRABADO" LINE 20 POSITION 5.
       3000-PROVEEDOR-EXIT.
           EXIT.

      *    Alerta de vencimientos: todo lo vencido y lo que vence
      *    hasta hoy + dias.
       4000-VENCIMIENTOS.
           DISPLAY "DIAS DE ANTICIPACION (0=30): " LINE 9 POSITION 5.
           ACCEPT WNS-DIAS-PARAM LINE 9 POSITION 35.
           IF WNS-DIAS-PARAM = 0
               MOVE 30 TO WNS-DIAS-PARAM
           END-IF.
           COMPUTE WNS-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WNS-HOY) + WNS-DIAS-PARAM).
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WNS-HOY    TO T-HOY.
           MOVE WNS-LIMITE TO T-LIMITE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE 0 TO WNX-ARTICULO.
           START ARTRNPA KEY IS NOT LESS THAN WNX-ARTICULO
               INVALID KEY MOVE "S" TO EOF-ARTRNPA
           END-START.
           PERFORM 4100-ARTICULOS THRU 4100-ARTICULOS-EXIT
               UNTIL NO-HAY-MAS-ARTRNPA.
           MOVE 0 TO WNE-PROVEEDOR.
           START PROVRNE KEY IS NOT LESS THAN WNE-PROVEEDOR
               INVALID KEY MOVE "S" TO EOF-PROVRNE
           END-START.
           PERFORM 4200-PROVEEDORES THRU 4200-PROVEEDORES-EXIT
               UNTIL NO-HAY-MAS-PROVRNE.
           MOVE WNS-CANT-AVISOS TO R-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
           CLOSE LISTADO.
           IF WNS-CANT-AVISOS > 0
               MOVE "VENCIMIENTOS RNPA/RNE" TO WNS-DOC-EMAILQ
               MOVE WNS-HOY TO WNS-DOC-EMAILQ (23:8)
               CALL "EMAILENQ" USING WNS-PROG-EMAILQ
                                     WNS-CUENTA-EMAILQ
                                     WNS-DOC-EMAILQ
               END-CALL
           END-IF.
           DISPLAY "REGISTROS A RENOVAR: " WNS-CANT-AVISOS
               LINE 20 POSITION 5.
       4000-VENCIMIENTOS-EXIT.
           EXIT.

       4100-ARTICULOS.
           READ ARTRNPA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARTRNPA
                   GO TO 4100-ARTICULOS-EXIT
           END-READ.
           IF WNX-FEC-VTO = 0 OR WNX-FEC-VTO > WNS-LIMITE
               GO TO 4100-ARTICULOS-EXIT
           END-IF.
           MOVE WNX-ARTICULO TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY MOVE SPACES TO WAR-DESCRIPCION
           END-READ.
           MOVE "RNPA"          TO D-REGISTRO.
           MOVE WNX-ARTICULO    TO D-CODIGO.
           MOVE WAR-DESCRIPCION TO D-DESCRIPCION.
           MOVE WNX-RNPA        TO D-NUMERO.
           MOVE WNX-FEC-VTO     TO WNS-FEC-PRUEBA.
           PERFORM 4900-RENGLON.
       4100-ARTICULOS-EXIT.
           EXIT.

      *    El proveedor puede figurar dos veces: RNE y
      *    habilitacion vencen por separado.
       4200-PROVEEDORES.
           READ PROVRNE NEXT RECORD
               AT END
                   MOVE "S" TO EOF-PROVRNE
                   GO TO 4200-PROVEEDORES-EXIT
           END-READ.
           MOVE WNE-PROVEEDOR TO WNS-PROVEEDOR-CONS.
           CALL "PROVEE" USING WNS-MODO-PROVEE
                               WNS-PROVEEDOR-CONS
                               WNS-RAZON-SOCIAL
                               WNS-COND-IVA
                               WNS-PLAZO-PAGO
           END-CALL.
           IF WNE-FEC-VTO-RNE NOT = 0
              AND WNE-FEC-VTO-RNE <= WNS-LIMITE
               MOVE "RNE"            TO D-REGISTRO
               MOVE WNE-PROVEEDOR    TO D-CODIGO
               MOVE WNS-RAZON-SOCIAL TO D-DESCRIPCION
               MOVE WNE-RNE          TO D-NUMERO
               MOVE WNE-FEC-VTO-RNE  TO WNS-FEC-PRUEBA
               PERFORM 4900-RENGLON
           END-IF.
           IF WNE-FEC-VTO-HABIL NOT = 0
              AND WNE-FEC-VTO-HABIL <= WNS-LIMITE
               MOVE "HABILITACION"    TO D-REGISTRO
               MOVE WNE-PROVEEDOR     TO D-CODIGO
               MOVE WNS-RAZON-SOCIAL  TO D-DESCRIPCION
               MOVE WNE-HABILITACION  TO D-NUMERO
               MOVE WNE-FEC-VTO-HABIL TO WNS-FEC-PRUEBA
               PERFORM 4900-RENGLON
           END-IF.
       4200-PROVEEDORES-EXIT.
           EXIT.

       4900-RENGLON.
           MOVE WNS-FEC-PRUEBA TO D-FEC-VTO.
           IF WNS-FEC-PRUEBA < WNS-HOY
               MOVE "** VENCIDO" TO D-SITUACION
           ELSE
               COMPUTE WNS-DIAS-FALTAN =
                   FUNCTION INTEGER-OF-DATE (WNS-FEC-PRUEBA) -
                   FUNCTION INTEGER-OF-DATE (WNS-HOY)
               MOVE WNS-DIAS-FALTAN TO WNS-SIT-DIAS
               MOVE WNS-SITUACION   TO D-SITUACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WNS-CANT-AVISOS.

       9999-FINAL.
           CLOSE ARTRNPA.
           CLOSE PROVRNE.
           CLOSE ART02.
       9999-FINAL-EXIT.
           EXIT.
