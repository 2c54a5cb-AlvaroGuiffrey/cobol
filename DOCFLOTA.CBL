       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DOCFLOTA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Documentacion legal de la flota: para salir del deposito
      * el camion necesita VTV, inscripcion en el RUTA y la
      * habilitacion SENASA de transporte refrigerado, y el
      * chofer su licencia de conducir y la LINTI; VEHICULO solo
      * seguia los intervalos de service.
      *   modo V: documento del vehiculo en DOCVEH (dominio de
      *           VEHIC + tipo VTV, RUT o SEN): numero y
      *           vencimiento;
      *   modo C: documento del chofer en DOCCHOF (legajo de
      *           EMPLEADO + tipo LIC o LIN): numero y
      *           vencimiento;
      *   modo L: lista por PRNTDEST los documentos vencidos o
      *           que vencen dentro de los dias indicados (30 si
      *           no se indica) y deja el correo en la cola
      *           (EMAILQ via EMAILENQ) a la cuenta de CUENMAIL
      *           del jefe de flota que se indique.
      * En el alta y la modificacion lo que se deja en blanco o
      * en cero conserva el valor anterior; un vencimiento en
      * cero es un documento sin vencimiento. El control antes
      * de la salida lo hace DOCCHK, que ademas pide una poliza
      * vigente del vehiculo en POLIZA (SEGUROS).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCVEH    ASSIGN TO "DOCVEH"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQV-CLAVE
                             FILE STATUS IS WQV-STATUS.
           SELECT DOCCHOF   ASSIGN TO "DOCCHOF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQH-CLAVE
                             FILE STATUS IS WQH-STATUS.
           SELECT VEHIC     ASSIGN TO "VEHIC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVH-DOMINIO
                             FILE STATUS IS WVH-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCVEH.
       01  REG-DOCVEH.
           05  WQV-CLAVE.
               10  WQV-DOMINIO       PIC X(07).
               10  WQV-TIPO          PIC X(03).
                   88  WQV-TIPO-VALIDO VALUE "VTV" "RUT" "SEN".
           05  WQV-NUMERO            PIC X(20).
           05  WQV-FEC-VTO           PIC 9(08).

       FD  DOCCHOF.
       01  REG-DOCCHOF.
           05  WQH-CLAVE.
               10  WQH-LEGAJO        PIC 9(05).
               10  WQH-TIPO          PIC X(03).
                   88  WQH-TIPO-VALIDO VALUE "LIC" "LIN".
           05  WQH-NUMERO            PIC X(20).
           05  WQH-FEC-VTO           PIC 9(08).

       FD  VEHIC.
       01  REG-VEHIC.
           05  WVH-DOMINIO           PIC X(07).
           05  WVH-CAPACIDAD-KG      PIC 9(05).
           05  WVH-RUTA              PIC 9(04).

       FD  EMPLEADO.
       01  REG-EMPLEADO.
           05  WEM-LEGAJO            PIC 9(05).
           05  WEM-NOMBRE            PIC X(30).
           05  WEM-CUIL              PIC 9(11).
           05  WEM-CONVENIO          PIC X(06).
           05  WEM-CATEGORIA         PIC X(04).
           05  WEM-CCOSTO            PIC X(03).
           05  WEM-RUTA              PIC 9(04).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "DOCFLOTA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WQV-STATUS                PIC X(02).
       77  WQH-STATUS                PIC X(02).
       77  WVH-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WQF-MODO-PARAM            PIC X(01).
       77  WQF-DOMINIO-PARAM         PIC X(07).
       77  WQF-LEGAJO-PARAM          PIC 9(05).
       77  WQF-TIPO-PARAM            PIC X(03).
       77  WQF-NUMERO-CAP            PIC X(20).
       77  WQF-VTO-CAP               PIC 9(08).
       77  WQF-DIAS-PARAM            PIC 9(03).
       77  WQF-HOY                   PIC 9(08).
       77  WQF-LIMITE                PIC 9(08).
       77  WQF-CANT-AVISOS           PIC 9(05) VALUE 0.
       77  WQF-PROG-EMAILQ           PIC X(08) VALUE "DOCFLOTA".
       77  WQF-CUENTA-EMAILQ         PIC 9(06) VALUE 0.
       77  WQF-DOC-EMAILQ            PIC X(30).
       77  EOF-DOCVEH                 PIC X(01).
           88  NO-HAY-MAS-DOCVEH      VALUE "S".
       77  EOF-DOCCHOF                PIC X(01).
           88  NO-HAY-MAS-DOCCHOF     VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(34)
               VALUE "VENCIMIENTO DE DOCUMENTOS FLOTA AL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-HOY                 PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  HASTA EL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-LIMITE              PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(40)
               VALUE "  DOMINIO LEGAJO NOMBRE                 ".
           05  FILLER                PIC X(40)
               VALUE "       DOC NUMERO               VENCE   ".
           05  FILLER                PIC X(11)
               VALUE "  SITUACION".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-DOMINIO             PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-LEGAJO              PIC Z(4)9.
           05  D-LEGAJO-X REDEFINES D-LEGAJO
                                     PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-TIPO                PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NUMERO              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-VTO                 PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SITUACION           PIC X(12).

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE "TOTAL DE AVISOS ...:".
           05  R-CANTIDAD            PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DOCVEH-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DOCVEH.
           DISPLAY "ERROR E/S DOCVEH: " WQV-STATUS.
       DOCCHOF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DOCCHOF.
           DISPLAY "ERROR E/S DOCCHOF: " WQH-STATUS.
       VEHIC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHIC.
           DISPLAY "ERROR E/S VEHIC: " WVH-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQF-MODO-PARAM
               WHEN "V"
                   PERFORM 2000-DOC-VEHICULO
                       THRU 2000-DOC-VEHICULO-EXIT
               WHEN "C"
                   PERFORM 3000-DOC-CHOFER THRU 3000-DOC-CHOFER-EXIT
               WHEN "L"
                   PERFORM 4000-VENCIMIENTOS
                       THRU 4000-VENCIMIENTOS-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (V=VEHICULO C=CHOFER L=VENCIMIENTOS): "
               LINE 6 POSITION 5.
           ACCEPT WQF-MODO-PARAM LINE 6 POSITION 49.
           ACCEPT WQF-HOY FROM DATE YYYYMMDD.
           OPEN I-O DOCVEH.
           IF WQV-STATUS = "35"
               CLOSE DOCVEH
               OPEN OUTPUT DOCVEH
               CLOSE DOCVEH
               OPEN I-O DOCVEH
           END-IF.
           OPEN I-O DOCCHOF.
           IF WQH-STATUS = "35"
               CLOSE DOCCHOF
               OPEN OUTPUT DOCCHOF
               CLOSE DOCCHOF
               OPEN I-O DOCCHOF
           END-IF.
           OPEN INPUT VEHIC.
           OPEN INPUT EMPLEADO.

       2000-DOC-VEHICULO.
           DISPLAY "DOMINIO .............: " LINE 8 POSITION 5.
           ACCEPT WQF-DOMINIO-PARAM LINE 8 POSITION 29.
           MOVE WQF-DOMINIO-PARAM TO WVH-DOMINIO.
           READ VEHIC KEY IS WVH-DOMINIO
               INVALID KEY
                   DISPLAY "VEHICULO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-DOC-VEHICULO-EXIT
           END-READ.
           DISPLAY "TIPO (VTV RUT SEN) ..: " LINE 9 POSITION 5.
           ACCEPT WQF-TIPO-PARAM LINE 9 POSITION 29.
           MOVE WQF-DOMINIO-PARAM TO WQV-DOMINIO.
           MOVE WQF-TIPO-PARAM    TO WQV-TIPO.
           IF NOT WQV-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-DOC-VEHICULO-EXIT
           END-IF.
           READ DOCVEH KEY IS WQV-CLAVE
               INVALID KEY
                   MOVE WQF-DOMINIO-PARAM TO WQV-DOMINIO
                   MOVE WQF-TIPO-PARAM    TO WQV-TIPO
                   MOVE SPACES TO WQV-NUMERO
                   MOVE 0      TO WQV-FEC-VTO
           END-READ.
           DISPLAY "NUMERO ..............: " LINE 10 POSITION 5.
           DISPLAY WQV-NUMERO LINE 10 POSITION 29.
           ACCEPT WQF-NUMERO-CAP LINE 10 POSITION 50.
           DISPLAY "VENCIMIENTO AAAAMMDD : " LINE 11 POSITION 5.
           DISPLAY WQV-FEC-VTO LINE 11 POSITION 29.
           ACCEPT WQF-VTO-CAP LINE 11 POSITION 50.
           IF WQF-NUMERO-CAP NOT = SPACES
               MOVE WQF-NUMERO-CAP TO WQV-NUMERO
           END-IF.
           IF WQF-VTO-CAP NOT = 0
               MOVE WQF-VTO-CAP TO WQV-FEC-VTO
           END-IF.
           REWRITE REG-DOCVEH
               INVALID KEY
                   WRITE REG-DOCVEH
                       INVALID KEY DISPLAY "NO PUDO GRABAR DOCVEH"
                   END-WRITE
           END-REWRITE.
           DISPLAY "DOCUMENTO GRABADO" LINE 20 POSITION 5.
       2000-DOC-VEHICULO-EXIT.
           EXIT.

       3000-DOC-CHOFER.
           DISPLAY "LEGAJO ..............: " LINE 8 POSITION 5.
           ACCEPT WQF-LEGAJO-PARAM LINE 8 POSITION 29.
           MOVE WQF-LEGAJO-PARAM TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3000-DOC-CHOFER-EXIT
           END-READ.
           DISPLAY WEM-NOMBRE LINE 8 POSITION 36.
           DISPLAY "TIPO (LIC LIN) ......: " LINE 9 POSITION 5.
           ACCEPT WQF-TIPO-PARAM LINE 9 POSITION 29.
           MOVE WQF-LEGAJO-PARAM TO WQH-LEGAJO.
           MOVE WQF-TIPO-PARAM   TO WQH-TIPO.
           IF NOT WQH-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO" LINE 20 POSITION 5
               GO TO 3000-DOC-CHOFER-EXIT
           END-IF.
           READ DOCCHOF KEY IS WQH-CLAVE
               INVALID KEY
                   MOVE WQF-LEGAJO-PARAM TO WQH-LEGAJO
                   MOVE WQF-TIPO-PARAM   TO WQH-TIPO
                   MOVE SPACES TO WQH-NUMERO
                   MOVE 0      TO WQH-FEC-VTO
           END-READ.
           DISPLAY "NUMERO ..............: " LINE 10 POSITION 5.
           DISPLAY WQH-NUMERO LINE 10 POSITION 29.
           ACCEPT WQF-NUMERO-CAP LINE 10 POSITION 50.
           DISPLAY "VENCIMIENTO AAAAMMDD : " LINE 11 POSITION 5.
           DISPLAY WQH-FEC-VTO LINE 11 POSITION 29.
           ACCEPT WQF-VTO-CAP LINE 11 POSITION 50.
           IF WQF-NUMERO-CAP NOT = SPACES
               MOVE WQF-NUMERO-CAP TO WQH-NUMERO
           END-IF.
           IF WQF-VTO-CAP NOT = 0
               MOVE WQF-VTO-CAP TO WQH-FEC-VTO
           END-IF.
           REWRITE REG-DOCCHOF
               INVALID KEY
                   WRITE REG-DOCCHOF
                       INVALID KEY DISPLAY "NO PUDO GRABAR DOCCHOF"
                   END-WRITE
           END-REWRITE.
           DISPLAY "DOCUMENTO GRABADO" LINE 20 POSITION 5.
       3000-DOC-CHOFER-EXIT.
           EXIT.

       4000-VENCIMIENTOS.
           DISPLAY "DIAS DE ANTICIPACION (0=30): " LINE 8 POSITION 5.
           ACCEPT WQF-DIAS-PARAM LINE 8 POSITION 35.
           IF WQF-DIAS-PARAM = 0
               MOVE 30 TO WQF-DIAS-PARAM
           END-IF.
           DISPLAY "CUENTA MAIL JEFE DE FLOTA (0=NO ENVIA): "
               LINE 9 POSITION 5.
           ACCEPT WQF-CUENTA-EMAILQ LINE 9 POSITION 45.
           COMPUTE WQF-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WQF-HOY) + WQF-DIAS-PARAM).
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WQF-HOY    TO T-HOY.
           MOVE WQF-LIMITE TO T-LIMITE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE "N" TO EOF-DOCVEH.
           MOVE LOW-VALUES TO WQV-CLAVE.
           START DOCVEH KEY IS NOT LESS THAN WQV-CLAVE
               INVALID KEY MOVE "S" TO EOF-DOCVEH
           END-START.
           PERFORM 4100-UN-DOC-VEHICULO
               THRU 4100-UN-DOC-VEHICULO-EXIT
               UNTIL NO-HAY-MAS-DOCVEH.
           MOVE "N" TO EOF-DOCCHOF.
           MOVE LOW-VALUES TO WQH-CLAVE.
           START DOCCHOF KEY IS NOT LESS THAN WQH-CLAVE
               INVALID KEY MOVE "S" TO EOF-DOCCHOF
           END-START.
           PERFORM 4200-UN-DOC-CHOFER THRU 4200-UN-DOC-CHOFER-EXIT
               UNTIL NO-HAY-MAS-DOCCHOF.
           MOVE WQF-CANT-AVISOS TO R-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
           CLOSE LISTADO.
           IF WQF-CANT-AVISOS > 0 AND WQF-CUENTA-EMAILQ NOT = 0
               MOVE "VENCIMIENTOS DOC. FLOTA" TO WQF-DOC-EMAILQ
               MOVE WQF-HOY TO WQF-DOC-EMAILQ (23:8)
               CALL "EMAILENQ" USING WQF-PROG-EMAILQ
                                     WQF-CUENTA-EMAILQ
                                     WQF-DOC-EMAILQ
               END-CALL
           END-IF.
           DISPLAY "AVISOS: " WQF-CANT-AVISOS LINE 20 POSITION 5.
       4000-VENCIMIENTOS-EXIT.
           EXIT.

       4100-UN-DOC-VEHICULO.
           READ DOCVEH NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DOCVEH
                   GO TO 4100-UN-DOC-VEHICULO-EXIT
           END-READ.
           IF WQV-FEC-VTO = 0 OR WQV-FEC-VTO > WQF-LIMITE
               GO TO 4100-UN-DOC-VEHICULO-EXIT
           END-IF.
           MOVE WQV-DOMINIO TO D-DOMINIO.
           MOVE SPACES      TO D-LEGAJO-X.
           MOVE SPACES      TO D-NOMBRE.
           MOVE WQV-TIPO    TO D-TIPO.
           MOVE WQV-NUMERO  TO D-NUMERO.
           MOVE WQV-FEC-VTO TO D-VTO.
           IF WQV-FEC-VTO < WQF-HOY
               MOVE "VENCIDO"      TO D-SITUACION
           ELSE
               MOVE "POR VENCER"   TO D-SITUACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WQF-CANT-AVISOS.
       4100-UN-DOC-VEHICULO-EXIT.
           EXIT.

       4200-UN-DOC-CHOFER.
           READ DOCCHOF NEXT RECORD
               AT END
                   MOVE "S" TO EOF-DOCCHOF
                   GO TO 4200-UN-DOC-CHOFER-EXIT
           END-READ.
           IF WQH-FEC-VTO = 0 OR WQH-FEC-VTO > WQF-LIMITE
               GO TO 4200-UN-DOC-CHOFER-EXIT
           END-IF.
           MOVE WQH-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY MOVE SPACES TO WEM-NOMBRE
           END-READ.
           MOVE SPACES      TO D-DOMINIO.
           MOVE WQH-LEGAJO  TO D-LEGAJO.
           MOVE WEM-NOMBRE  TO D-NOMBRE.
           MOVE WQH-TIPO    TO D-TIPO.
           MOVE WQH-NUMERO  TO D-NUMERO.
           MOVE WQH-FEC-VTO TO D-VTO.
           IF WQH-FEC-VTO < WQF-HOY
               MOVE "VENCIDO"      TO D-SITUACION
           ELSE
               MOVE "POR VENCER"   TO D-SITUACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WQF-CANT-AVISOS.
       4200-UN-DOC-CHOFER-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE DOCVEH.
           CLOSE DOCCHOF.
           CLOSE VEHIC.
           CLOSE EMPLEADO.
       9999-FINAL-EXIT.
           EXIT.
