       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TALREC.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Talonarios de recibos manuales de choferes y cobradores:
      * como CHPROPIO con las chequeras propias, se registra cada
      * talonario preimpreso que se entrega a un legajo (rango de
      * numeros, fecha de entrega y de devolucion) y cada recibo
      * que vuelve queda en RECMAN via RECMANU: los que rinde
      * RUTRENDI, los que se cargan en RECIBOS y los anulados de
      * este programa. El listado de pendientes es el control:
      * un recibo que falta es plata cobrada que no se rindio.
      *   modo T: entrega de talonario a un legajo (el rango no
      *           puede pisar el de otro talonario);
      *   modo D: devolucion del talonario;
      *   modo A: anulacion de un recibo, con motivo;
      *   modo P: listado por PRNTDEST, por legajo y talonario,
      *           de los recibos sin rendir ni anular. En un
      *           talonario devuelto falta todo numero sin
      *           registrar; en uno que sigue en la calle falta
      *           el salteado (mas bajo que el ultimo rendido) y
      *           el resto se informa como en poder del legajo.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALREC    ASSIGN TO "TALREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTY-TALONARIO
                             ALTERNATE RECORD KEY IS WTY-LEGAJO
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY IS WTY-NRO-HASTA
                                 WITH DUPLICATES
                             FILE STATUS IS WTY-STATUS.
           SELECT RECMAN    ASSIGN TO "RECMAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRX-NUMERO
                             FILE STATUS IS WRX-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             FILE STATUS IS WEM-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  TALREC.
       01  REG-TALREC.
           05  WTY-TALONARIO         PIC 9(06).
           05  WTY-LEGAJO            PIC 9(05).
           05  WTY-NRO-DESDE         PIC 9(08).
           05  WTY-NRO-HASTA         PIC 9(08).
           05  WTY-FEC-ENTREGA       PIC 9(08).
           05  WTY-FEC-DEVOLUCION    PIC 9(08).
           05  WTY-ESTADO            PIC X(01).
               88  WTY-EN-USO         VALUE "E".
               88  WTY-DEVUELTO       VALUE "D".

       FD  RECMAN.
       01  REG-RECMAN.
           05  WRX-NUMERO            PIC 9(08).
           05  WRX-TALONARIO         PIC 9(06).
           05  WRX-LEGAJO            PIC 9(05).
           05  WRX-ESTADO            PIC X(01).
               88  WRX-RENDIDO        VALUE "R".
               88  WRX-ANULADO        VALUE "A".
           05  WRX-FECHA             PIC 9(08).
           05  WRX-CUENTA            PIC 9(06).
           05  WRX-IMPORTE           PIC S9(09)V99.
           05  WRX-ORIGEN            PIC X(08).
           05  WRX-OBSERVACION       PIC X(30).

       FD  EMPLEADO.
       01  REG-EMPLEADO.
           05  WEM-LEGAJO            PIC 9(05).
           05  WEM-NOMBRE            PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "TALREC".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WTY-STATUS                PIC X(02).
       77  WRX-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WTZ-MODO-PARAM            PIC X(01).
       77  WTZ-TALONARIO-PARAM       PIC 9(06).
       77  WTZ-LEGAJO-PARAM          PIC 9(05).
       77  WTZ-DESDE-PARAM           PIC 9(08).
       77  WTZ-HASTA-PARAM           PIC 9(08).
       77  WTZ-NUMERO-PARAM          PIC 9(08).
       77  WTZ-MOTIVO-PARAM          PIC X(30).
       77  WTZ-HOY                   PIC 9(08).
       77  WTZ-HALLADO               PIC X(01).
       77  WTZ-RECMAN-ABIERTO        PIC X(01) VALUE "N".
       77  WTZ-LEGAJO-ACT            PIC 9(05).
       77  WTZ-ULTIMO-USADO          PIC 9(08).
       77  WTZ-NUMERO                PIC 9(08).
       77  WTZ-CANT-RENDIDOS         PIC 9(05).
       77  WTZ-CANT-ANULADOS         PIC 9(05).
       77  WTZ-CANT-FALTANTES        PIC 9(05).
       77  WTZ-CANT-EN-PODER         PIC 9(05).
       77  WTZ-FALTANTES-LEGAJO      PIC 9(05).
       77  WTZ-FALTANTES-TOTAL       PIC 9(05) VALUE 0.
       77  WTZ-CANT-TALONARIOS       PIC 9(05) VALUE 0.
      *    Area de pasaje con RECMANU para la anulacion.
       77  WTZ-REC-OPERACION         PIC X(01) VALUE "A".
       77  WTZ-REC-CUENTA            PIC 9(06) VALUE 0.
       77  WTZ-REC-IMPORTE           PIC S9(09)V99 VALUE 0.
       77  WTZ-REC-ORIGEN            PIC X(08) VALUE "TALREC".
       77  WTZ-REC-LEGAJO            PIC 9(05) VALUE 0.
       77  WTZ-REC-RESULTADO         PIC X(01).
       77  EOF-TALREC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TALREC      VALUE "S".
       77  EOF-RECMAN                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RECMAN      VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE "RECIBOS MANUALES SIN RENDIR AL ".
           05  T-FECHA               PIC 9(08).

       01  LIN-LEGAJO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "LEGAJO: ".
           05  L-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-NOMBRE              PIC X(30).

       01  LIN-TALONARIO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "TALONARIO: ".
           05  TL-TALONARIO          PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TL-DESDE              PIC 9(08).
           05  FILLER                PIC X(03) VALUE " A ".
           05  TL-HASTA              PIC 9(08).
           05  FILLER                PIC X(10) VALUE " ENTREGA: ".
           05  TL-ENTREGA            PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TL-ESTADO             PIC X(20).

       01  LIN-DETALLE.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  D-NUMERO              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LEYENDA             PIC X(20).

       01  LIN-SUBTOTAL.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "RENDIDOS: ".
           05  ST-RENDIDOS           PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE "  ANULADOS: ".
           05  ST-ANULADOS           PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE "  FALTANTES: ".
           05  ST-FALTANTES          PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  EN PODER: ".
           05  ST-EN-PODER           PIC ZZZZ9.

       01  LIN-TOTAL-LEGAJO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(27)
               VALUE "FALTANTES DEL LEGAJO ....: ".
           05  TT-FALTANTES          PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       TALREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TALREC.
           DISPLAY "ERROR E/S TALREC: " WTY-STATUS.
       RECMAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RECMAN.
           DISPLAY "ERROR E/S RECMAN: " WRX-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WTZ-MODO-PARAM
               WHEN "T"
                   PERFORM 2000-ENTREGA THRU 2000-ENTREGA-EXIT
               WHEN "D"
                   PERFORM 3000-DEVOLUCION THRU 3000-DEVOLUCION-EXIT
               WHEN "A"
                   PERFORM 4000-ANULAR
               WHEN "P"
                   PERFORM 5000-PENDIENTES THRU 5000-PENDIENTES-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (T/D/A/P)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (T/D/A/P): " LINE 6 POSITION 5.
           ACCEPT WTZ-MODO-PARAM LINE 6 POSITION 22.
           EVALUATE WTZ-MODO-PARAM
               WHEN "T"
                   DISPLAY "TALONARIO ........: " LINE 7 POSITION 5
                   ACCEPT WTZ-TALONARIO-PARAM LINE 7 POSITION 26
                   DISPLAY "LEGAJO ...........: " LINE 8 POSITION 5
                   ACCEPT WTZ-LEGAJO-PARAM LINE 8 POSITION 26
                   DISPLAY "NUMERO DESDE .....: " LINE 9 POSITION 5
                   ACCEPT WTZ-DESDE-PARAM LINE 9 POSITION 26
                   DISPLAY "NUMERO HASTA .....: " LINE 10 POSITION 5
                   ACCEPT WTZ-HASTA-PARAM LINE 10 POSITION 26
               WHEN "D"
                   DISPLAY "TALONARIO ........: " LINE 7 POSITION 5
                   ACCEPT WTZ-TALONARIO-PARAM LINE 7 POSITION 26
               WHEN "A"
                   DISPLAY "NUMERO RECIBO ....: " LINE 7 POSITION 5
                   ACCEPT WTZ-NUMERO-PARAM LINE 7 POSITION 26
                   DISPLAY "MOTIVO ANULACION .: " LINE 8 POSITION 5
                   ACCEPT WTZ-MOTIVO-PARAM LINE 8 POSITION 26
               WHEN "P"
                   DISPLAY "LEGAJO (0=TODOS) .: " LINE 7 POSITION 5
                   ACCEPT WTZ-LEGAJO-PARAM LINE 7 POSITION 26
           END-EVALUATE.
           ACCEPT WTZ-HOY FROM DATE YYYYMMDD.
           OPEN I-O TALREC.
           IF WTY-STATUS = "35"
               CLOSE TALREC
               OPEN OUTPUT TALREC
               CLOSE TALREC
               OPEN I-O TALREC
           END-IF.
           OPEN INPUT EMPLEADO.

      *----------------------------------------------------------
      * Entrega de un talonario: legajo existente y rango que no
      * pise el de ningun otro talonario.
      *----------------------------------------------------------
       2000-ENTREGA.
           IF WTZ-DESDE-PARAM = 0
              OR WTZ-HASTA-PARAM < WTZ-DESDE-PARAM
               DISPLAY "RANGO INVALIDO"
               GO TO 2000-ENTREGA-EXIT
           END-IF.
           MOVE WTZ-LEGAJO-PARAM TO WEM-LEGAJO.
           MOVE "S" TO WTZ-HALLADO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY MOVE "N" TO WTZ-HALLADO
           END-READ.
           IF WTZ-HALLADO = "N"
               DISPLAY "LEGAJO INEXISTENTE"
               GO TO 2000-ENTREGA-EXIT
           END-IF.
           MOVE WTZ-TALONARIO-PARAM TO WTY-TALONARIO.
           MOVE "S" TO WTZ-HALLADO.
           READ TALREC KEY IS WTY-TALONARIO
               INVALID KEY MOVE "N" TO WTZ-HALLADO
           END-READ.
           IF WTZ-HALLADO = "S"
               DISPLAY "EL TALONARIO YA FUE ENTREGADO AL LEGAJO "
                   WTY-LEGAJO
               GO TO 2000-ENTREGA-EXIT
           END-IF.
      *    El primer talonario que termina en o despues del desde
      *    pedido se superpone si empieza en o antes del hasta.
           MOVE "S" TO WTZ-HALLADO.
           MOVE WTZ-DESDE-PARAM TO WTY-NRO-HASTA.
           START TALREC KEY IS NOT LESS THAN WTY-NRO-HASTA
               INVALID KEY MOVE "N" TO WTZ-HALLADO
           END-START.
           IF WTZ-HALLADO = "S"
               READ TALREC NEXT RECORD
                   AT END MOVE "N" TO WTZ-HALLADO
               END-READ
           END-IF.
           IF WTZ-HALLADO = "S"
              AND WTY-NRO-DESDE NOT > WTZ-HASTA-PARAM
               DISPLAY "EL RANGO PISA EL TALONARIO " WTY-TALONARIO
               GO TO 2000-ENTREGA-EXIT
           END-IF.
           MOVE WTZ-TALONARIO-PARAM TO WTY-TALONARIO.
           MOVE WTZ-LEGAJO-PARAM    TO WTY-LEGAJO.
           MOVE WTZ-DESDE-PARAM     TO WTY-NRO-DESDE.
           MOVE WTZ-HASTA-PARAM     TO WTY-NRO-HASTA.
           MOVE WTZ-HOY             TO WTY-FEC-ENTREGA.
           MOVE 0                   TO WTY-FEC-DEVOLUCION.
           MOVE "E"                 TO WTY-ESTADO.
           WRITE REG-TALREC
               INVALID KEY DISPLAY "NO PUDO GRABAR TALREC"
           END-WRITE.
           DISPLAY "TALONARIO ENTREGADO A " WEM-NOMBRE.
       2000-ENTREGA-EXIT.
           EXIT.

       3000-DEVOLUCION.
           MOVE WTZ-TALONARIO-PARAM TO WTY-TALONARIO.
           READ TALREC KEY IS WTY-TALONARIO
               INVALID KEY
                   DISPLAY "TALONARIO INEXISTENTE"
                   GO TO 3000-DEVOLUCION-EXIT
           END-READ.
           IF WTY-DEVUELTO
               DISPLAY "EL TALONARIO YA FUE DEVUELTO EL "
                   WTY-FEC-DEVOLUCION
               GO TO 3000-DEVOLUCION-EXIT
           END-IF.
           MOVE "D"     TO WTY-ESTADO.
           MOVE WTZ-HOY TO WTY-FEC-DEVOLUCION.
           REWRITE REG-TALREC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR TALREC"
           END-REWRITE.
           DISPLAY "TALONARIO DEVUELTO - CORRER EL MODO P PARA VER "
               "LOS RECIBOS QUE NO VOLVIERON".
       3000-DEVOLUCION-EXIT.
           EXIT.

      *    La anulacion pasa por RECMANU como cualquier recibo;
      *    TALREC se cierra para que la subrutina lo abra.
       4000-ANULAR.
           CLOSE TALREC.
           CALL "RECMANU" USING WTZ-REC-OPERACION
                                WTZ-NUMERO-PARAM
                                WTZ-REC-CUENTA
                                WTZ-REC-IMPORTE
                                WTZ-REC-ORIGEN
                                WTZ-REC-LEGAJO
                                WTZ-MOTIVO-PARAM
                                WTZ-REC-RESULTADO
           END-CALL.
           OPEN I-O TALREC.
           EVALUATE WTZ-REC-RESULTADO
               WHEN "S"
                   DISPLAY "RECIBO ANULADO"
               WHEN "X"
                   DISPLAY "RECIBO ANULADO - EL TALONARIO YA ESTABA "
                       "DEVUELTO"
               WHEN "D"
                   DISPLAY "EL RECIBO YA ESTABA RENDIDO O ANULADO"
               WHEN OTHER
                   DISPLAY "NINGUN TALONARIO TIENE ESE NUMERO"
           END-EVALUATE.

      *----------------------------------------------------------
      * Pendientes por legajo y talonario (clave alternativa del
      * legajo).
      *----------------------------------------------------------
       5000-PENDIENTES.
           OPEN INPUT RECMAN.
           IF WRX-STATUS = "00"
               MOVE "S" TO WTZ-RECMAN-ABIERTO
           ELSE
               DISPLAY "NO HAY RECIBOS REGISTRADOS EN RECMAN"
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WTZ-HOY TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE 99999 TO WTZ-LEGAJO-ACT.
           MOVE "N" TO EOF-TALREC.
           MOVE WTZ-LEGAJO-PARAM TO WTY-LEGAJO.
           START TALREC KEY IS NOT LESS THAN WTY-LEGAJO
               INVALID KEY MOVE "S" TO EOF-TALREC
           END-START.
           IF WTY-STATUS NOT = "00"
               MOVE "S" TO EOF-TALREC
           END-IF.
           PERFORM 5100-UN-TALONARIO THRU 5100-UN-TALONARIO-EXIT
               UNTIL NO-HAY-MAS-TALREC.
           IF WTZ-LEGAJO-ACT NOT = 99999
               PERFORM 5900-TOTAL-LEGAJO
           END-IF.
           CLOSE LISTADO.
           IF WTZ-RECMAN-ABIERTO = "S"
               CLOSE RECMAN
           END-IF.
           DISPLAY "TALONARIOS: " WTZ-CANT-TALONARIOS
               " RECIBOS FALTANTES: " WTZ-FALTANTES-TOTAL.
       5000-PENDIENTES-EXIT.
           EXIT.

       5100-UN-TALONARIO.
           READ TALREC NEXT RECORD
               AT END MOVE "S" TO EOF-TALREC
           END-READ.
           IF NO-HAY-MAS-TALREC
               GO TO 5100-UN-TALONARIO-EXIT
           END-IF.
           IF WTZ-LEGAJO-PARAM NOT = 0
              AND WTY-LEGAJO NOT = WTZ-LEGAJO-PARAM
               MOVE "S" TO EOF-TALREC
               GO TO 5100-UN-TALONARIO-EXIT
           END-IF.
           IF WTY-LEGAJO NOT = WTZ-LEGAJO-ACT
               IF WTZ-LEGAJO-ACT NOT = 99999
                   PERFORM 5900-TOTAL-LEGAJO
               END-IF
               MOVE WTY-LEGAJO TO WTZ-LEGAJO-ACT
               MOVE 0          TO WTZ-FALTANTES-LEGAJO
               MOVE WTY-LEGAJO TO WEM-LEGAJO
               READ EMPLEADO KEY IS WEM-LEGAJO
                   INVALID KEY
                       MOVE "*** SIN LEGAJO ***" TO WEM-NOMBRE
               END-READ
               MOVE WTY-LEGAJO TO L-LEGAJO
               MOVE WEM-NOMBRE TO L-NOMBRE
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
               WRITE LIN-LISTADO FROM LIN-LEGAJO AFTER 1
           END-IF.
           ADD 1 TO WTZ-CANT-TALONARIOS.
           MOVE WTY-TALONARIO   TO TL-TALONARIO.
           MOVE WTY-NRO-DESDE   TO TL-DESDE.
           MOVE WTY-NRO-HASTA   TO TL-HASTA.
           MOVE WTY-FEC-ENTREGA TO TL-ENTREGA.
           IF WTY-DEVUELTO
               MOVE SPACES TO TL-ESTADO
               STRING "DEVUELTO " WTY-FEC-DEVOLUCION
                   DELIMITED BY SIZE INTO TL-ESTADO
               END-STRING
           ELSE
               MOVE "EN USO" TO TL-ESTADO
           END-IF.
           WRITE LIN-LISTADO FROM LIN-TALONARIO AFTER 1.

           MOVE 0 TO WTZ-CANT-RENDIDOS WTZ-CANT-ANULADOS
                     WTZ-CANT-FALTANTES WTZ-CANT-EN-PODER.
      *    Ultimo numero registrado del talonario.
           MOVE 0 TO WTZ-ULTIMO-USADO.
           MOVE "N" TO EOF-RECMAN.
           IF WTZ-RECMAN-ABIERTO = "N"
               MOVE "S" TO EOF-RECMAN
           END-IF.
           IF NOT NO-HAY-MAS-RECMAN
               MOVE WTY-NRO-DESDE TO WRX-NUMERO
               START RECMAN KEY IS NOT LESS THAN WRX-NUMERO
                   INVALID KEY MOVE "S" TO EOF-RECMAN
               END-START
           END-IF.
           PERFORM 5200-ULTIMO-USADO THRU 5200-ULTIMO-USADO-EXIT
               UNTIL NO-HAY-MAS-RECMAN.
           PERFORM 5300-UN-NUMERO
               VARYING WTZ-NUMERO FROM WTY-NRO-DESDE BY 1
               UNTIL WTZ-NUMERO > WTY-NRO-HASTA.
           MOVE WTZ-CANT-RENDIDOS  TO ST-RENDIDOS.
           MOVE WTZ-CANT-ANULADOS  TO ST-ANULADOS.
           MOVE WTZ-CANT-FALTANTES TO ST-FALTANTES.
           MOVE WTZ-CANT-EN-PODER  TO ST-EN-PODER.
           WRITE LIN-LISTADO FROM LIN-SUBTOTAL AFTER 1.
           ADD WTZ-CANT-FALTANTES TO WTZ-FALTANTES-LEGAJO.
           ADD WTZ-CANT-FALTANTES TO WTZ-FALTANTES-TOTAL.
       5100-UN-TALONARIO-EXIT.
           EXIT.

       5200-ULTIMO-USADO.
           READ RECMAN NEXT RECORD
               AT END MOVE "S" TO EOF-RECMAN
           END-READ.
           IF NO-HAY-MAS-RECMAN
               GO TO 5200-ULTIMO-USADO-EXIT
           END-IF.
           IF WRX-NUMERO > WTY-NRO-HASTA
               MOVE "S" TO EOF-RECMAN
               GO TO 5200-ULTIMO-USADO-EXIT
           END-IF.
           MOVE WRX-NUMERO TO WTZ-ULTIMO-USADO.
       5200-ULTIMO-USADO-EXIT.
           EXIT.

       5300-UN-NUMERO.
           MOVE WTZ-NUMERO TO WRX-NUMERO.
           MOVE "S" TO WTZ-HALLADO.
           IF WTZ-ULTIMO-USADO = 0
               MOVE "N" TO WTZ-HALLADO
           ELSE
               READ RECMAN KEY IS WRX-NUMERO
                   INVALID KEY MOVE "N" TO WTZ-HALLADO
               END-READ
           END-IF.
           IF WTZ-HALLADO = "S"
               IF WRX-ANULADO
                   ADD 1 TO WTZ-CANT-ANULADOS
               ELSE
                   ADD 1 TO WTZ-CANT-RENDIDOS
               END-IF
           ELSE
               IF WTY-EN-USO AND WTZ-NUMERO > WTZ-ULTIMO-USADO
                   ADD 1 TO WTZ-CANT-EN-PODER
               ELSE
                   ADD 1 TO WTZ-CANT-FALTANTES
                   MOVE WTZ-NUMERO TO D-NUMERO
                   MOVE "FALTANTE" TO D-LEYENDA
                   WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
               END-IF
           END-IF.

       5900-TOTAL-LEGAJO.
           MOVE WTZ-FALTANTES-LEGAJO TO TT-FALTANTES.
           WRITE LIN-LISTADO FROM LIN-TOTAL-LEGAJO AFTER 1.

       9999-FINAL.
           CLOSE TALREC.
           CLOSE EMPLEADO.
       9999-FINAL-EXIT.
           EXIT.
