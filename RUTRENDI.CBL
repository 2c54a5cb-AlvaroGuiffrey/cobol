      * dan de alta en CHEQUES con la clave compuesta de siempre,
      * y el listado deja el detalle por remito y la diferencia
      * final, en vez de la planilla manuscrita cuyas diferencias
      * aparecian recien a fin de mes. Debajo del titulo sale la
      * tripulacion que llevo el camion ese dia segun la
      * planilla de TRIPULA (chofer y ayudantes con sus horas),
      * para saber a quien pedirle explicaciones si hay
      * diferencia. Los recibos manuales del talonario del chofer
      * que se rinden se cargan por numero y quedan registrados
      * en RECMAN via RECMANU, para el control de talonarios de
      * TALREC.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCH-CLAVE
                             FILE STATUS IS WCH-STATUS.
           SELECT TRIPULA   ASSIGN TO "TRIPULA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTR-CLAVE
                             ALTERNATE RECORD KEY IS WTR-LEGAJO-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WTR-STATUS.
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
               88  WCH-ECHEQ-PENDIENTE VALUE "P".
               88  WCH-ECHEQ-ACEPTADO  VALUE "A".
           05  WCH-CUIT-LIBRADOR     PIC 9(11).
           05  WCH-DESCUENTO         PIC X(01).
           05  WCH-BCO-DESC          PIC 9(04).
           05  WCH-LOTE-DESC         PIC 9(08).

       FD  TRIPULA.
       01  REG-TRIPULA.
           05  WTR-CLAVE.
               10  WTR-RUTA          PIC 9(04).
               10  WTR-FECHA         PIC 9(08).
               10  WTR-LEGAJO        PIC 9(05).
           05  WTR-LEGAJO-CLAVE.
               10  WTR-LEG-LEGAJO    PIC 9(05).
               10  WTR-LEG-FECHA     PIC 9(08).
           05  WTR-ROL               PIC X(01).
           05  WTR-HORA-SALIDA       PIC 9(04).
           05  WTR-HORA-REGRESO      PIC 9(04).
           05  WTR-PRESENTE          PIC X(01).
               88  WTR-FALTO          VALUE "N".

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
       77  WEN-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WTR-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WRR-RUTA-PARAM            PIC 9(03).
       77  WRR-FECHA-PARAM           PIC 9(08).
       77  WRR-TURNO-PARAM           PIC 9(02).
       77  WRR-CHEQUE-IMPORTE-CAP    PIC S9(07)V99.
       77  WRR-CHEQUE-VENC-CAP       PIC 9(08).
       77  WRR-PERIODO-ABIERTO       PIC X(01).
       77  WRR-LEGAJO-CHOFER         PIC 9(05) VALUE 0.
       77  WRR-CANT-RECIBOS-CAP      PIC 9(02).
      *    Area de pasaje con RECMANU (recibos manuales).
       77  WRR-REC-OPERACION         PIC X(01) VALUE "R".
       77  WRR-REC-NUMERO            PIC 9(08).
       77  WRR-REC-CUENTA            PIC 9(06).
       77  WRR-REC-IMPORTE           PIC S9(09)V99.
       77  WRR-REC-ORIGEN            PIC X(08) VALUE "RUTRENDI".
       77  WRR-REC-OBSERVACION       PIC X(30).
       77  WRR-REC-RESULTADO         PIC X(01).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-TRIPULA                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TRIPULA     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "  FECHA: ".
           05  T-FECHA            PIC 9(08).

       01  LIN-TRIPULANTE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "TRIPULANTE: ".
           05  P-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-ROL                 PIC X(08).
           05  FILLER                PIC X(07) VALUE " SALE: ".
           05  P-HORA-SALIDA         PIC 9(04).
           05  FILLER                PIC X(09) VALUE " VUELVE: ".
           05  P-HORA-REGRESO        PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-OBSERVACION         PIC X(06).

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-REMITO              PIC Z(7)9.
       CHEQUES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CHEQUES.
           DISPLAY "ERROR E/S CHEQUES: " WCH-STATUS.
       TRIPULA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TRIPULA.
           DISPLAY "ERROR E/S TRIPULA: " WTR-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               OPEN I-O CAPCAJA
           END-IF.
           OPEN I-O CHEQUES.
           OPEN INPUT TRIPULA.
           OPEN INPUT EMPLEADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE WRR-RUTA-PARAM  TO WTR-RUTA.
           MOVE WRR-FECHA-PARAM TO WTR-FECHA.
           MOVE 0               TO WTR-LEGAJO.
           START TRIPULA KEY IS NOT LESS THAN WTR-CLAVE
               INVALID KEY MOVE "S" TO EOF-TRIPULA
           END-START.
           PERFORM 1500-LISTAR-TRIPULANTE
               THRU 1500-LISTAR-TRIPULANTE-EXIT
               UNTIL NO-HAY-MAS-TRIPULA.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE WRR-RUTA-PARAM  TO WRM-RUTA.
           MOVE WRR-FECHA-PARAM TO WRM-FEC-REPARTO.
           MOVE 0               TO WRM-ORDEN-ENTREGA.
               END-READ
           END-IF.

      *    Tripulacion de la ruta/fecha cargada en TRIPULA.
       1500-LISTAR-TRIPULANTE.
           READ TRIPULA NEXT RECORD
               AT END MOVE "S" TO EOF-TRIPULA
           END-READ.
           IF NO-HAY-MAS-TRIPULA
              OR WTR-RUTA NOT = WRR-RUTA-PARAM
              OR WTR-FECHA NOT = WRR-FECHA-PARAM
               MOVE "S" TO EOF-TRIPULA
               GO TO 1500-LISTAR-TRIPULANTE-EXIT
           END-IF.
           MOVE WTR-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY MOVE "*** SIN LEGAJO ***" TO WEM-NOMBRE
           END-READ.
           MOVE WTR-LEGAJO       TO P-LEGAJO.
           MOVE WEM-NOMBRE       TO P-NOMBRE.
           IF WTR-ROL = "C"
               MOVE "CHOFER"   TO P-ROL
               MOVE WTR-LEGAJO TO WRR-LEGAJO-CHOFER
           ELSE
               MOVE "AYUDANTE" TO P-ROL
           END-IF.
           MOVE WTR-HORA-SALIDA  TO P-HORA-SALIDA.
           MOVE WTR-HORA-REGRESO TO P-HORA-REGRESO.
           IF WTR-FALTO
               MOVE "FALTO" TO P-OBSERVACION
           ELSE
               MOVE SPACES  TO P-OBSERVACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-TRIPULANTE AFTER 1.
       1500-LISTAR-TRIPULANTE-EXIT.
           EXIT.

       2000-ACUMULAR-REMITO.
           IF WRM-RUTA NOT = WRR-RUTA-PARAM OR
              WRM-FEC-REPARTO NOT = WRR-FECHA-PARAM
           PERFORM 4100-CAPTURA-CHEQUE
               VARYING WRR-IX FROM 1 BY 1
               UNTIL WRR-IX > WRR-CANT-CHEQUES-CAP.
           DISPLAY "CANTIDAD RECIBOS MANUALES: ".
           ACCEPT WRR-CANT-RECIBOS-CAP.
           PERFORM 4200-CAPTURA-RECIBO
               VARYING WRR-IX FROM 1 BY 1
               UNTIL WRR-IX > WRR-CANT-RECIBOS-CAP.

      *    Alta del cheque rendido en CHEQUES, como lo graba la
      *    pantalla de CHEQUES.CBL: fecha de recepcion hoy, sin
           END-WRITE.
           ADD WRR-CHEQUE-IMPORTE-CAP TO WRR-TOTAL-CHEQUES.

      *    Recibo manual del talonario: queda en RECMAN contra el
      *    talonario que lo contiene; el legajo del chofer de
      *    TRIPULA controla que el talonario sea suyo.
       4200-CAPTURA-RECIBO.
           DISPLAY "RECIBO " WRR-IX " NUMERO ......: ".
           ACCEPT WRR-REC-NUMERO.
           DISPLAY "RECIBO " WRR-IX " CUENTA ......: ".
           ACCEPT WRR-REC-CUENTA.
           DISPLAY "RECIBO " WRR-IX " IMPORTE .....: ".
           ACCEPT WRR-REC-IMPORTE.
           MOVE SPACES TO WRR-REC-OBSERVACION.
           STRING "RUTA " WRR-RUTA-PARAM " " WRR-FECHA-PARAM
               DELIMITED BY SIZE INTO WRR-REC-OBSERVACION
           END-STRING.
           CALL "RECMANU" USING WRR-REC-OPERACION
                                WRR-REC-NUMERO
                                WRR-REC-CUENTA
                                WRR-REC-IMPORTE
                                WRR-REC-ORIGEN
                                WRR-LEGAJO-CHOFER
                                WRR-REC-OBSERVACION
                                WRR-REC-RESULTADO
           END-CALL.
           MOVE WRR-REC-NUMERO  TO D-REMITO.
           MOVE WRR-REC-CUENTA  TO D-CUENTA.
           MOVE WRR-REC-IMPORTE TO D-VALOR.
           EVALUATE WRR-REC-RESULTADO
               WHEN "S"
                   MOVE "RECIBO MANUAL" TO D-NOMBRE
               WHEN "L"
                   MOVE "RECIBO DE TALONARIO AJENO"
                       TO D-NOMBRE
               WHEN "X"
                   MOVE "RECIBO DE TALONARIO DEVUELTO"
                       TO D-NOMBRE
               WHEN "D"
                   MOVE "RECIBO YA RENDIDO O ANULADO" TO D-NOMBRE
               WHEN OTHER
                   MOVE "RECIBO FUERA DE TALONARIO" TO D-NOMBRE
           END-EVALUATE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           IF WRR-REC-RESULTADO NOT = "S"
               DISPLAY D-NOMBRE
           END-IF.

       5000-POSTEAR-CAJA.
           MOVE WRR-TURNO-PARAM TO WCC-TURNO.
           READ CAPCAJA KEY IS WCC-TURNO
           CLOSE ENTREGAS.
           CLOSE CAPCAJA.
           CLOSE CHEQUES.
           CLOSE TRIPULA.
           CLOSE EMPLEADO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
