      * de ruta, lista en orden de entrega todos los remitos
      * generados para esa ruta/fecha, para que el chofer lleve
      * un solo documento en vez de la pila de remitos suelta.
      * Las paradas con turno de descarga en TURNOS (CD de
      * cadena, ver TURNODES) se resecuencian entre si por la
      * hora desde del turno, ocupando los lugares que tenian
      * las paradas con turno; las demas quedan en su lugar. El
      * manifiesto muestra la ventana y la reserva del CD y el
      * orden de carga del camion (la ultima entrega se carga
      * primero).
      * Los remitos a un punto de entrega de la cuenta (PUNTENT)
      * salen con el nombre y el domicilio del punto; si la
      * parada no tiene turno se muestra en su lugar el horario
      * de recepcion del punto.
      * Un reparto con secuencia aprobada en RUTSECU (RUTSECD)
      * sale tal cual el orden de los remitos, que ya respeta
      * turnos y ventanas, sin resecuenciar; el titulo muestra
      * los km estimados de la secuencia aprobada.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRP-RUTA
                             FILE STATUS IS WRP-STATUS.
           SELECT TURNOS    ASSIGN TO "TURNOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTN-CLAVE
                             FILE STATUS IS WTN-STATUS.
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             FILE STATUS IS WNT-STATUS.
           SELECT RUTSECD   ASSIGN TO "RUTSECD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQJ-CLAVE
                             FILE STATUS IS WQJ-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
           05  WRM-PUNTO             PIC 9(03).

       FD  COTMANIF.
       01  REG-COTMANIF.
           05  WRP-PROVINCIAL        PIC X(01).
               88  WRP-ES-PROVINCIAL  VALUE "S".

       FD  TURNOS.
       01  REG-TURNOS.
           05  WTN-CLAVE.
               10  WTN-FECHA         PIC 9(08).
               10  WTN-RUTA          PIC 9(03).
               10  WTN-CUENTA-CD     PIC 9(06).
           05  WTN-REMITO            PIC 9(08).
           05  WTN-HORA-DESDE        PIC 9(04).
           05  WTN-HORA-HASTA        PIC 9(04).
           05  WTN-NRO-RESERVA       PIC X(15).

       FD  PUNTENT.
       01  REG-PUNTENT.
           05  WNT-CLAVE.
               10  WNT-CUENTA        PIC 9(06).
               10  WNT-PUNTO         PIC 9(03).
           05  WNT-RUTA-CLAVE.
               10  WNT-RUTA          PIC 9(04).
               10  WNT-ORDEN         PIC 9(03).
           05  WNT-NOMBRE            PIC X(30).
           05  WNT-DIRECCION         PIC X(30).
           05  WNT-LOCALIDAD         PIC X(20).
           05  WNT-COD-POSTAL        PIC X(08).
           05  WNT-JURISDICCION      PIC X(02).
           05  WNT-HORA-DESDE        PIC 9(04).
           05  WNT-HORA-HASTA        PIC 9(04).

       FD  RUTSECD.
       01  REG-RUTSECD.
           05  WQJ-CLAVE.
               10  WQJ-RUTA          PIC 9(03).
               10  WQJ-FECHA         PIC 9(08).
           05  WQJ-KM-ANTERIOR       PIC 9(05)V9.
           05  WQJ-KM-APROBADO       PIC 9(05)V9.
           05  WQJ-CANT-PARADAS      PIC 9(03).
           05  WQJ-FEC-APROBADA      PIC 9(08).
           05  WQJ-OPERADOR          PIC X(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WRM-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WRP-STATUS                PIC X(02).
       77  WTN-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WQJ-STATUS                PIC X(02).
       77  WRU-RUTA-PARAM            PIC 9(03).
       77  WRU-FECHA-PARAM           PIC 9(08).
       77  WRU-HAY-TURNOS            PIC X(01) VALUE "S".
       77  WRU-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WRU-APROBADA              PIC X(01) VALUE "N".
       77  WRU-CANT-PARADAS          PIC 9(03) VALUE 0.
       77  WRU-IX                    PIC 9(03).
       77  WRU-JX                    PIC 9(03).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".

      *    Paradas de la ruta con su turno de descarga, si tiene
      *    (sin turno, desde/hasta llevan el horario de recepcion
      *    del punto de entrega).
       01  WRU-TABLA-PARADAS.
           05  WRU-PAR OCCURS 200 TIMES.
               10  WRU-P-ORDEN       PIC 9(03).
               10  WRU-P-REMITO      PIC 9(08).
               10  WRU-P-CUENTA      PIC 9(06).
               10  WRU-P-NOMBRE      PIC X(30).
               10  WRU-P-DIRECCION   PIC X(30).
               10  WRU-P-CON-TURNO   PIC X(01).
               10  WRU-P-DESDE       PIC 9(04).
               10  WRU-P-HASTA       PIC 9(04).
               10  WRU-P-RESERVA     PIC X(15).

       01  WRU-PAR-AUX.
           05  WRU-A-ORDEN           PIC 9(03).
           05  WRU-A-REMITO          PIC 9(08).
           05  WRU-A-CUENTA          PIC 9(06).
           05  WRU-A-NOMBRE          PIC X(30).
           05  WRU-A-DIRECCION       PIC X(30).
           05  WRU-A-CON-TURNO       PIC X(01).
           05  WRU-A-DESDE           PIC 9(04).
           05  WRU-A-HASTA           PIC 9(04).
           05  WRU-A-RESERVA         PIC X(15).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(19) VALUE "MANIFIESTO DE RUTA".
           05  T-RUTA             PIC 9(03).
           05  FILLER             PIC X(09) VALUE "  FECHA: ".
           05  T-FECHA            PIC 9(08).
           05  T-APROBADA         PIC X(22).
           05  T-KM               PIC ZZ,ZZ9.9 BLANK WHEN ZERO.

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(50) VALUE
               "ORD   REMITO     CUENTA  NOMBRE".
           05  FILLER                PIC X(50) VALUE
               "       DIRECCION                       TURNO     R".
           05  FILLER                PIC X(20) VALUE
               "ESERVA        CARGA".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-DIRECCION           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-TURNO-DESDE         PIC X(04).
           05  D-TURNO-GUION         PIC X(01).
           05  D-TURNO-HASTA         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-RESERVA             PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CARGA               PIC ZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-CARGAR-PARADA THRU 2000-CARGAR-PARADA-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF WRU-APROBADA NOT = "S"
               PERFORM 3000-ORDENAR-TURNOS
                   THRU 3000-ORDENAR-TURNOS-EXIT
                   VARYING WRU-IX FROM 1 BY 1
                   UNTIL WRU-IX > WRU-CANT-PARADAS
           END-IF.
           PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
               VARYING WRU-IX FROM 1 BY 1
               UNTIL WRU-IX > WRU-CANT-PARADAS.
           PERFORM 9999-FINAL.
           STOP RUN.

           END-IF.
           CLOSE RUTAPROV.
           CLOSE COTMANIF.
           MOVE SPACES TO T-APROBADA.
           MOVE 0      TO T-KM.
           OPEN INPUT RUTSECD.
           IF WQJ-STATUS = "00"
               MOVE WRU-RUTA-PARAM  TO WQJ-RUTA
               MOVE WRU-FECHA-PARAM TO WQJ-FECHA
               READ RUTSECD KEY IS WQJ-CLAVE
                   INVALID KEY MOVE 0 TO WQJ-KM-APROBADO
               END-READ
               IF WQJ-STATUS = "00"
                   MOVE "S" TO WRU-APROBADA
                   MOVE "  SEC. APROBADA - KM: " TO T-APROBADA
                   MOVE WQJ-KM-APROBADO TO T-KM
               END-IF
               CLOSE RUTSECD
           END-IF.

           OPEN INPUT REMITO.
           OPEN INPUT TURNOS.
           IF WTN-STATUS NOT = "00"
               MOVE "N" TO WRU-HAY-TURNOS
           END-IF.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WRU-HAY-PUNTENT
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
           MOVE WRU-RUTA-PARAM  TO T-RUTA.
           MOVE WRU-FECHA-PARAM TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.

               END-READ
           END-IF.

       2000-CARGAR-PARADA.
           IF WRM-RUTA NOT = WRU-RUTA-PARAM OR
              WRM-FEC-REPARTO NOT = WRU-FECHA-PARAM
               MOVE "S" TO EOF-REMITO
               GO TO 2000-CARGAR-PARADA-EXIT
           END-IF.
           IF WRU-CANT-PARADAS >= 200
               DISPLAY "TABLA DE PARADAS LLENA"
               MOVE "S" TO EOF-REMITO
               GO TO 2000-CARGAR-PARADA-EXIT
           END-IF.

           ADD 1 TO WRU-CANT-PARADAS.
           MOVE WRU-CANT-PARADAS  TO WRU-IX.
           MOVE WRM-ORDEN-ENTREGA TO WRU-P-ORDEN (WRU-IX).
           MOVE WRM-NUMERO        TO WRU-P-REMITO (WRU-IX).
           MOVE WRM-CUENTA        TO WRU-P-CUENTA (WRU-IX).
           MOVE WRM-NOMBRE        TO WRU-P-NOMBRE (WRU-IX).
           MOVE WRM-DIRECCION     TO WRU-P-DIRECCION (WRU-IX).
           MOVE "N"               TO WRU-P-CON-TURNO (WRU-IX).
           MOVE 0                 TO WRU-P-DESDE (WRU-IX).
           MOVE 0                 TO WRU-P-HASTA (WRU-IX).
           MOVE SPACES            TO WRU-P-RESERVA (WRU-IX).
           IF WRM-PUNTO NOT = 0 AND WRU-HAY-PUNTENT = "S"
               MOVE WRM-CUENTA TO WNT-CUENTA
               MOVE WRM-PUNTO  TO WNT-PUNTO
               READ PUNTENT KEY IS WNT-CLAVE
                   INVALID KEY MOVE SPACES TO WNT-NOMBRE
               END-READ
               IF WNT-STATUS = "00"
                   MOVE WNT-NOMBRE     TO WRU-P-NOMBRE (WRU-IX)
                   MOVE WNT-DIRECCION  TO WRU-P-DIRECCION (WRU-IX)
                   MOVE WNT-HORA-DESDE TO WRU-P-DESDE (WRU-IX)
                   MOVE WNT-HORA-HASTA TO WRU-P-HASTA (WRU-IX)
               END-IF
           END-IF.
           IF WRU-HAY-TURNOS = "S"
               MOVE WRU-FECHA-PARAM TO WTN-FECHA
               MOVE WRU-RUTA-PARAM  TO WTN-RUTA
               MOVE WRM-CUENTA      TO WTN-CUENTA-CD
               READ TURNOS KEY IS WTN-CLAVE
                   INVALID KEY MOVE 0 TO WTN-HORA-DESDE
               END-READ
               IF WTN-STATUS = "00"
                   MOVE "S"             TO WRU-P-CON-TURNO (WRU-IX)
                   MOVE WTN-HORA-DESDE  TO WRU-P-DESDE (WRU-IX)
                   MOVE WTN-HORA-HASTA  TO WRU-P-HASTA (WRU-IX)
                   MOVE WTN-NRO-RESERVA TO WRU-P-RESERVA (WRU-IX)
               END-IF
           END-IF.

           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
           END-READ.
       2000-CARGAR-PARADA-EXIT.
           EXIT.

      *    En cada lugar con turno queda la parada con turno mas
      *    temprano de las que siguen; las paradas sin turno no
      *    se mueven.
       3000-ORDENAR-TURNOS.
           IF WRU-P-CON-TURNO (WRU-IX) NOT = "S"
               GO TO 3000-ORDENAR-TURNOS-EXIT
           END-IF.
           PERFORM 3100-COMPARAR-TURNO THRU 3100-COMPARAR-TURNO-EXIT
               VARYING WRU-JX FROM WRU-IX BY 1
               UNTIL WRU-JX > WRU-CANT-PARADAS.
       3000-ORDENAR-TURNOS-EXIT.
           EXIT.

       3100-COMPARAR-TURNO.
           IF WRU-P-CON-TURNO (WRU-JX) = "S"
              AND WRU-P-DESDE (WRU-JX) < WRU-P-DESDE (WRU-IX)
               MOVE WRU-PAR (WRU-IX) TO WRU-PAR-AUX
               MOVE WRU-PAR (WRU-JX) TO WRU-PAR (WRU-IX)
               MOVE WRU-PAR-AUX      TO WRU-PAR (WRU-JX)
           END-IF.
       3100-COMPARAR-TURNO-EXIT.
           EXIT.

       4000-LISTAR.
           MOVE WRU-P-ORDEN (WRU-IX)     TO D-ORDEN.
           MOVE WRU-P-REMITO (WRU-IX)    TO D-REMITO.
           MOVE WRU-P-CUENTA (WRU-IX)    TO D-CUENTA.
           MOVE WRU-P-NOMBRE (WRU-IX)    TO D-NOMBRE.
           MOVE WRU-P-DIRECCION (WRU-IX) TO D-DIRECCION.
           IF WRU-P-CON-TURNO (WRU-IX) = "S"
              OR WRU-P-HASTA (WRU-IX) NOT = 0
               MOVE WRU-P-DESDE (WRU-IX) TO D-TURNO-DESDE
               MOVE "-"                  TO D-TURNO-GUION
               MOVE WRU-P-HASTA (WRU-IX) TO D-TURNO-HASTA
           ELSE
               MOVE SPACES TO D-TURNO-DESDE
               MOVE SPACES TO D-TURNO-GUION
               MOVE SPACES TO D-TURNO-HASTA
           END-IF.
           MOVE WRU-P-RESERVA (WRU-IX)   TO D-RESERVA.
           COMPUTE D-CARGA = WRU-CANT-PARADAS - WRU-IX + 1.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4000-LISTAR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE REMITO.
           IF WRU-HAY-TURNOS = "S"
               CLOSE TURNOS
           END-IF.
           IF WRU-HAY-PUNTENT = "S"
               CLOSE PUNTENT
           END-IF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
