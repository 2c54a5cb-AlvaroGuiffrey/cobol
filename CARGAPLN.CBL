      * mas capacidad libre, o permutar camiones si al otro le
      * sobra bodega. Hoy la sobrecarga se descubre en el muelle
      * a las 5 de la maniana.
      * Con turnos de descarga en los CD de las cadenas (TURNOS,
      * ver TURNODES) las rutas salen ordenadas por su primer
      * turno del dia, que es el orden en que se cargan en el
      * muelle; las rutas sin turno van al final.
      * Los renglones de PEDFIJO de un punto de entrega de la
      * cuenta (PUNTENT) suman a la ruta del punto y no a la de
      * la cuenta; los de un punto dado de baja no se cargan.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WVH-DOMINIO
                             FILE STATUS IS WVH-STATUS.
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
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
           05  WPJ-DIAS-SEMANA.
           05  WVH-INTERVALO-KM      PIC 9(06).
           05  WVH-INTERVALO-DIAS    PIC 9(03).

       FD  TURNOS.
       01  REG-TURNOS.
           05  WTN-CLAVE.
               10  WTN-FECHA         PIC 9(08).
               10  WTN-RUTA          PIC 9(03).
               10  WTN-CUENTA-CD     PIC 9(06).
           05  WTN-REMITO            PIC 9(08).
           05  WTN-HORA-DESDE        PIC 9(04).
           05  WTN-HORA-HASTA        PIC 9(04).

       FD  PUNTENT.
       01  REG-PUNTENT.
           05  WNT-CLAVE.
               10  WNT-CUENTA        PIC 9(06).
               10  WNT-PUNTO         PIC 9(03).
           05  WNT-RUTA-CLAVE.
               10  WNT-RUTA          PIC 9(04).
               10  WNT-ORDEN         PIC 9(03).
           05  FILLER                PIC X(156).
           05  WNT-ACTIVO            PIC X(01).
               88  WNT-ESTA-ACTIVO    VALUE "S".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WAR-STATUS                PIC X(02).
       77  WPS-STATUS                PIC X(02).
       77  WVH-STATUS                PIC X(02).
       77  WTN-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WCG-FECHA-PARAM           PIC 9(08).
       77  WCG-DIA-LINEAL            PIC 9(08).
       77  WCG-DIA-SEMANA            PIC 9(01).
       77  WCG-CANT-RUTAS            PIC 9(02) VALUE 0.
       77  WCG-IX                    PIC 9(02).
       77  WCG-JX                    PIC 9(02).
       77  WCG-KX                    PIC 9(02).
       77  WCG-HAY-TURNOS            PIC X(01) VALUE "S".
       77  WCG-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WCG-MEJOR-IX              PIC 9(02).
       77  WCG-MEJOR-LIBRE           PIC S9(09)V99.
       77  WCG-LIBRE                 PIC S9(09)V99.
           88  NO-HAY-MAS-PEDFIJO     VALUE "S".
       77  EOF-VEHIC                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-VEHIC       VALUE "S".
       77  EOF-TURNOS                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TURNOS      VALUE "S".

      *    Acumulado por ruta: kilos comprometidos del dia mas
      *    el camion asignado y su capacidad, y el primer
      *    turno de descarga de la ruta (9999 = sin turno).
       01  WCG-TABLA-RUTAS.
           05  WCG-RUT OCCURS 50 TIMES.
               10  WCG-T-RUTA        PIC 9(04).
               10  WCG-T-KILOS       PIC S9(09)V99.
               10  WCG-T-CAPACIDAD   PIC 9(05).
               10  WCG-T-DOMINIO     PIC X(07).
               10  WCG-T-PRIMER-TURNO PIC 9(04).
               10  WCG-T-CANT-TURNOS PIC 9(03).

       01  WCG-RUT-AUX.
           05  WCG-A-RUTA            PIC 9(04).
           05  WCG-A-KILOS           PIC S9(09)V99.
           05  WCG-A-CAPACIDAD       PIC 9(05).
           05  WCG-A-DOMINIO         PIC X(07).
           05  WCG-A-PRIMER-TURNO    PIC 9(04).
           05  WCG-A-CANT-TURNOS     PIC 9(03).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(60) VALUE
               "RUTA  VEHICULO     KILOS     CAPACIDAD   ESTADO".
           05  FILLER             PIC X(26) VALUE
               "  1ER TURNO TURNOS CARGA".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CAPACIDAD           PIC ZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-ESTADO              PIC X(12).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  D-PRIMER-TURNO        PIC X(04).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  D-CANT-TURNOS         PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-ORDEN-CARGA         PIC Z9.

       01  LIN-SUGERENCIA.
           05  FILLER                PIC X(08) VALUE SPACES.
       VEHIC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHIC.
           DISPLAY "ERROR E/S VEHIC: " WVH-STATUS.
       TURNOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TURNOS.
           DISPLAY "ERROR E/S TURNOS: " WTN-STATUS.
       PUNTENT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PUNTENT.
           DISPLAY "ERROR E/S PUNTENT: " WNT-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 4000-ASIGNAR-VEHICULOS
               THRU 4000-ASIGNAR-VEHICULOS-EXIT
               UNTIL NO-HAY-MAS-VEHIC.
           PERFORM 4500-SUMAR-TURNOS THRU 4500-SUMAR-TURNOS-EXIT
               UNTIL NO-HAY-MAS-TURNOS.
           PERFORM 4800-ORDENAR-PASADA THRU 4800-ORDENAR-PASADA-EXIT
               VARYING WCG-IX FROM 1 BY 1
               UNTIL WCG-IX >= WCG-CANT-RUTAS.
           PERFORM 5000-EVALUAR THRU 5000-EVALUAR-EXIT.
           DISPLAY "RUTAS EVALUADAS ......: " WCG-CANT-RUTAS.
           DISPLAY "RUTAS SOBRECARGADAS ..: " WCG-CANT-SOBRECARGAS.
           IF WVH-STATUS NOT = "00"
               MOVE "S" TO EOF-VEHIC
           END-IF.
           OPEN INPUT TURNOS.
           IF WTN-STATUS NOT = "00"
               MOVE "N" TO WCG-HAY-TURNOS
               MOVE "S" TO EOF-TURNOS
           ELSE
               MOVE WCG-FECHA-PARAM TO WTN-FECHA
               MOVE 0               TO WTN-RUTA
               MOVE 0               TO WTN-CUENTA-CD
               START TURNOS KEY IS NOT LESS THAN WTN-CLAVE
                   INVALID KEY MOVE "S" TO EOF-TURNOS
               END-START
           END-IF.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WCG-HAY-PUNTENT
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
               INVALID KEY GO TO 3000-SUMAR-FIJOS-LEER
           END-READ.
           MOVE WAR-RUTA     TO WCG-RUTA-ACTUAL.
           IF WPJ-PUNTO NOT = 0 AND WCG-HAY-PUNTENT = "S"
               MOVE WPJ-CUENTA TO WNT-CUENTA
               MOVE WPJ-PUNTO  TO WNT-PUNTO
               READ PUNTENT KEY IS WNT-CLAVE
                   INVALID KEY GO TO 3000-SUMAR-FIJOS-LEER
               END-READ
               IF NOT WNT-ESTA-ACTIVO
                   GO TO 3000-SUMAR-FIJOS-LEER
               END-IF
               MOVE WNT-RUTA TO WCG-RUTA-ACTUAL
           END-IF.
           MOVE WPJ-ARTICULO TO WPE-ARTICULO.
           MOVE WPJ-CANTIDAD TO WPE-CANTIDAD.
           PERFORM 6000-KILOS-RENGLON
       4000-ASIGNAR-VEHICULOS-EXIT.
           EXIT.

      *    Turnos de descarga de la fecha: por ruta, el primero
      *    (menor hora desde) y la cantidad.
       4500-SUMAR-TURNOS.
           READ TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO EOF-TURNOS
                   GO TO 4500-SUMAR-TURNOS-EXIT
           END-READ.
           IF WTN-FECHA NOT = WCG-FECHA-PARAM
               MOVE "S" TO EOF-TURNOS
               GO TO 4500-SUMAR-TURNOS-EXIT
           END-IF.
           MOVE WTN-RUTA TO WCG-RUTA-ACTUAL.
           PERFORM 7000-UBICAR-RUTA THRU 7000-UBICAR-RUTA-EXIT.
           IF WCG-IX = 0
               GO TO 4500-SUMAR-TURNOS-EXIT
           END-IF.
           ADD 1 TO WCG-T-CANT-TURNOS (WCG-IX).
           IF WTN-HORA-DESDE < WCG-T-PRIMER-TURNO (WCG-IX)
               MOVE WTN-HORA-DESDE TO WCG-T-PRIMER-TURNO (WCG-IX)
           END-IF.
       4500-SUMAR-TURNOS-EXIT.
           EXIT.

      *    Orden de carga: burbujeo de la tabla por el primer
      *    turno; a igual turno (o sin turno) queda como estaba.
       4800-ORDENAR-PASADA.
           PERFORM 4810-ORDENAR-PAR THRU 4810-ORDENAR-PAR-EXIT
               VARYING WCG-JX FROM 1 BY 1
               UNTIL WCG-JX > WCG-CANT-RUTAS - WCG-IX.
       4800-ORDENAR-PASADA-EXIT.
           EXIT.

       4810-ORDENAR-PAR.
           COMPUTE WCG-KX = WCG-JX + 1.
           IF WCG-T-PRIMER-TURNO (WCG-JX) >
              WCG-T-PRIMER-TURNO (WCG-KX)
               MOVE WCG-RUT (WCG-JX) TO WCG-RUT-AUX
               MOVE WCG-RUT (WCG-KX) TO WCG-RUT (WCG-JX)
               MOVE WCG-RUT-AUX      TO WCG-RUT (WCG-KX)
           END-IF.
       4810-ORDENAR-PAR-EXIT.
           EXIT.

       5000-EVALUAR.
           PERFORM VARYING WCG-IX FROM 1 BY 1
               UNTIL WCG-IX > WCG-CANT-RUTAS
               MOVE WCG-T-DOMINIO (WCG-IX)   TO D-DOMINIO
               MOVE WCG-T-KILOS (WCG-IX)     TO D-KILOS
               MOVE WCG-T-CAPACIDAD (WCG-IX) TO D-CAPACIDAD
               IF WCG-T-CANT-TURNOS (WCG-IX) = 0
                   MOVE SPACES TO D-PRIMER-TURNO
               ELSE
                   MOVE WCG-T-PRIMER-TURNO (WCG-IX) TO D-PRIMER-TURNO
               END-IF
               MOVE WCG-T-CANT-TURNOS (WCG-IX) TO D-CANT-TURNOS
               MOVE WCG-IX                     TO D-ORDEN-CARGA
               IF WCG-T-CAPACIDAD (WCG-IX) = 0
                   MOVE "SIN VEHICULO" TO D-ESTADO
               ELSE
           MOVE 0                TO WCG-T-KILOS (WCG-IX).
           MOVE 0                TO WCG-T-CAPACIDAD (WCG-IX).
           MOVE SPACES           TO WCG-T-DOMINIO (WCG-IX).
           MOVE 9999             TO WCG-T-PRIMER-TURNO (WCG-IX).
           MOVE 0                TO WCG-T-CANT-TURNOS (WCG-IX).
       7000-UBICAR-RUTA-FIN.
           MOVE 0 TO WCG-RUTA-ACTUAL.
       7000-UBICAR-RUTA-EXIT.
           CLOSE ARET.
           CLOSE ARTPESO.
           CLOSE VEHIC.
           IF WCG-HAY-TURNOS = "S"
               CLOSE TURNOS
           END-IF.
           IF WCG-HAY-PUNTENT = "S"
               CLOSE PUNTENT
           END-IF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
