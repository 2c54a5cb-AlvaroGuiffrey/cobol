       IDENTIFICATION DIVISION.
       PROGRAM-ID.       RUTSECU.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Clientes geocodificados y secuencia sugerida de entrega:
      * el orden de entrega de GENREM es el orden en que se
      * cargaron las cuentas en ARET y los puntos en PUNTENT,
      * que con los anos ya no tiene nada que ver con el
      * recorrido real del camion.
      *   modo G: carga a mano de latitud y longitud (grados con
      *           seis decimales, negativos al sur y al oeste) en
      *           GEOCLI, por cuenta y punto de entrega (punto 0
      *           = domicilio de la cuenta), con la ventana
      *           horaria de recepcion del domicilio y los minutos
      *           de descarga. La cuenta 0 es el deposito de
      *           salida: su punto es la sucursal;
      *   modo I: importa GEOCLI.TXT (ancho fijo: cuenta, punto,
      *           signo "-" o blanco y latitud en millonesimas de
      *           grado, signo y longitud igual), la salida del
      *           geocodificador de domicilios. Pisa las
      *           coordenadas y deja la ventana y la descarga ya
      *           cargadas;
      *   modo S: secuencia una ruta y fecha de reparto sobre los
      *           remitos ya generados: sale del deposito, en cada
      *           paso va a la parada mas cercana en tiempo
      *           (viaje mas espera a que abra la ventana), pero
      *           adelanta la parada cuya ventana esta por cerrar,
      *           y vuelve al deposito. La ventana es el turno de
      *           TURNOS si la parada es un CD con turno, si no
      *           el horario de recepcion del punto (PUNTENT) y
      *           si no el del domicilio en GEOCLI. Las paradas
      *           sin coordenadas quedan al final en su orden.
      *           Lista por PRNTDEST la secuencia propuesta con la
      *           hora estimada de llegada y los km estimados del
      *           orden actual y del propuesto. Aprobada:
      *           - renumera WRM-ORDEN-ENTREGA de los remitos del
      *             dia, que es el orden que usan RUTMANIF,
      *             PICKLIST (carga inversa) y PALETIZ;
      *           - deja la secuencia como plantilla de la ruta y
      *             dia de la semana en RUTSEC, que GENREM usa
      *             para numerar los remitos de los proximos
      *             repartos de ese dia;
      *           - registra la aprobacion en RUTSECD (ruta +
      *             fecha) con los km: RUTMANIF no vuelve a
      *             reordenar por turnos un dia aprobado.
      * Los km son estimados: distancia en linea recta sobre la
      * latitud del deposito por un factor de recorrido urbano.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEOTXT    ASSIGN TO "GEOCLI.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WGT-STATUS.
           SELECT GEOCLI    ASSIGN TO "GEOCLI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGO-CLAVE
                             FILE STATUS IS WGO-STATUS.
           SELECT RUTSEC    ASSIGN TO "RUTSEC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQB-CLAVE
                             FILE STATUS IS WQB-STATUS.
           SELECT RUTSECD   ASSIGN TO "RUTSECD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQJ-CLAVE
                             FILE STATUS IS WQJ-STATUS.
           SELECT REMITO    ASSIGN TO "REMITO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRM-NUMERO
                             ALTERNATE RECORD KEY IS WRM-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WRM-STATUS.
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
       FD  GEOTXT.
       01  REG-GEOTXT.
           05  WGT-CUENTA            PIC 9(06).
           05  WGT-PUNTO             PIC 9(03).
           05  WGT-SIGNO-LAT         PIC X(01).
               88  WGT-LAT-NEGATIVA   VALUE "-".
           05  WGT-LATITUD           PIC 9(03)V9(06).
           05  WGT-SIGNO-LON         PIC X(01).
               88  WGT-LON-NEGATIVA   VALUE "-".
           05  WGT-LONGITUD          PIC 9(03)V9(06).

      *    Coordenadas por cuenta y punto de entrega; la cuenta 0
      *    es el deposito de salida de la sucursal del punto.
       FD  GEOCLI.
       01  REG-GEOCLI.
           05  WGO-CLAVE.
               10  WGO-CUENTA        PIC 9(06).
               10  WGO-PUNTO         PIC 9(03).
           05  WGO-LATITUD           PIC S9(03)V9(06).
           05  WGO-LONGITUD          PIC S9(03)V9(06).
           05  WGO-HORA-DESDE        PIC 9(04).
           05  WGO-HORA-HASTA        PIC 9(04).
           05  WGO-MIN-DESCARGA      PIC 9(03).
           05  WGO-ORIGEN            PIC X(01).
               88  WGO-CARGA-MANUAL   VALUE "M".
               88  WGO-IMPORTADA      VALUE "I".
           05  WGO-FEC-CARGA         PIC 9(08).

      *    Plantilla de secuencia aprobada por ruta y dia de la
      *    semana (1=lunes). El registro de cuenta 0 y punto 0
      *    lleva en WQB-ORDEN la cantidad de paradas.
       FD  RUTSEC.
       01  REG-RUTSEC.
           05  WQB-CLAVE.
               10  WQB-RUTA          PIC 9(03).
               10  WQB-DIA-SEMANA    PIC 9(01).
               10  WQB-CUENTA        PIC 9(06).
               10  WQB-PUNTO         PIC 9(03).
           05  WQB-ORDEN             PIC 9(03).
           05  WQB-FEC-APROBADA      PIC 9(08).
           05  WQB-OPERADOR          PIC X(08).

      *    Repartos con secuencia aprobada.
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

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).
           05  WRM-JURISDICCION      PIC X(02).

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

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "RUTSECU".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WGT-STATUS                PIC X(02).
       77  WGO-STATUS                PIC X(02).
       77  WQB-STATUS                PIC X(02).
       77  WQJ-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WTN-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WMK-MODO-PARAM            PIC X(01).
       77  WMK-HOY                   PIC 9(08).
       77  WMK-HALLADO               PIC X(01).
       77  WMK-HAY-TURNOS            PIC X(01) VALUE "S".
       77  WMK-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WMK-REPARTO-ABIERTO       PIC X(01) VALUE "N".
       77  WMK-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WMK-CUENTA-PARAM          PIC 9(06).
       77  WMK-PUNTO-PARAM           PIC 9(03).
       77  WMK-RUTA-PARAM            PIC 9(03).
       77  WMK-FECHA-PARAM           PIC 9(08).
       77  WMK-SUCURSAL-PARAM        PIC 9(02).
       77  WMK-SALIDA-PARAM          PIC 9(04).
       77  WMK-VELOCIDAD-PARAM       PIC 9(03).
       77  WMK-OPERADOR-PARAM        PIC X(08).
       77  WMK-APRUEBA               PIC X(01).
       77  WMK-DIA-SEMANA            PIC 9(01).
       77  WMK-DIA-LINEAL            PIC 9(08).
       77  WMK-CANT-LEIDAS           PIC 9(06) VALUE 0.
       77  WMK-CANT-GRABADAS         PIC 9(06) VALUE 0.
       77  WMK-CANT-RECHAZADAS       PIC 9(06) VALUE 0.
      *    Descarga por omision, holgura que vuelve urgente una
      *    ventana y factor de linea recta a calle.
       77  WMK-DESCARGA-OMISION      PIC 9(03) VALUE 10.
       77  WMK-HOLGURA-URGENTE       PIC 9(03) VALUE 45.
       77  WMK-FACTOR-RECORRIDO      PIC 9V99 VALUE 1.30.
       77  WMK-KM-POR-GRADO          PIC 9(03)V99 VALUE 111.19.
       77  WMK-COS-LATITUD           PIC 9V9(06).
       77  WMK-DEP-LATITUD           PIC S9(03)V9(06).
       77  WMK-DEP-LONGITUD          PIC S9(03)V9(06).
       77  WMK-LAT-1                 PIC S9(03)V9(06).
       77  WMK-LON-1                 PIC S9(03)V9(06).
       77  WMK-LAT-2                 PIC S9(03)V9(06).
       77  WMK-LON-2                 PIC S9(03)V9(06).
       77  WMK-DX                    PIC S9(05)V9(04).
       77  WMK-DY                    PIC S9(05)V9(04).
       77  WMK-KM-TRAMO              PIC 9(05)V99.
       77  WMK-KM-ACTUAL             PIC 9(05)V99.
       77  WMK-KM-PROPUESTO          PIC 9(05)V99.
       77  WMK-TARDES-ACTUAL         PIC 9(03).
       77  WMK-TARDES-PROPUESTO      PIC 9(03).
       77  WMK-RELOJ                 PIC 9(05).
       77  WMK-VIAJE                 PIC 9(05).
       77  WMK-LLEGADA               PIC 9(05).
       77  WMK-ESPERA                PIC 9(05).
       77  WMK-INICIO                PIC 9(05).
       77  WMK-PUNTAJE               PIC 9(05).
       77  WMK-HOLGURA               PIC S9(05).
       77  WMK-TARDE                 PIC X(01).
       77  WMK-HH                    PIC 9(02).
       77  WMK-MM                    PIC 9(02).
       77  WMK-HHMM                  PIC 9(04).
       77  WMK-VENTANA-DESDE         PIC 9(04).
       77  WMK-VENTANA-HASTA         PIC 9(04).
       77  WMK-MINUTOS               PIC 9(05).
       77  WMK-CANT-PARADAS          PIC 9(03) VALUE 0.
       77  WMK-CANT-CON-GEO          PIC 9(03) VALUE 0.
       77  WMK-CANT-UBICADAS         PIC 9(03) VALUE 0.
       77  WMK-ULTIMA                PIC 9(03).
       77  WMK-IX                    PIC 9(03).
       77  WMK-JX                    PIC 9(03).
       77  WMK-KX                    PIC 9(03).
       77  WMK-MEJOR-URGENTE         PIC 9(03).
       77  WMK-MEJOR-A-TIEMPO        PIC 9(03).
       77  WMK-MEJOR-TARDE           PIC 9(03).
       77  WMK-HOLGURA-MEJOR         PIC S9(05).
       77  WMK-PUNTAJE-A-TIEMPO      PIC 9(05).
       77  WMK-PUNTAJE-TARDE         PIC 9(05).
       77  EOF-GEOTXT                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-GEOTXT      VALUE "S".
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-RUTSEC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RUTSEC      VALUE "S".

      *    Paradas del reparto en el orden actual de los remitos.
      *    Desde/hasta en minutos del dia (hasta 0 = sin ventana).
       01  WMK-TABLA-PARADAS.
           05  WMK-PAR OCCURS 200 TIMES.
               10  WMK-P-REMITO      PIC 9(08).
               10  WMK-P-CUENTA      PIC 9(06).
               10  WMK-P-PUNTO       PIC 9(03).
               10  WMK-P-NOMBRE      PIC X(30).
               10  WMK-P-ORDEN-ACT   PIC 9(03).
               10  WMK-P-CON-GEO     PIC X(01).
               10  WMK-P-LATITUD     PIC S9(03)V9(06).
               10  WMK-P-LONGITUD    PIC S9(03)V9(06).
               10  WMK-P-DESDE       PIC 9(04).
               10  WMK-P-HASTA       PIC 9(04).
               10  WMK-P-DESCARGA    PIC 9(03).
               10  WMK-P-UBICADA     PIC X(01).

      *    Secuencia propuesta: parada, llegada estimada en
      *    minutos del dia, km del tramo y marca de atraso.
       01  WMK-TABLA-SECUENCIA.
           05  WMK-SEC OCCURS 200 TIMES.
               10  WMK-S-PARADA      PIC 9(03).
               10  WMK-S-LLEGADA     PIC 9(05).
               10  WMK-S-KM          PIC 9(05)V99.
               10  WMK-S-TARDE       PIC X(01).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "SECUENCIA SUGERIDA -".
           05  FILLER                PIC X(07) VALUE " RUTA: ".
           05  T-RUTA                PIC 9(03).
           05  FILLER                PIC X(09) VALUE "  FECHA: ".
           05  T-FECHA               PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  SALIDA: ".
           05  T-SALIDA              PIC 9(04).
           05  FILLER                PIC X(06) VALUE "  SUC ".
           05  T-SUCURSAL            PIC 9(02).

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(26) VALUE
               "NVO ACT   REMITO  CUENTA  ".
           05  FILLER                PIC X(28) VALUE "NOMBRE".
           05  FILLER                PIC X(11) VALUE "VENTANA".
           05  FILLER                PIC X(06) VALUE "LLEGA".
           05  FILLER                PIC X(10) VALUE " KM TRAMO".
           05  FILLER                PIC X(11) VALUE "OBSERVACION".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORDEN-NUEVO         PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ORDEN-ACTUAL        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-REMITO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(26).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-VENTANA-DESDE       PIC X(04).
           05  D-VENTANA-GUION       PIC X(01).
           05  D-VENTANA-HASTA       PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LLEGADA             PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-KM                  PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-OBSERVACION         PIC X(15).

       01  LIN-TOTAL.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  L-LEYENDA             PIC X(30).
           05  L-KM                  PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE " KM ".
           05  FILLER                PIC X(12) VALUE "  ATRASOS: ".
           05  L-TARDES              PIC ZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       GEOTXT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON GEOTXT.
           DISPLAY "ERROR E/S GEOTXT: " WGT-STATUS.
       GEOCLI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON GEOCLI.
           DISPLAY "ERROR E/S GEOCLI: " WGO-STATUS.
       RUTSEC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTSEC.
           DISPLAY "ERROR E/S RUTSEC: " WQB-STATUS.
       RUTSECD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTSECD.
           DISPLAY "ERROR E/S RUTSECD: " WQJ-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WMK-MODO-PARAM
               WHEN "G"
                   PERFORM 2000-COORDENADAS THRU 2000-COORDENADAS-EXIT
               WHEN "I"
                   PERFORM 3000-IMPORTAR THRU 3000-IMPORTAR-EXIT
               WHEN "S"
                   PERFORM 4000-SECUENCIAR THRU 4000-SECUENCIAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (G=COORDENADAS I=IMPORTA S=SECUENCIA): "
               LINE 5 POSITION 5.
           ACCEPT WMK-MODO-PARAM LINE 5 POSITION 50.
           ACCEPT WMK-HOY FROM DATE YYYYMMDD.
           OPEN I-O GEOCLI.
           IF WGO-STATUS = "35"
               CLOSE GEOCLI
               OPEN OUTPUT GEOCLI
               CLOSE GEOCLI
               OPEN I-O GEOCLI
           END-IF.

      *----------------------------------------------------------
      * Carga a mano de coordenadas y ventana.
      *----------------------------------------------------------
       2000-COORDENADAS.
           DISPLAY "CUENTA (0=DEPOSITO) .......: " LINE 8 POSITION 5.
           ACCEPT WMK-CUENTA-PARAM LINE 8 POSITION 35.
           DISPLAY "PUNTO (DEPOSITO: SUCURSAL) : " LINE 9 POSITION 5.
           ACCEPT WMK-PUNTO-PARAM LINE 9 POSITION 35.
           MOVE WMK-CUENTA-PARAM TO WGO-CUENTA.
           MOVE WMK-PUNTO-PARAM  TO WGO-PUNTO.
           MOVE "S" TO WMK-HALLADO.
           READ GEOCLI KEY IS WGO-CLAVE
               INVALID KEY
                   MOVE "N" TO WMK-HALLADO
                   INITIALIZE REG-GEOCLI
                   MOVE WMK-CUENTA-PARAM TO WGO-CUENTA
                   MOVE WMK-PUNTO-PARAM  TO WGO-PUNTO
           END-READ.
           DISPLAY "LATITUD (- AL SUR) ........: " WGO-LATITUD
               LINE 10 POSITION 5.
           ACCEPT WGO-LATITUD LINE 10 POSITION 35.
           DISPLAY "LONGITUD (- AL OESTE) .....: " WGO-LONGITUD
               LINE 11 POSITION 5.
           ACCEPT WGO-LONGITUD LINE 11 POSITION 35.
           IF WGO-LATITUD > 90 OR WGO-LATITUD < -90
              OR WGO-LONGITUD > 180 OR WGO-LONGITUD < -180
               DISPLAY "COORDENADAS INVALIDAS" LINE 22 POSITION 5
               GO TO 2000-COORDENADAS-EXIT
           END-IF.
           IF WMK-CUENTA-PARAM NOT = 0
               DISPLAY "RECIBE DESDE (HHMM) .......: " WGO-HORA-DESDE
                   LINE 12 POSITION 5
               ACCEPT WGO-HORA-DESDE LINE 12 POSITION 35
               DISPLAY "RECIBE HASTA (HHMM, 0=NO) .: " WGO-HORA-HASTA
                   LINE 13 POSITION 5
               ACCEPT WGO-HORA-HASTA LINE 13 POSITION 35
               DISPLAY "MINUTOS DE DESCARGA .......: "
                   WGO-MIN-DESCARGA LINE 14 POSITION 5
               ACCEPT WGO-MIN-DESCARGA LINE 14 POSITION 35
           END-IF.
           IF WGO-HORA-DESDE > 2359 OR WGO-HORA-HASTA > 2359
              OR (WGO-HORA-HASTA NOT = 0
                  AND WGO-HORA-HASTA < WGO-HORA-DESDE)
               DISPLAY "VENTANA INVALIDA" LINE 22 POSITION 5
               GO TO 2000-COORDENADAS-EXIT
           END-IF.
           MOVE "M"     TO WGO-ORIGEN.
           MOVE WMK-HOY TO WGO-FEC-CARGA.
           IF WMK-HALLADO = "S"
               REWRITE REG-GEOCLI
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR GEOCLI"
               END-REWRITE
           ELSE
               WRITE REG-GEOCLI
                   INVALID KEY DISPLAY "NO PUDO GRABAR GEOCLI"
               END-WRITE
           END-IF.
           DISPLAY "COORDENADAS GRABADAS" LINE 22 POSITION 5.
       2000-COORDENADAS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Importacion del geocodificador.
      *----------------------------------------------------------
       3000-IMPORTAR.
           OPEN INPUT GEOTXT.
           IF WGT-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA GEOCLI.TXT" LINE 22 POSITION 5
               GO TO 3000-IMPORTAR-EXIT
           END-IF.
           READ GEOTXT
               AT END MOVE "S" TO EOF-GEOTXT
           END-READ.
           PERFORM 3100-UNA-COORDENADA THRU 3100-UNA-COORDENADA-EXIT
               UNTIL NO-HAY-MAS-GEOTXT.
           CLOSE GEOTXT.
           DISPLAY "RENGLONES LEIDOS ...: " WMK-CANT-LEIDAS
               LINE 10 POSITION 5.
           DISPLAY "COORDENADAS GRABADAS: " WMK-CANT-GRABADAS
               LINE 11 POSITION 5.
           DISPLAY "RECHAZADOS .........: " WMK-CANT-RECHAZADAS
               LINE 12 POSITION 5.
       3000-IMPORTAR-EXIT.
           EXIT.

       3100-UNA-COORDENADA.
           ADD 1 TO WMK-CANT-LEIDAS.
           IF WGT-CUENTA NOT NUMERIC OR WGT-PUNTO NOT NUMERIC
              OR WGT-LATITUD NOT NUMERIC OR WGT-LONGITUD NOT NUMERIC
              OR WGT-LATITUD > 90 OR WGT-LONGITUD > 180
               ADD 1 TO WMK-CANT-RECHAZADAS
               GO TO 3100-UNA-COORDENADA-LEE
           END-IF.
           MOVE WGT-CUENTA TO WGO-CUENTA.
           MOVE WGT-PUNTO  TO WGO-PUNTO.
           MOVE "S" TO WMK-HALLADO.
           READ GEOCLI KEY IS WGO-CLAVE
               INVALID KEY
                   MOVE "N" TO WMK-HALLADO
                   INITIALIZE REG-GEOCLI
                   MOVE WGT-CUENTA TO WGO-CUENTA
                   MOVE WGT-PUNTO  TO WGO-PUNTO
           END-READ.
           IF WGT-LAT-NEGATIVA
               COMPUTE WGO-LATITUD = 0 - WGT-LATITUD
           ELSE
               MOVE WGT-LATITUD TO WGO-LATITUD
           END-IF.
           IF WGT-LON-NEGATIVA
               COMPUTE WGO-LONGITUD = 0 - WGT-LONGITUD
           ELSE
               MOVE WGT-LONGITUD TO WGO-LONGITUD
           END-IF.
           MOVE "I"     TO WGO-ORIGEN.
           MOVE WMK-HOY TO WGO-FEC-CARGA.
           IF WMK-HALLADO = "S"
               REWRITE REG-GEOCLI
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR GEOCLI"
               END-REWRITE
           ELSE
               WRITE REG-GEOCLI
                   INVALID KEY DISPLAY "NO PUDO GRABAR GEOCLI"
               END-WRITE
           END-IF.
           ADD 1 TO WMK-CANT-GRABADAS.
       3100-UNA-COORDENADA-LEE.
           READ GEOTXT
               AT END MOVE "S" TO EOF-GEOTXT
           END-READ.
       3100-UNA-COORDENADA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Secuencia sugerida de una ruta y fecha.
      *----------------------------------------------------------
       4000-SECUENCIAR.
           DISPLAY "RUTA ......................: " LINE 8 POSITION 5.
           ACCEPT WMK-RUTA-PARAM LINE 8 POSITION 35.
           DISPLAY "FECHA REPARTO .............: " LINE 9 POSITION 5.
           ACCEPT WMK-FECHA-PARAM LINE 9 POSITION 35.
           DISPLAY "SUCURSAL DEPOSITO .........: " LINE 10 POSITION 5.
           ACCEPT WMK-SUCURSAL-PARAM LINE 10 POSITION 35.
           DISPLAY "HORA SALIDA (HHMM) ........: " LINE 11 POSITION 5.
           ACCEPT WMK-SALIDA-PARAM LINE 11 POSITION 35.
           DISPLAY "VELOCIDAD MEDIA (KM/H) ....: " LINE 12 POSITION 5.
           ACCEPT WMK-VELOCIDAD-PARAM LINE 12 POSITION 35.
           DISPLAY "OPERADOR ..................: " LINE 13 POSITION 5.
           ACCEPT WMK-OPERADOR-PARAM LINE 13 POSITION 35.
           IF WMK-SALIDA-PARAM = 0 OR WMK-SALIDA-PARAM > 2359
               MOVE 700 TO WMK-SALIDA-PARAM
           END-IF.
           IF WMK-VELOCIDAD-PARAM = 0
               MOVE 30 TO WMK-VELOCIDAD-PARAM
           END-IF.
           MOVE 0                  TO WGO-CUENTA.
           MOVE WMK-SUCURSAL-PARAM TO WGO-PUNTO.
           READ GEOCLI KEY IS WGO-CLAVE
               INVALID KEY
                   DISPLAY "SIN COORDENADAS DEL DEPOSITO"
                       LINE 22 POSITION 5
                   GO TO 4000-SECUENCIAR-EXIT
           END-READ.
           MOVE WGO-LATITUD  TO WMK-DEP-LATITUD.
           MOVE WGO-LONGITUD TO WMK-DEP-LONGITUD.
      *    Un grado de longitud mide el coseno de la latitud de
      *    un grado de latitud; alcanza con el del deposito para
      *    el radio de un reparto.
           COMPUTE WMK-COS-LATITUD ROUNDED =
               FUNCTION COS (WMK-DEP-LATITUD * 3.14159265 / 180).
      *    Dia de la semana 1=lunes ... 7=domingo, como GENREM.
           COMPUTE WMK-DIA-LINEAL =
               FUNCTION INTEGER-OF-DATE (WMK-FECHA-PARAM).
           COMPUTE WMK-DIA-SEMANA =
               FUNCTION MOD (WMK-DIA-LINEAL - 1, 7) + 1.

           OPEN I-O REMITO.
           MOVE "S" TO WMK-REPARTO-ABIERTO.
           OPEN INPUT TURNOS.
           IF WTN-STATUS NOT = "00"
               MOVE "N" TO WMK-HAY-TURNOS
           END-IF.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WMK-HAY-PUNTENT
           END-IF.
           MOVE WMK-RUTA-PARAM  TO WRM-RUTA.
           MOVE WMK-FECHA-PARAM TO WRM-FEC-REPARTO.
           MOVE 0               TO WRM-ORDEN-ENTREGA.
           START REMITO KEY IS NOT LESS THAN WRM-RUTA-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMITO
           END-START.
           IF NOT NO-HAY-MAS-REMITO
               READ REMITO NEXT RECORD
                   AT END MOVE "S" TO EOF-REMITO
               END-READ
           END-IF.
           PERFORM 4100-CARGAR-PARADA THRU 4100-CARGAR-PARADA-EXIT
               UNTIL NO-HAY-MAS-REMITO.
           IF WMK-CANT-PARADAS = 0
               DISPLAY "NO HAY REMITOS PARA LA RUTA Y FECHA"
                   LINE 22 POSITION 5
               GO TO 4000-SECUENCIAR-EXIT
           END-IF.
           IF WMK-CANT-CON-GEO = 0
               DISPLAY "NINGUNA PARADA TIENE COORDENADAS"
                   LINE 22 POSITION 5
               GO TO 4000-SECUENCIAR-EXIT
           END-IF.

           PERFORM 5000-KM-ACTUAL THRU 5000-KM-ACTUAL-EXIT.
           PERFORM 6000-PROPONER THRU 6000-PROPONER-EXIT.
           PERFORM 7000-LISTAR THRU 7000-LISTAR-EXIT.

           DISPLAY "KM ORDEN ACTUAL ...........: " WMK-KM-ACTUAL
               LINE 15 POSITION 5.
           DISPLAY "KM SECUENCIA PROPUESTA ....: " WMK-KM-PROPUESTO
               LINE 16 POSITION 5.
           DISPLAY "ATRASOS ACTUAL / PROPUESTA : " WMK-TARDES-ACTUAL
               " / " WMK-TARDES-PROPUESTO LINE 17 POSITION 5.
           DISPLAY "APRUEBA LA SECUENCIA (S/N) : " LINE 19 POSITION 5.
           ACCEPT WMK-APRUEBA LINE 19 POSITION 35.
           IF WMK-APRUEBA NOT = "S"
               DISPLAY "SECUENCIA NO APROBADA" LINE 22 POSITION 5
               GO TO 4000-SECUENCIAR-EXIT
           END-IF.
           PERFORM 8000-APROBAR THRU 8000-APROBAR-EXIT.
       4000-SECUENCIAR-EXIT.
           EXIT.

       4100-CARGAR-PARADA.
           IF WRM-RUTA NOT = WMK-RUTA-PARAM OR
              WRM-FEC-REPARTO NOT = WMK-FECHA-PARAM
               MOVE "S" TO EOF-REMITO
               GO TO 4100-CARGAR-PARADA-EXIT
           END-IF.
           IF WMK-CANT-PARADAS >= 200
               DISPLAY "TABLA DE PARADAS LLENA"
               MOVE "S" TO EOF-REMITO
               GO TO 4100-CARGAR-PARADA-EXIT
           END-IF.
           ADD 1 TO WMK-CANT-PARADAS.
           MOVE WMK-CANT-PARADAS  TO WMK-IX.
           MOVE WRM-NUMERO        TO WMK-P-REMITO (WMK-IX).
           MOVE WRM-CUENTA        TO WMK-P-CUENTA (WMK-IX).
           MOVE WRM-PUNTO         TO WMK-P-PUNTO (WMK-IX).
           MOVE WRM-NOMBRE        TO WMK-P-NOMBRE (WMK-IX).
           MOVE WRM-ORDEN-ENTREGA TO WMK-P-ORDEN-ACT (WMK-IX).
           MOVE "N"               TO WMK-P-CON-GEO (WMK-IX).
           MOVE "N"               TO WMK-P-UBICADA (WMK-IX).
           MOVE 0                 TO WMK-P-LATITUD (WMK-IX).
           MOVE 0                 TO WMK-P-LONGITUD (WMK-IX).
           MOVE 0                 TO WMK-P-DESDE (WMK-IX).
           MOVE 0                 TO WMK-P-HASTA (WMK-IX).
           MOVE WMK-DESCARGA-OMISION TO WMK-P-DESCARGA (WMK-IX).
           MOVE 0                 TO WMK-VENTANA-DESDE.
           MOVE 0                 TO WMK-VENTANA-HASTA.

           MOVE WRM-CUENTA TO WGO-CUENTA.
           MOVE WRM-PUNTO  TO WGO-PUNTO.
           READ GEOCLI KEY IS WGO-CLAVE
               INVALID KEY MOVE 0 TO WGO-HORA-HASTA
           END-READ.
           IF WGO-STATUS = "00"
               MOVE "S"          TO WMK-P-CON-GEO (WMK-IX)
               MOVE WGO-LATITUD  TO WMK-P-LATITUD (WMK-IX)
               MOVE WGO-LONGITUD TO WMK-P-LONGITUD (WMK-IX)
               ADD 1 TO WMK-CANT-CON-GEO
               IF WGO-MIN-DESCARGA NOT = 0
                   MOVE WGO-MIN-DESCARGA TO WMK-P-DESCARGA (WMK-IX)
               END-IF
               IF WGO-HORA-HASTA NOT = 0
                   MOVE WGO-HORA-DESDE TO WMK-VENTANA-DESDE
                   MOVE WGO-HORA-HASTA TO WMK-VENTANA-HASTA
               END-IF
           END-IF.
      *    El horario del punto de entrega pisa el del domicilio,
      *    y el turno del CD pisa a los dos.
           IF WRM-PUNTO NOT = 0 AND WMK-HAY-PUNTENT = "S"
               MOVE WRM-CUENTA TO WNT-CUENTA
               MOVE WRM-PUNTO  TO WNT-PUNTO
               READ PUNTENT KEY IS WNT-CLAVE
                   INVALID KEY MOVE 0 TO WNT-HORA-HASTA
               END-READ
               IF WNT-STATUS = "00" AND WNT-HORA-HASTA NOT = 0
                   MOVE WNT-HORA-DESDE TO WMK-VENTANA-DESDE
                   MOVE WNT-HORA-HASTA TO WMK-VENTANA-HASTA
               END-IF
           END-IF.
           IF WMK-HAY-TURNOS = "S"
               MOVE WMK-FECHA-PARAM TO WTN-FECHA
               MOVE WMK-RUTA-PARAM  TO WTN-RUTA
               MOVE WRM-CUENTA      TO WTN-CUENTA-CD
               READ TURNOS KEY IS WTN-CLAVE
                   INVALID KEY MOVE 0 TO WTN-HORA-HASTA
               END-READ
               IF WTN-STATUS = "00" AND WTN-HORA-HASTA NOT = 0
                   MOVE WTN-HORA-DESDE TO WMK-VENTANA-DESDE
                   MOVE WTN-HORA-HASTA TO WMK-VENTANA-HASTA
               END-IF
           END-IF.
           IF WMK-VENTANA-HASTA NOT = 0
               MOVE WMK-VENTANA-DESDE TO WMK-HHMM
               PERFORM 9100-A-MINUTOS
               MOVE WMK-MINUTOS TO WMK-P-DESDE (WMK-IX)
               MOVE WMK-VENTANA-HASTA TO WMK-HHMM
               PERFORM 9100-A-MINUTOS
               MOVE WMK-MINUTOS TO WMK-P-HASTA (WMK-IX)
           END-IF.

           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
           END-READ.
       4100-CARGAR-PARADA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Recorrido en el orden actual de los remitos.
      *----------------------------------------------------------
       5000-KM-ACTUAL.
           MOVE 0 TO WMK-KM-ACTUAL.
           MOVE 0 TO WMK-TARDES-ACTUAL.
           MOVE WMK-SALIDA-PARAM TO WMK-HHMM.
           PERFORM 9100-A-MINUTOS.
           MOVE WMK-MINUTOS      TO WMK-RELOJ.
           MOVE WMK-DEP-LATITUD  TO WMK-LAT-1.
           MOVE WMK-DEP-LONGITUD TO WMK-LON-1.
           PERFORM 5100-TRAMO-ACTUAL THRU 5100-TRAMO-ACTUAL-EXIT
               VARYING WMK-IX FROM 1 BY 1
               UNTIL WMK-IX > WMK-CANT-PARADAS.
           MOVE WMK-DEP-LATITUD  TO WMK-LAT-2.
           MOVE WMK-DEP-LONGITUD TO WMK-LON-2.
           PERFORM 9000-DISTANCIA.
           ADD WMK-KM-TRAMO TO WMK-KM-ACTUAL.
       5000-KM-ACTUAL-EXIT.
           EXIT.

       5100-TRAMO-ACTUAL.
           IF WMK-P-CON-GEO (WMK-IX) NOT = "S"
               GO TO 5100-TRAMO-ACTUAL-EXIT
           END-IF.
           MOVE WMK-IX TO WMK-JX.
           PERFORM 9200-LLEGADA.
           IF WMK-TARDE = "S"
               ADD 1 TO WMK-TARDES-ACTUAL
           END-IF.
           ADD WMK-KM-TRAMO TO WMK-KM-ACTUAL.
           COMPUTE WMK-RELOJ = WMK-INICIO + WMK-P-DESCARGA (WMK-IX).
           MOVE WMK-LAT-2 TO WMK-LAT-1.
           MOVE WMK-LON-2 TO WMK-LON-1.
       5100-TRAMO-ACTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Secuencia propuesta: vecino mas proximo en tiempo desde
      * la ultima parada, con prioridad para las ventanas por
      * cerrar.
      *----------------------------------------------------------
       6000-PROPONER.
           MOVE 0 TO WMK-KM-PROPUESTO.
           MOVE 0 TO WMK-TARDES-PROPUESTO.
           MOVE 0 TO WMK-CANT-UBICADAS.
           MOVE WMK-SALIDA-PARAM TO WMK-HHMM.
           PERFORM 9100-A-MINUTOS.
           MOVE WMK-MINUTOS      TO WMK-RELOJ.
           MOVE WMK-DEP-LATITUD  TO WMK-LAT-1.
           MOVE WMK-DEP-LONGITUD TO WMK-LON-1.
           PERFORM 6100-SIGUIENTE THRU 6100-SIGUIENTE-EXIT
               UNTIL WMK-CANT-UBICADAS = WMK-CANT-CON-GEO.
           MOVE WMK-DEP-LATITUD  TO WMK-LAT-2.
           MOVE WMK-DEP-LONGITUD TO WMK-LON-2.
           PERFORM 9000-DISTANCIA.
           ADD WMK-KM-TRAMO TO WMK-KM-PROPUESTO.
      *    Las paradas sin coordenadas, al final en su orden.
           PERFORM 6300-SIN-GEO THRU 6300-SIN-GEO-EXIT
               VARYING WMK-IX FROM 1 BY 1
               UNTIL WMK-IX > WMK-CANT-PARADAS.
       6000-PROPONER-EXIT.
           EXIT.

       6100-SIGUIENTE.
           MOVE 0 TO WMK-MEJOR-URGENTE.
           MOVE 0 TO WMK-MEJOR-A-TIEMPO.
           MOVE 0 TO WMK-MEJOR-TARDE.
           MOVE 0 TO WMK-HOLGURA-MEJOR.
           MOVE 0 TO WMK-PUNTAJE-A-TIEMPO.
           MOVE 0 TO WMK-PUNTAJE-TARDE.
           PERFORM 6200-CANDIDATA THRU 6200-CANDIDATA-EXIT
               VARYING WMK-JX FROM 1 BY 1
               UNTIL WMK-JX > WMK-CANT-PARADAS.
           EVALUATE TRUE
               WHEN WMK-MEJOR-URGENTE NOT = 0
                   MOVE WMK-MEJOR-URGENTE  TO WMK-JX
               WHEN WMK-MEJOR-A-TIEMPO NOT = 0
                   MOVE WMK-MEJOR-A-TIEMPO TO WMK-JX
               WHEN OTHER
                   MOVE WMK-MEJOR-TARDE    TO WMK-JX
           END-EVALUATE.
      *    Se recalcula el tramo de la elegida y se avanza.
           PERFORM 9200-LLEGADA.
           ADD 1 TO WMK-CANT-UBICADAS.
           MOVE WMK-CANT-UBICADAS TO WMK-KX.
           MOVE WMK-JX       TO WMK-S-PARADA (WMK-KX).
           MOVE WMK-INICIO   TO WMK-S-LLEGADA (WMK-KX).
           MOVE WMK-KM-TRAMO TO WMK-S-KM (WMK-KX).
           MOVE WMK-TARDE    TO WMK-S-TARDE (WMK-KX).
           IF WMK-TARDE = "S"
               ADD 1 TO WMK-TARDES-PROPUESTO
           END-IF.
           MOVE "S" TO WMK-P-UBICADA (WMK-JX).
           ADD WMK-KM-TRAMO TO WMK-KM-PROPUESTO.
           COMPUTE WMK-RELOJ = WMK-INICIO + WMK-P-DESCARGA (WMK-JX).
           MOVE WMK-LAT-2 TO WMK-LAT-1.
           MOVE WMK-LON-2 TO WMK-LON-1.
       6100-SIGUIENTE-EXIT.
           EXIT.

      *    Urgente: ventana que cierra dentro de la holgura; a
      *    tiempo: menor viaje mas espera; tarde: la que menos
      *    demora si ya no se llega a ninguna.
       6200-CANDIDATA.
           IF WMK-P-CON-GEO (WMK-JX) NOT = "S"
              OR WMK-P-UBICADA (WMK-JX) = "S"
               GO TO 6200-CANDIDATA-EXIT
           END-IF.
           PERFORM 9200-LLEGADA.
           COMPUTE WMK-PUNTAJE = WMK-INICIO - WMK-RELOJ.
           IF WMK-TARDE = "S"
               IF WMK-MEJOR-TARDE = 0
                  OR WMK-PUNTAJE < WMK-PUNTAJE-TARDE
                   MOVE WMK-JX      TO WMK-MEJOR-TARDE
                   MOVE WMK-PUNTAJE TO WMK-PUNTAJE-TARDE
               END-IF
               GO TO 6200-CANDIDATA-EXIT
           END-IF.
           IF WMK-P-HASTA (WMK-JX) NOT = 0
               COMPUTE WMK-HOLGURA = WMK-P-HASTA (WMK-JX) - WMK-INICIO
               IF WMK-HOLGURA <= WMK-HOLGURA-URGENTE
                   IF WMK-MEJOR-URGENTE = 0
                      OR WMK-HOLGURA < WMK-HOLGURA-MEJOR
                       MOVE WMK-JX      TO WMK-MEJOR-URGENTE
                       MOVE WMK-HOLGURA TO WMK-HOLGURA-MEJOR
                   END-IF
               END-IF
           END-IF.
           IF WMK-MEJOR-A-TIEMPO = 0
              OR WMK-PUNTAJE < WMK-PUNTAJE-A-TIEMPO
               MOVE WMK-JX      TO WMK-MEJOR-A-TIEMPO
               MOVE WMK-PUNTAJE TO WMK-PUNTAJE-A-TIEMPO
           END-IF.
       6200-CANDIDATA-EXIT.
           EXIT.

       6300-SIN-GEO.
           IF WMK-P-CON-GEO (WMK-IX) = "S"
               GO TO 6300-SIN-GEO-EXIT
           END-IF.
           ADD 1 TO WMK-CANT-UBICADAS.
           MOVE WMK-CANT-UBICADAS TO WMK-KX.
           MOVE WMK-IX TO WMK-S-PARADA (WMK-KX).
           MOVE 0      TO WMK-S-LLEGADA (WMK-KX).
           MOVE 0      TO WMK-S-KM (WMK-KX).
           MOVE "N"    TO WMK-S-TARDE (WMK-KX).
           MOVE "S"    TO WMK-P-UBICADA (WMK-IX).
       6300-SIN-GEO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Listado de la secuencia propuesta.
      *----------------------------------------------------------
       7000-LISTAR.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WMK-LISTADO-ABIERTO.
           MOVE WMK-RUTA-PARAM     TO T-RUTA.
           MOVE WMK-FECHA-PARAM    TO T-FECHA.
           MOVE WMK-SALIDA-PARAM   TO T-SALIDA.
           MOVE WMK-SUCURSAL-PARAM TO T-SUCURSAL.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 7100-LINEA THRU 7100-LINEA-EXIT
               VARYING WMK-KX FROM 1 BY 1
               UNTIL WMK-KX > WMK-CANT-PARADAS.
           MOVE "KM ESTIMADOS ORDEN ACTUAL ...:" TO L-LEYENDA.
           MOVE WMK-KM-ACTUAL     TO L-KM.
           MOVE WMK-TARDES-ACTUAL TO L-TARDES.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           MOVE "KM ESTIMADOS PROPUESTA ......:" TO L-LEYENDA.
           MOVE WMK-KM-PROPUESTO     TO L-KM.
           MOVE WMK-TARDES-PROPUESTO TO L-TARDES.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
       7000-LISTAR-EXIT.
           EXIT.

       7100-LINEA.
           MOVE WMK-S-PARADA (WMK-KX) TO WMK-IX.
           MOVE WMK-KX                   TO D-ORDEN-NUEVO.
           MOVE WMK-P-ORDEN-ACT (WMK-IX) TO D-ORDEN-ACTUAL.
           MOVE WMK-P-REMITO (WMK-IX)    TO D-REMITO.
           MOVE WMK-P-CUENTA (WMK-IX)    TO D-CUENTA.
           MOVE WMK-P-NOMBRE (WMK-IX)    TO D-NOMBRE.
           MOVE SPACES TO D-VENTANA-DESDE.
           MOVE SPACES TO D-VENTANA-GUION.
           MOVE SPACES TO D-VENTANA-HASTA.
           MOVE SPACES TO D-LLEGADA.
           MOVE SPACES TO D-OBSERVACION.
           IF WMK-P-HASTA (WMK-IX) NOT = 0
               MOVE WMK-P-DESDE (WMK-IX) TO WMK-MINUTOS
               PERFORM 9150-A-HHMM
               MOVE WMK-HHMM TO D-VENTANA-DESDE
               MOVE "-"      TO D-VENTANA-GUION
               MOVE WMK-P-HASTA (WMK-IX) TO WMK-MINUTOS
               PERFORM 9150-A-HHMM
               MOVE WMK-HHMM TO D-VENTANA-HASTA
           END-IF.
           IF WMK-P-CON-GEO (WMK-IX) = "S"
               MOVE WMK-S-LLEGADA (WMK-KX) TO WMK-MINUTOS
               PERFORM 9150-A-HHMM
               MOVE WMK-HHMM TO D-LLEGADA
               MOVE WMK-S-KM (WMK-KX) TO D-KM
               IF WMK-S-TARDE (WMK-KX) = "S"
                   MOVE "FUERA DE HORA" TO D-OBSERVACION
               END-IF
           ELSE
               MOVE 0 TO D-KM
               MOVE "SIN COORDENADA" TO D-OBSERVACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       7100-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aprobacion: remitos del dia, plantilla de la ruta y
      * registro del reparto.
      *----------------------------------------------------------
       8000-APROBAR.
           PERFORM 8100-RENUMERAR THRU 8100-RENUMERAR-EXIT
               VARYING WMK-KX FROM 1 BY 1
               UNTIL WMK-KX > WMK-CANT-PARADAS.

           OPEN I-O RUTSEC.
           IF WQB-STATUS = "35"
               CLOSE RUTSEC
               OPEN OUTPUT RUTSEC
               CLOSE RUTSEC
               OPEN I-O RUTSEC
           END-IF.
      *    La secuencia aprobada reemplaza la plantilla anterior
      *    de la ruta para ese dia de la semana.
           MOVE WMK-RUTA-PARAM TO WQB-RUTA.
           MOVE WMK-DIA-SEMANA TO WQB-DIA-SEMANA.
           MOVE 0              TO WQB-CUENTA.
           MOVE 0              TO WQB-PUNTO.
           START RUTSEC KEY IS NOT LESS THAN WQB-CLAVE
               INVALID KEY MOVE "S" TO EOF-RUTSEC
           END-START.
           PERFORM 8200-BORRAR-PLANTILLA
               THRU 8200-BORRAR-PLANTILLA-EXIT
               UNTIL NO-HAY-MAS-RUTSEC.
           MOVE WMK-RUTA-PARAM     TO WQB-RUTA.
           MOVE WMK-DIA-SEMANA     TO WQB-DIA-SEMANA.
           MOVE 0                  TO WQB-CUENTA.
           MOVE 0                  TO WQB-PUNTO.
           MOVE WMK-CANT-PARADAS   TO WQB-ORDEN.
           MOVE WMK-HOY            TO WQB-FEC-APROBADA.
           MOVE WMK-OPERADOR-PARAM TO WQB-OPERADOR.
           WRITE REG-RUTSEC
               INVALID KEY DISPLAY "NO PUDO GRABAR RUTSEC"
           END-WRITE.
           PERFORM 8300-PLANTILLA THRU 8300-PLANTILLA-EXIT
               VARYING WMK-KX FROM 1 BY 1
               UNTIL WMK-KX > WMK-CANT-PARADAS.
           CLOSE RUTSEC.

           OPEN I-O RUTSECD.
           IF WQJ-STATUS = "35"
               CLOSE RUTSECD
               OPEN OUTPUT RUTSECD
               CLOSE RUTSECD
               OPEN I-O RUTSECD
           END-IF.
           MOVE WMK-RUTA-PARAM     TO WQJ-RUTA.
           MOVE WMK-FECHA-PARAM    TO WQJ-FECHA.
           MOVE WMK-KM-ACTUAL      TO WQJ-KM-ANTERIOR.
           MOVE WMK-KM-PROPUESTO   TO WQJ-KM-APROBADO.
           MOVE WMK-CANT-PARADAS   TO WQJ-CANT-PARADAS.
           MOVE WMK-HOY            TO WQJ-FEC-APROBADA.
           MOVE WMK-OPERADOR-PARAM TO WQJ-OPERADOR.
           WRITE REG-RUTSECD
               INVALID KEY
                   REWRITE REG-RUTSECD
                       INVALID KEY DISPLAY "NO PUDO GRABAR RUTSECD"
                   END-REWRITE
           END-WRITE.
           CLOSE RUTSECD.
           DISPLAY "SECUENCIA APROBADA" LINE 22 POSITION 5.
       8000-APROBAR-EXIT.
           EXIT.

       8100-RENUMERAR.
           MOVE WMK-S-PARADA (WMK-KX) TO WMK-IX.
           MOVE WMK-P-REMITO (WMK-IX) TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY
                   DISPLAY "REMITO NO ENCONTRADO: " WRM-NUMERO
                   GO TO 8100-RENUMERAR-EXIT
           END-READ.
           MOVE WMK-KX TO WRM-ORDEN-ENTREGA.
           REWRITE REG-REMITO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR REMITO"
           END-REWRITE.
       8100-RENUMERAR-EXIT.
           EXIT.

       8200-BORRAR-PLANTILLA.
           READ RUTSEC NEXT RECORD
               AT END MOVE "S" TO EOF-RUTSEC
           END-READ.
           IF NO-HAY-MAS-RUTSEC
              OR WQB-RUTA NOT = WMK-RUTA-PARAM
              OR WQB-DIA-SEMANA NOT = WMK-DIA-SEMANA
               MOVE "S" TO EOF-RUTSEC
               GO TO 8200-BORRAR-PLANTILLA-EXIT
           END-IF.
           DELETE RUTSEC RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR RUTSEC"
           END-DELETE.
       8200-BORRAR-PLANTILLA-EXIT.
           EXIT.

      *    Dos remitos a la misma cuenta y punto comparten el
      *    lugar del primero.
       8300-PLANTILLA.
           MOVE WMK-S-PARADA (WMK-KX) TO WMK-IX.
           MOVE WMK-RUTA-PARAM        TO WQB-RUTA.
           MOVE WMK-DIA-SEMANA        TO WQB-DIA-SEMANA.
           MOVE WMK-P-CUENTA (WMK-IX) TO WQB-CUENTA.
           MOVE WMK-P-PUNTO (WMK-IX)  TO WQB-PUNTO.
           MOVE WMK-KX                TO WQB-ORDEN.
           MOVE WMK-HOY               TO WQB-FEC-APROBADA.
           MOVE WMK-OPERADOR-PARAM    TO WQB-OPERADOR.
           WRITE REG-RUTSEC
               INVALID KEY CONTINUE
           END-WRITE.
       8300-PLANTILLA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Utilitarios.
      *----------------------------------------------------------
      *    Km estimados de WMK-LAT-1/LON-1 a WMK-LAT-2/LON-2.
       9000-DISTANCIA.
           COMPUTE WMK-DY =
               (WMK-LAT-2 - WMK-LAT-1) * WMK-KM-POR-GRADO.
           COMPUTE WMK-DX =
               (WMK-LON-2 - WMK-LON-1) * WMK-KM-POR-GRADO
               * WMK-COS-LATITUD.
           COMPUTE WMK-KM-TRAMO ROUNDED =
               ((WMK-DX * WMK-DX + WMK-DY * WMK-DY) ** 0.5)
               * WMK-FACTOR-RECORRIDO.

      *    WMK-HHMM a minutos del dia en WMK-MINUTOS.
       9100-A-MINUTOS.
           DIVIDE WMK-HHMM BY 100 GIVING WMK-HH REMAINDER WMK-MM.
           COMPUTE WMK-MINUTOS = WMK-HH * 60 + WMK-MM.

      *    WMK-MINUTOS a hora HHMM en WMK-HHMM (pasada la
      *    medianoche se sigue contando: 2430 es 0030).
       9150-A-HHMM.
           DIVIDE WMK-MINUTOS BY 60 GIVING WMK-HH REMAINDER WMK-MM.
           COMPUTE WMK-HHMM = WMK-HH * 100 + WMK-MM.

      *    Llegada a la parada WMK-JX desde WMK-LAT-1/LON-1 con
      *    el reloj en WMK-RELOJ: deja el tramo en WMK-KM-TRAMO,
      *    el inicio de la descarga (despues de esperar la
      *    apertura) en WMK-INICIO y si pasa el cierre.
       9200-LLEGADA.
           MOVE WMK-P-LATITUD (WMK-JX)  TO WMK-LAT-2.
           MOVE WMK-P-LONGITUD (WMK-JX) TO WMK-LON-2.
           PERFORM 9000-DISTANCIA.
           COMPUTE WMK-VIAJE ROUNDED =
               WMK-KM-TRAMO * 60 / WMK-VELOCIDAD-PARAM.
           COMPUTE WMK-LLEGADA = WMK-RELOJ + WMK-VIAJE.
           MOVE 0 TO WMK-ESPERA.
           IF WMK-P-DESDE (WMK-JX) > WMK-LLEGADA
               COMPUTE WMK-ESPERA = WMK-P-DESDE (WMK-JX) - WMK-LLEGADA
           END-IF.
           COMPUTE WMK-INICIO = WMK-LLEGADA + WMK-ESPERA.
           MOVE "N" TO WMK-TARDE.
           IF WMK-P-HASTA (WMK-JX) NOT = 0
              AND WMK-INICIO > WMK-P-HASTA (WMK-JX)
               MOVE "S" TO WMK-TARDE
           END-IF.

       9999-FINAL.
           CLOSE GEOCLI.
           IF WMK-REPARTO-ABIERTO = "S"
               CLOSE REMITO
               IF WMK-HAY-TURNOS = "S"
                   CLOSE TURNOS
               END-IF
               IF WMK-HAY-PUNTENT = "S"
                   CLOSE PUNTENT
               END-IF
           END-IF.
           IF WMK-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
