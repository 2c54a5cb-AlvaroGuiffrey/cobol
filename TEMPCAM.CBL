       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TEMPCAM.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Temperatura de camaras y freezers: FRIOCAP y FRIOREP
      * cubren los camiones, pero los depositos de frio de
      * DEPSTOCK tienen registradores (data loggers) cuyas
      * lecturas nadie miraba hasta la inspeccion de
      * bromatologia.
      *   modo L: limites por deposito en CAMLIM (clave sucursal
      *           + deposito): temperatura minima y maxima,
      *           minutos de tolerancia fuera de rango e
      *           intervalo de lectura del registrador;
      *   modo I: importa TEMPLOG.TXT, la exportacion del
      *           registrador (ancho fijo: sucursal, deposito,
      *           fecha AAAAMMDD, hora HHMM, signo "-" o blanco y
      *           temperatura en decimas de grado, un renglon por
      *           lectura) a CAMLEC. Volver a importar el mismo
      *           archivo pisa las mismas lecturas. Despues corre
      *           la deteccion sobre las fechas importadas;
      *   modo D: vuelve a correr la deteccion para un rango de
      *           fechas (por ejemplo despues de cambiar limites);
      *   modo V: revision del evento por Calidad: retiene los
      *           lotes (H, se pasan por LOTEHOLD) o sin accion
      *           (S), con operador y observacion;
      *   modo M: informe mensual de cumplimiento por camara para
      *           auditorias y cadenas: lecturas esperadas y
      *           recibidas, minima, maxima y promedio, porcentaje
      *           dentro de rango y los eventos del mes con su
      *           revision.
      * Deteccion: una excursion empieza en la primera lectura
      * fuera de rango y termina en la primera lectura que
      * vuelve al rango (o en la ultima lectura si todavia sigue
      * afuera). Si dura mas que la tolerancia queda como evento
      * en CAMEVT (clave deposito + fecha y hora de inicio; el
      * re-proceso actualiza el mismo evento sin perder su
      * revision) y en CAMELOT se guardan los lotes de LOTESTK
      * con saldo de los articulos que tiene el deposito en
      * DEPSTOCK, con su estado de calidad, para que Calidad
      * decida cuales retener. Los eventos nuevos salen por
      * PRNTDEST con sus lotes.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLOG   ASSIGN TO "TEMPLOG.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WQL-STATUS.
           SELECT CAMLIM    ASSIGN TO "CAMLIM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQD-CLAVE
                             FILE STATUS IS WQD-STATUS.
           SELECT CAMLEC    ASSIGN TO "CAMLEC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQE-CLAVE
                             FILE STATUS IS WQE-STATUS.
           SELECT CAMEVT    ASSIGN TO "CAMEVT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQX-CLAVE
                             FILE STATUS IS WQX-STATUS.
           SELECT CAMELOT   ASSIGN TO "CAMELOT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQY-CLAVE
                             FILE STATUS IS WQY-STATUS.
           SELECT DEPSTOCK  ASSIGN TO "DEPSTOCK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDS-CLAVE
                             FILE STATUS IS WDS-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLOG.
       01  REG-TEMPLOG.
           05  WQL-SUCURSAL          PIC 9(02).
           05  WQL-DEPOSITO          PIC 9(02).
           05  WQL-FECHA             PIC 9(08).
           05  WQL-HORA              PIC 9(04).
           05  WQL-SIGNO             PIC X(01).
               88  WQL-NEGATIVA       VALUE "-".
           05  WQL-TEMPERATURA       PIC 9(02)V9.

       FD  CAMLIM.
       01  REG-CAMLIM.
           05  WQD-CLAVE.
               10  WQD-SUCURSAL      PIC 9(02).
               10  WQD-DEPOSITO      PIC 9(02).
           05  WQD-DESCRIPCION       PIC X(20).
           05  WQD-TEMP-MINIMA       PIC S9(02)V9.
           05  WQD-TEMP-MAXIMA       PIC S9(02)V9.
           05  WQD-TOLERANCIA        PIC 9(04).
           05  WQD-INTERVALO         PIC 9(03).

       FD  CAMLEC.
       01  REG-CAMLEC.
           05  WQE-CLAVE.
               10  WQE-SUCURSAL      PIC 9(02).
               10  WQE-DEPOSITO      PIC 9(02).
               10  WQE-FECHA         PIC 9(08).
               10  WQE-HORA          PIC 9(04).
           05  WQE-TEMPERATURA       PIC S9(02)V9.
           05  WQE-FEC-IMPORTACION   PIC 9(08).

       FD  CAMEVT.
       01  REG-CAMEVT.
           05  WQX-CLAVE.
               10  WQX-SUCURSAL      PIC 9(02).
               10  WQX-DEPOSITO      PIC 9(02).
               10  WQX-FECHA         PIC 9(08).
               10  WQX-HORA          PIC 9(04).
           05  WQX-FEC-FIN           PIC 9(08).
           05  WQX-HORA-FIN          PIC 9(04).
           05  WQX-MINUTOS           PIC 9(06).
           05  WQX-TIPO              PIC X(01).
               88  WQX-POR-ALTA       VALUE "A".
               88  WQX-POR-BAJA       VALUE "B".
           05  WQX-TEMP-EXTREMA      PIC S9(02)V9.
           05  WQX-CANT-LOTES        PIC 9(04).
           05  WQX-ESTADO            PIC X(01).
               88  WQX-PENDIENTE      VALUE "P".
               88  WQX-REVISADO       VALUE "R".
           05  WQX-DECISION          PIC X(01).
               88  WQX-RETENIDO       VALUE "H".
               88  WQX-SIN-ACCION     VALUE "S".
           05  WQX-OPERADOR          PIC X(08).
           05  WQX-FEC-REVISION      PIC 9(08).
           05  WQX-OBSERVACION       PIC X(40).

      *    Lotes presentes en el deposito al detectar el evento.
       FD  CAMELOT.
       01  REG-CAMELOT.
           05  WQY-CLAVE.
               10  WQY-SUCURSAL      PIC 9(02).
               10  WQY-DEPOSITO      PIC 9(02).
               10  WQY-FECHA         PIC 9(08).
               10  WQY-HORA          PIC 9(04).
               10  WQY-SECUENCIA     PIC 9(04).
           05  WQY-ARTICULO          PIC 9(06).
           05  WQY-LOTE              PIC X(10).
           05  WQY-VENCIMIENTO       PIC 9(08).
           05  WQY-CANTIDAD          PIC S9(07)V99.
           05  WQY-ESTADO-CALIDAD    PIC X(01).

       FD  DEPSTOCK.
       01  REG-DEPSTOCK.
           05  WDS-CLAVE.
               10  WDS-SUCURSAL      PIC 9(02).
               10  WDS-DEPOSITO      PIC 9(02).
               10  WDS-ARTICULO      PIC 9(06).
           05  WDS-CANT-ACTUAL       PIC S9(07)V99.

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

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "TEMPCAM".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WQL-STATUS                PIC X(02).
       77  WQD-STATUS                PIC X(02).
       77  WQE-STATUS                PIC X(02).
       77  WQX-STATUS                PIC X(02).
       77  WQY-STATUS                PIC X(02).
       77  WDS-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WQC-MODO-PARAM            PIC X(01).
       77  WQC-SUCURSAL-PARAM        PIC 9(02).
       77  WQC-DEPOSITO-PARAM        PIC 9(02).
       77  WQC-DESDE-PARAM           PIC 9(08).
       77  WQC-HASTA-PARAM           PIC 9(08).
       77  WQC-PERIODO-PARAM         PIC 9(06).
       77  WQC-FECHA-PARAM           PIC 9(08).
       77  WQC-HORA-PARAM            PIC 9(04).
       77  WQC-CONFIRMA              PIC X(01).
       77  WQC-HALLADO               PIC X(01).
       77  WQC-LISTA-EVENTOS         PIC X(01) VALUE "N".
       77  WQC-HOY                   PIC 9(08).
       77  WQC-FECHA-MIN             PIC 9(08) VALUE 99999999.
       77  WQC-FECHA-MAX             PIC 9(08) VALUE 0.
       77  WQC-CANT-LEIDAS           PIC 9(07) VALUE 0.
       77  WQC-CANT-GRABADAS         PIC 9(07) VALUE 0.
       77  WQC-CANT-RECHAZADAS       PIC 9(07) VALUE 0.
       77  WQC-CANT-EVENTOS          PIC 9(05) VALUE 0.
       77  WQC-CANT-NUEVOS           PIC 9(05) VALUE 0.
       77  WQC-TEMPERATURA           PIC S9(02)V9.
       77  WQC-FUERA                 PIC X(01).
       77  WQC-EN-EXCURSION          PIC X(01).
       77  WQC-EXC-FECHA             PIC 9(08).
       77  WQC-EXC-HORA              PIC 9(04).
       77  WQC-EXC-FEC-FIN           PIC 9(08).
       77  WQC-EXC-HORA-FIN          PIC 9(04).
       77  WQC-EXC-TIPO              PIC X(01).
       77  WQC-EXC-EXTREMA           PIC S9(02)V9.
       77  WQC-F1                    PIC 9(08).
       77  WQC-H1                    PIC 9(04).
       77  WQC-F2                    PIC 9(08).
       77  WQC-H2                    PIC 9(04).
       77  WQC-HH                    PIC 9(02).
       77  WQC-MM                    PIC 9(02).
       77  WQC-MIN-1                 PIC 9(04).
       77  WQC-MIN-2                 PIC 9(04).
       77  WQC-MINUTOS               PIC S9(07).
       77  WQC-SECUENCIA             PIC 9(04).
       77  WQC-FEC-INICIO-MES        PIC 9(08).
       77  WQC-FEC-FIN-MES           PIC 9(08).
       77  WQC-DIAS-MES              PIC 9(02).
       77  WQC-LEC-ESPERADAS         PIC 9(07).
       77  WQC-LEC-RECIBIDAS         PIC 9(07).
       77  WQC-LEC-EN-RANGO          PIC 9(07).
       77  WQC-TEMP-MIN-MES          PIC S9(02)V9.
       77  WQC-TEMP-MAX-MES          PIC S9(02)V9.
       77  WQC-SUMA-TEMP             PIC S9(09)V9.
       77  WQC-PROMEDIO              PIC S9(02)V99.
       77  WQC-PORC-COBERTURA        PIC 9(03)V9.
       77  WQC-PORC-EN-RANGO         PIC 9(03)V9.
       77  WQC-EVT-MES               PIC 9(04).
       77  WQC-EVT-MINUTOS           PIC 9(07).
       77  WQC-EVT-PENDIENTES        PIC 9(04).
       77  WQC-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  EOF-TEMPLOG                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-TEMPLOG     VALUE "S".
       77  EOF-CAMLIM                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CAMLIM      VALUE "S".
       77  EOF-CAMLEC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CAMLEC      VALUE "S".
       77  EOF-CAMEVT                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CAMEVT      VALUE "S".
       77  EOF-DEPSTOCK               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DEPSTOCK    VALUE "S".
       77  EOF-LOTESTK                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTESTK     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  T-TITULO           PIC X(44).
           05  T-LEYENDA          PIC X(08).
           05  T-VALOR            PIC 9(08).

       01  LIN-EVENTO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "EVENTO ".
           05  E-SUCURSAL            PIC 99.
           05  FILLER                PIC X(01) VALUE "/".
           05  E-DEPOSITO            PIC 99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-DESCRIPCION         PIC X(20).
           05  FILLER                PIC X(07) VALUE " DESDE ".
           05  E-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-HORA                PIC 9(04).
           05  FILLER                PIC X(07) VALUE " HASTA ".
           05  E-FEC-FIN             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-HORA-FIN            PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-MINUTOS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE " MIN ".
           05  E-TIPO                PIC X(04).
           05  E-EXTREMA             PIC -Z9.9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-REVISION            PIC X(12).

       01  LIN-LOTE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "ART. ".
           05  L-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(07) VALUE "  LOTE ".
           05  L-LOTE                PIC X(10).
           05  FILLER                PIC X(07) VALUE "  VTO. ".
           05  L-VENCIMIENTO         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-CANTIDAD            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(10) VALUE "  CALIDAD ".
           05  L-ESTADO              PIC X(01).

       01  LIN-CAB-MES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE "CAMARA".
           05  FILLER             PIC X(12) VALUE "  MIN   MAX".
           05  FILLER             PIC X(20) VALUE "  ESPER.  RECIB.".
           05  FILLER             PIC X(08) VALUE "  COBER".
           05  FILLER             PIC X(24) VALUE " T.MIN T.MAX  PROM.".
           05  FILLER             PIC X(08) VALUE " EN RANG".
           05  FILLER             PIC X(20) VALUE "  EVENT.  MIN.FUERA".
           05  FILLER             PIC X(06) VALUE " PEND.".

       01  LIN-MES.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  M-SUCURSAL            PIC 99.
           05  FILLER                PIC X(01) VALUE "/".
           05  M-DEPOSITO            PIC 99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-DESCRIPCION         PIC X(20).
           05  M-LIM-MIN             PIC -Z9.9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-LIM-MAX             PIC -Z9.9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  M-ESPERADAS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-RECIBIDAS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  M-COBERTURA           PIC ZZ9.9.
           05  FILLER                PIC X(04) VALUE "%   ".
           05  M-TEMP-MIN            PIC -Z9.9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-TEMP-MAX            PIC -Z9.9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-PROMEDIO            PIC -Z9.99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  M-EN-RANGO            PIC ZZ9.9.
           05  FILLER                PIC X(03) VALUE "%  ".
           05  M-EVENTOS             PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  M-MIN-FUERA           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  M-PENDIENTES          PIC ZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       TEMPLOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TEMPLOG.
           DISPLAY "ERROR E/S TEMPLOG: " WQL-STATUS.
       CAMLIM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAMLIM.
           DISPLAY "ERROR E/S CAMLIM: " WQD-STATUS.
       CAMLEC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAMLEC.
           DISPLAY "ERROR E/S CAMLEC: " WQE-STATUS.
       CAMEVT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAMEVT.
           DISPLAY "ERROR E/S CAMEVT: " WQX-STATUS.
       CAMELOT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAMELOT.
           DISPLAY "ERROR E/S CAMELOT: " WQY-STATUS.
       DEPSTOCK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEPSTOCK.
           DISPLAY "ERROR E/S DEPSTOCK: " WDS-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQC-MODO-PARAM
               WHEN "L"
                   PERFORM 2000-LIMITES THRU 2000-LIMITES-EXIT
               WHEN "I"
                   PERFORM 3000-IMPORTAR THRU 3000-IMPORTAR-EXIT
               WHEN "D"
                   PERFORM 4000-DETECTAR THRU 4000-DETECTAR-EXIT
               WHEN "V"
                   PERFORM 5000-REVISAR THRU 5000-REVISAR-EXIT
               WHEN "M"
                   PERFORM 6000-MENSUAL THRU 6000-MENSUAL-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (L=LIMITES I=IMPORTA D=DETECTA V=REVISION"
               LINE 5 POSITION 5.
           DISPLAY "      M=CUMPLIMIENTO MENSUAL): " LINE 6 POSITION 5.
           ACCEPT WQC-MODO-PARAM LINE 6 POSITION 36.
           ACCEPT WQC-HOY FROM DATE YYYYMMDD.
           OPEN I-O CAMLIM.
           IF WQD-STATUS = "35"
               CLOSE CAMLIM
               OPEN OUTPUT CAMLIM
               CLOSE CAMLIM
               OPEN I-O CAMLIM
           END-IF.
           OPEN I-O CAMLEC.
           IF WQE-STATUS = "35"
               CLOSE CAMLEC
               OPEN OUTPUT CAMLEC
               CLOSE CAMLEC
               OPEN I-O CAMLEC
           END-IF.
           OPEN I-O CAMEVT.
           IF WQX-STATUS = "35"
               CLOSE CAMEVT
               OPEN OUTPUT CAMEVT
               CLOSE CAMEVT
               OPEN I-O CAMEVT
           END-IF.
           OPEN I-O CAMELOT.
           IF WQY-STATUS = "35"
               CLOSE CAMELOT
               OPEN OUTPUT CAMELOT
               CLOSE CAMELOT
               OPEN I-O CAMELOT
           END-IF.
           OPEN INPUT DEPSTOCK.
           OPEN INPUT LOTESTK.

      *----------------------------------------------------------
      * Limites de la camara.
      *----------------------------------------------------------
       2000-LIMITES.
           DISPLAY "SUCURSAL ..................: " LINE 8 POSITION 5.
           ACCEPT WQC-SUCURSAL-PARAM LINE 8 POSITION 35.
           DISPLAY "DEPOSITO ..................: " LINE 9 POSITION 5.
           ACCEPT WQC-DEPOSITO-PARAM LINE 9 POSITION 35.
           MOVE WQC-SUCURSAL-PARAM TO WQD-SUCURSAL.
           MOVE WQC-DEPOSITO-PARAM TO WQD-DEPOSITO.
           MOVE "S" TO WQC-HALLADO.
           READ CAMLIM KEY IS WQD-CLAVE
               INVALID KEY
                   MOVE "N" TO WQC-HALLADO
                   INITIALIZE REG-CAMLIM
                   MOVE WQC-SUCURSAL-PARAM TO WQD-SUCURSAL
                   MOVE WQC-DEPOSITO-PARAM TO WQD-DEPOSITO
                   MOVE 30                 TO WQD-TOLERANCIA
                   MOVE 15                 TO WQD-INTERVALO
           END-READ.
           DISPLAY "DESCRIPCION ...............: " WQD-DESCRIPCION
               LINE 10 POSITION 5.
           ACCEPT WQD-DESCRIPCION LINE 10 POSITION 35.
           DISPLAY "TEMPERATURA MINIMA ........: " WQD-TEMP-MINIMA
               LINE 11 POSITION 5.
           ACCEPT WQD-TEMP-MINIMA LINE 11 POSITION 35.
           DISPLAY "TEMPERATURA MAXIMA ........: " WQD-TEMP-MAXIMA
               LINE 12 POSITION 5.
           ACCEPT WQD-TEMP-MAXIMA LINE 12 POSITION 35.
           IF WQD-TEMP-MAXIMA < WQD-TEMP-MINIMA
               DISPLAY "LIMITES INVALIDOS" LINE 22 POSITION 5
               GO TO 2000-LIMITES-EXIT
           END-IF.
           DISPLAY "TOLERANCIA FUERA (MINUTOS) : " WQD-TOLERANCIA
               LINE 13 POSITION 5.
           ACCEPT WQD-TOLERANCIA LINE 13 POSITION 35.
           DISPLAY "INTERVALO LECTURA (MINUTOS): " WQD-INTERVALO
               LINE 14 POSITION 5.
           ACCEPT WQD-INTERVALO LINE 14 POSITION 35.
           IF WQD-INTERVALO = 0
               DISPLAY "INTERVALO INVALIDO" LINE 22 POSITION 5
               GO TO 2000-LIMITES-EXIT
           END-IF.
           IF WQC-HALLADO = "S"
               REWRITE REG-CAMLIM
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CAMLIM"
               END-REWRITE
           ELSE
               WRITE REG-CAMLIM
                   INVALID KEY DISPLAY "NO PUDO GRABAR CAMLIM"
               END-WRITE
           END-IF.
           DISPLAY "LIMITES GRABADOS" LINE 22 POSITION 5.
       2000-LIMITES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Importacion del registrador.
      *----------------------------------------------------------
       3000-IMPORTAR.
           OPEN INPUT TEMPLOG.
           IF WQL-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA TEMPLOG.TXT" LINE 22 POSITION 5
               GO TO 3000-IMPORTAR-EXIT
           END-IF.
           READ TEMPLOG
               AT END MOVE "S" TO EOF-TEMPLOG
           END-READ.
           PERFORM 3100-UNA-LECTURA THRU 3100-UNA-LECTURA-EXIT
               UNTIL NO-HAY-MAS-TEMPLOG.
           CLOSE TEMPLOG.
           DISPLAY "LECTURAS LEIDAS ....: " WQC-CANT-LEIDAS
               LINE 10 POSITION 5.
           DISPLAY "LECTURAS GRABADAS ..: " WQC-CANT-GRABADAS
               LINE 11 POSITION 5.
           DISPLAY "RECHAZADAS .........: " WQC-CANT-RECHAZADAS
               LINE 12 POSITION 5.
           IF WQC-CANT-GRABADAS = 0
               GO TO 3000-IMPORTAR-EXIT
           END-IF.
      *    Un dia antes, para no cortar una excursion que venia
      *    de la importacion anterior.
           COMPUTE WQC-DESDE-PARAM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WQC-FECHA-MIN) - 1).
           MOVE WQC-FECHA-MAX TO WQC-HASTA-PARAM.
           PERFORM 4100-DETECTAR-RANGO THRU 4100-DETECTAR-RANGO-EXIT.
       3000-IMPORTAR-EXIT.
           EXIT.

       3100-UNA-LECTURA.
           ADD 1 TO WQC-CANT-LEIDAS.
           MOVE WQL-SUCURSAL TO WQD-SUCURSAL.
           MOVE WQL-DEPOSITO TO WQD-DEPOSITO.
           READ CAMLIM KEY IS WQD-CLAVE
               INVALID KEY
                   ADD 1 TO WQC-CANT-RECHAZADAS
                   GO TO 3100-UNA-LECTURA-LEE
           END-READ.
           IF WQL-FECHA NOT NUMERIC OR WQL-HORA NOT NUMERIC
              OR WQL-TEMPERATURA NOT NUMERIC OR WQL-HORA > 2359
               ADD 1 TO WQC-CANT-RECHAZADAS
               GO TO 3100-UNA-LECTURA-LEE
           END-IF.
           MOVE WQL-SUCURSAL TO WQE-SUCURSAL.
           MOVE WQL-DEPOSITO TO WQE-DEPOSITO.
           MOVE WQL-FECHA    TO WQE-FECHA.
           MOVE WQL-HORA     TO WQE-HORA.
           IF WQL-NEGATIVA
               COMPUTE WQE-TEMPERATURA = 0 - WQL-TEMPERATURA
           ELSE
               MOVE WQL-TEMPERATURA TO WQE-TEMPERATURA
           END-IF.
           MOVE WQC-HOY TO WQE-FEC-IMPORTACION.
           WRITE REG-CAMLEC
               INVALID KEY
                   REWRITE REG-CAMLEC
                       INVALID KEY DISPLAY "NO PUDO GRABAR CAMLEC"
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WQC-CANT-GRABADAS.
           IF WQL-FECHA < WQC-FECHA-MIN
               MOVE WQL-FECHA TO WQC-FECHA-MIN
           END-IF.
           IF WQL-FECHA > WQC-FECHA-MAX
               MOVE WQL-FECHA TO WQC-FECHA-MAX
           END-IF.
       3100-UNA-LECTURA-LEE.
           READ TEMPLOG
               AT END MOVE "S" TO EOF-TEMPLOG
           END-READ.
       3100-UNA-LECTURA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Deteccion de excursiones en todas las camaras.
      *----------------------------------------------------------
       4000-DETECTAR.
           DISPLAY "DESDE FECHA (AAAAMMDD) ....: " LINE 8 POSITION 5.
           ACCEPT WQC-DESDE-PARAM LINE 8 POSITION 35.
           DISPLAY "HASTA FECHA (AAAAMMDD) ....: " LINE 9 POSITION 5.
           ACCEPT WQC-HASTA-PARAM LINE 9 POSITION 35.
           IF WQC-HASTA-PARAM < WQC-DESDE-PARAM
               DISPLAY "RANGO INVALIDO" LINE 22 POSITION 5
               GO TO 4000-DETECTAR-EXIT
           END-IF.
           PERFORM 4100-DETECTAR-RANGO THRU 4100-DETECTAR-RANGO-EXIT.
       4000-DETECTAR-EXIT.
           EXIT.

       4100-DETECTAR-RANGO.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "EXCURSIONES DE TEMPERATURA EN CAMARAS"
               TO T-TITULO.
           MOVE "HASTA " TO T-LEYENDA.
           MOVE WQC-HASTA-PARAM TO T-VALOR.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE "N" TO EOF-CAMLIM.
           MOVE LOW-VALUES TO WQD-CLAVE.
           START CAMLIM KEY IS NOT LESS THAN WQD-CLAVE
               INVALID KEY MOVE "S" TO EOF-CAMLIM
           END-START.
           PERFORM 4200-UNA-CAMARA THRU 4200-UNA-CAMARA-EXIT
               UNTIL NO-HAY-MAS-CAMLIM.
           MOVE SPACES TO LIN-LISTADO.
           STRING "EVENTOS: " WQC-CANT-EVENTOS "  NUEVOS: "
               WQC-CANT-NUEVOS DELIMITED BY SIZE INTO LIN-LISTADO
           END-STRING.
           WRITE LIN-LISTADO AFTER 2.
           DISPLAY "EVENTOS DETECTADOS: " WQC-CANT-EVENTOS
               " NUEVOS: " WQC-CANT-NUEVOS LINE 20 POSITION 5.
       4100-DETECTAR-RANGO-EXIT.
           EXIT.

       4200-UNA-CAMARA.
           READ CAMLIM NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CAMLIM
                   GO TO 4200-UNA-CAMARA-EXIT
           END-READ.
           MOVE "N" TO WQC-EN-EXCURSION.
           MOVE "N" TO EOF-CAMLEC.
           MOVE WQD-SUCURSAL    TO WQE-SUCURSAL.
           MOVE WQD-DEPOSITO    TO WQE-DEPOSITO.
           MOVE WQC-DESDE-PARAM TO WQE-FECHA.
           MOVE 0               TO WQE-HORA.
           START CAMLEC KEY IS NOT LESS THAN WQE-CLAVE
               INVALID KEY MOVE "S" TO EOF-CAMLEC
           END-START.
           PERFORM 4300-UNA-MEDICION THRU 4300-UNA-MEDICION-EXIT
               UNTIL NO-HAY-MAS-CAMLEC.
      *    Sigue fuera de rango en la ultima lectura.
           IF WQC-EN-EXCURSION = "S"
               PERFORM 4400-CERRAR-EXCURSION
                   THRU 4400-CERRAR-EXCURSION-EXIT
           END-IF.
       4200-UNA-CAMARA-EXIT.
           EXIT.

       4300-UNA-MEDICION.
           READ CAMLEC NEXT RECORD
               AT END MOVE "S" TO EOF-CAMLEC
           END-READ.
           IF NO-HAY-MAS-CAMLEC
              OR WQE-SUCURSAL NOT = WQD-SUCURSAL
              OR WQE-DEPOSITO NOT = WQD-DEPOSITO
              OR WQE-FECHA > WQC-HASTA-PARAM
               MOVE "S" TO EOF-CAMLEC
               GO TO 4300-UNA-MEDICION-EXIT
           END-IF.
           MOVE "N" TO WQC-FUERA.
           IF WQE-TEMPERATURA > WQD-TEMP-MAXIMA
              OR WQE-TEMPERATURA < WQD-TEMP-MINIMA
               MOVE "S" TO WQC-FUERA
           END-IF.
           IF WQC-FUERA = "N"
               IF WQC-EN-EXCURSION = "S"
                   MOVE WQE-FECHA TO WQC-EXC-FEC-FIN
                   MOVE WQE-HORA  TO WQC-EXC-HORA-FIN
                   PERFORM 4400-CERRAR-EXCURSION
                       THRU 4400-CERRAR-EXCURSION-EXIT
               END-IF
               GO TO 4300-UNA-MEDICION-EXIT
           END-IF.
           IF WQC-EN-EXCURSION = "N"
               MOVE "S"             TO WQC-EN-EXCURSION
               MOVE WQE-FECHA       TO WQC-EXC-FECHA
               MOVE WQE-HORA        TO WQC-EXC-HORA
               MOVE WQE-TEMPERATURA TO WQC-EXC-EXTREMA
               IF WQE-TEMPERATURA > WQD-TEMP-MAXIMA
                   MOVE "A" TO WQC-EXC-TIPO
               ELSE
                   MOVE "B" TO WQC-EXC-TIPO
               END-IF
           END-IF.
           MOVE WQE-FECHA TO WQC-EXC-FEC-FIN.
           MOVE WQE-HORA  TO WQC-EXC-HORA-FIN.
           IF WQC-EXC-TIPO = "A"
              AND WQE-TEMPERATURA > WQC-EXC-EXTREMA
               MOVE WQE-TEMPERATURA TO WQC-EXC-EXTREMA
           END-IF.
           IF WQC-EXC-TIPO = "B"
              AND WQE-TEMPERATURA < WQC-EXC-EXTREMA
               MOVE WQE-TEMPERATURA TO WQC-EXC-EXTREMA
           END-IF.
       4300-UNA-MEDICION-EXIT.
           EXIT.

      *    Excursion terminada: evento si supera la tolerancia.
       4400-CERRAR-EXCURSION.
           MOVE "N" TO WQC-EN-EXCURSION.
           MOVE WQC-EXC-FECHA    TO WQC-F1.
           MOVE WQC-EXC-HORA     TO WQC-H1.
           MOVE WQC-EXC-FEC-FIN  TO WQC-F2.
           MOVE WQC-EXC-HORA-FIN TO WQC-H2.
           PERFORM 7500-MINUTOS.
           IF WQC-MINUTOS NOT > WQD-TOLERANCIA
               GO TO 4400-CERRAR-EXCURSION-EXIT
           END-IF.
           ADD 1 TO WQC-CANT-EVENTOS.
           MOVE WQD-SUCURSAL  TO WQX-SUCURSAL.
           MOVE WQD-DEPOSITO  TO WQX-DEPOSITO.
           MOVE WQC-EXC-FECHA TO WQX-FECHA.
           MOVE WQC-EXC-HORA  TO WQX-HORA.
           MOVE "S" TO WQC-HALLADO.
           READ CAMEVT KEY IS WQX-CLAVE
               INVALID KEY
                   MOVE "N" TO WQC-HALLADO
                   MOVE 0      TO WQX-CANT-LOTES
                   MOVE "P"    TO WQX-ESTADO
                   MOVE SPACES TO WQX-DECISION
                   MOVE SPACES TO WQX-OPERADOR
                   MOVE 0      TO WQX-FEC-REVISION
                   MOVE SPACES TO WQX-OBSERVACION
           END-READ.
           MOVE WQC-EXC-FEC-FIN  TO WQX-FEC-FIN.
           MOVE WQC-EXC-HORA-FIN TO WQX-HORA-FIN.
           MOVE WQC-MINUTOS      TO WQX-MINUTOS.
           MOVE WQC-EXC-TIPO     TO WQX-TIPO.
           MOVE WQC-EXC-EXTREMA  TO WQX-TEMP-EXTREMA.
           IF WQC-HALLADO = "S"
               REWRITE REG-CAMEVT
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CAMEVT"
               END-REWRITE
               GO TO 4400-CERRAR-EXCURSION-EXIT
           END-IF.
           ADD 1 TO WQC-CANT-NUEVOS.
           PERFORM 7700-LINEA-EVENTO.
           PERFORM 4500-LOTES-DEPOSITO THRU 4500-LOTES-DEPOSITO-EXIT.
           WRITE REG-CAMEVT
               INVALID KEY DISPLAY "NO PUDO GRABAR CAMEVT"
           END-WRITE.
       4400-CERRAR-EXCURSION-EXIT.
           EXIT.

      *    Lotes con saldo de los articulos que tiene el deposito.
       4500-LOTES-DEPOSITO.
           MOVE 0   TO WQC-SECUENCIA.
           MOVE "N" TO EOF-DEPSTOCK.
           MOVE WQD-SUCURSAL TO WDS-SUCURSAL.
           MOVE WQD-DEPOSITO TO WDS-DEPOSITO.
           MOVE 0            TO WDS-ARTICULO.
           START DEPSTOCK KEY IS NOT LESS THAN WDS-CLAVE
               INVALID KEY MOVE "S" TO EOF-DEPSTOCK
           END-START.
           PERFORM 4510-UN-ARTICULO THRU 4510-UN-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-DEPSTOCK.
           MOVE WQC-SECUENCIA TO WQX-CANT-LOTES.
       4500-LOTES-DEPOSITO-EXIT.
           EXIT.

       4510-UN-ARTICULO.
           READ DEPSTOCK NEXT RECORD
               AT END MOVE "S" TO EOF-DEPSTOCK
           END-READ.
           IF NO-HAY-MAS-DEPSTOCK
              OR WDS-SUCURSAL NOT = WQD-SUCURSAL
              OR WDS-DEPOSITO NOT = WQD-DEPOSITO
               MOVE "S" TO EOF-DEPSTOCK
               GO TO 4510-UN-ARTICULO-EXIT
           END-IF.
           IF WDS-CANT-ACTUAL NOT > 0
               GO TO 4510-UN-ARTICULO-EXIT
           END-IF.
           MOVE "N" TO EOF-LOTESTK.
           MOVE WDS-SUCURSAL TO WLS-SUCURSAL.
           MOVE WDS-ARTICULO TO WLS-ARTICULO.
           MOVE LOW-VALUES   TO WLS-LOTE.
           START LOTESTK KEY IS NOT LESS THAN WLS-CLAVE
               INVALID KEY MOVE "S" TO EOF-LOTESTK
           END-START.
           PERFORM 4520-UN-LOTE THRU 4520-UN-LOTE-EXIT
               UNTIL NO-HAY-MAS-LOTESTK.
       4510-UN-ARTICULO-EXIT.
           EXIT.

       4520-UN-LOTE.
           READ LOTESTK NEXT RECORD
               AT END MOVE "S" TO EOF-LOTESTK
           END-READ.
           IF NO-HAY-MAS-LOTESTK
              OR WLS-SUCURSAL NOT = WDS-SUCURSAL
              OR WLS-ARTICULO NOT = WDS-ARTICULO
               MOVE "S" TO EOF-LOTESTK
               GO TO 4520-UN-LOTE-EXIT
           END-IF.
           IF WLS-CANT-ACTUAL NOT > 0
               GO TO 4520-UN-LOTE-EXIT
           END-IF.
           ADD 1 TO WQC-SECUENCIA.
           MOVE WQX-SUCURSAL       TO WQY-SUCURSAL.
           MOVE WQX-DEPOSITO       TO WQY-DEPOSITO.
           MOVE WQX-FECHA          TO WQY-FECHA.
           MOVE WQX-HORA           TO WQY-HORA.
           MOVE WQC-SECUENCIA      TO WQY-SECUENCIA.
           MOVE WLS-ARTICULO       TO WQY-ARTICULO.
           MOVE WLS-LOTE           TO WQY-LOTE.
           MOVE WLS-VENCIMIENTO    TO WQY-VENCIMIENTO.
           MOVE WLS-CANT-ACTUAL    TO WQY-CANTIDAD.
           MOVE WLS-ESTADO-CALIDAD TO WQY-ESTADO-CALIDAD.
           WRITE REG-CAMELOT
               INVALID KEY
                   REWRITE REG-CAMELOT
                       INVALID KEY DISPLAY "NO PUDO GRABAR CAMELOT"
                   END-REWRITE
           END-WRITE.
           MOVE WQY-ARTICULO       TO L-ARTICULO.
           MOVE WQY-LOTE           TO L-LOTE.
           MOVE WQY-VENCIMIENTO    TO L-VENCIMIENTO.
           MOVE WQY-CANTIDAD       TO L-CANTIDAD.
           MOVE WQY-ESTADO-CALIDAD TO L-ESTADO.
           WRITE LIN-LISTADO FROM LIN-LOTE AFTER 1.
       4520-UN-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Revision del evento por Calidad.
      *----------------------------------------------------------
       5000-REVISAR.
           DISPLAY "SUCURSAL ..................: " LINE 8 POSITION 5.
           ACCEPT WQX-SUCURSAL LINE 8 POSITION 35.
           DISPLAY "DEPOSITO ..................: " LINE 9 POSITION 5.
           ACCEPT WQX-DEPOSITO LINE 9 POSITION 35.
           DISPLAY "FECHA INICIO (AAAAMMDD) ...: " LINE 10 POSITION 5.
           ACCEPT WQX-FECHA LINE 10 POSITION 35.
           DISPLAY "HORA INICIO (HHMM) ........: " LINE 11 POSITION 5.
           ACCEPT WQX-HORA LINE 11 POSITION 35.
           READ CAMEVT KEY IS WQX-CLAVE
               INVALID KEY
                   DISPLAY "EVENTO INEXISTENTE" LINE 22 POSITION 5
                   GO TO 5000-REVISAR-EXIT
           END-READ.
           DISPLAY "FUERA DE RANGO " WQX-MINUTOS " MIN, EXTREMA "
               WQX-TEMP-EXTREMA ", LOTES " WQX-CANT-LOTES
               LINE 12 POSITION 5.
           IF WQX-REVISADO
               DISPLAY "REVISADO POR " WQX-OPERADOR " EL "
                   WQX-FEC-REVISION LINE 13 POSITION 5
           END-IF.
           DISPLAY "DECISION (H=RETENER LOTES S=SIN ACCION): "
               LINE 15 POSITION 5.
           ACCEPT WQX-DECISION LINE 15 POSITION 47.
           IF NOT WQX-RETENIDO AND NOT WQX-SIN-ACCION
               DISPLAY "DECISION INVALIDA" LINE 22 POSITION 5
               GO TO 5000-REVISAR-EXIT
           END-IF.
           DISPLAY "OPERADOR ..................: " LINE 16 POSITION 5.
           ACCEPT WQX-OPERADOR LINE 16 POSITION 35.
           DISPLAY "OBSERVACION: " LINE 17 POSITION 5.
           ACCEPT WQX-OBSERVACION LINE 17 POSITION 19.
           MOVE "R"     TO WQX-ESTADO.
           MOVE WQC-HOY TO WQX-FEC-REVISION.
           REWRITE REG-CAMEVT
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CAMEVT"
           END-REWRITE.
           IF WQX-RETENIDO
               DISPLAY "PASAR LOS LOTES DEL EVENTO POR LOTEHOLD"
                   LINE 22 POSITION 5
           ELSE
               DISPLAY "EVENTO REVISADO" LINE 22 POSITION 5
           END-IF.
       5000-REVISAR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Cumplimiento mensual por camara.
      *----------------------------------------------------------
       6000-MENSUAL.
           DISPLAY "PERIODO (AAAAMM) ..........: " LINE 8 POSITION 5.
           ACCEPT WQC-PERIODO-PARAM LINE 8 POSITION 35.
           COMPUTE WQC-FEC-INICIO-MES = WQC-PERIODO-PARAM * 100 + 1.
           IF WQC-PERIODO-PARAM (5:2) = "12"
               COMPUTE WQC-FEC-FIN-MES =
                   (WQC-PERIODO-PARAM + 89) * 100 + 1
           ELSE
               COMPUTE WQC-FEC-FIN-MES =
                   (WQC-PERIODO-PARAM + 1) * 100 + 1
           END-IF.
           COMPUTE WQC-DIAS-MES =
               FUNCTION INTEGER-OF-DATE (WQC-FEC-FIN-MES) -
               FUNCTION INTEGER-OF-DATE (WQC-FEC-INICIO-MES).
           COMPUTE WQC-FEC-FIN-MES =
               WQC-PERIODO-PARAM * 100 + WQC-DIAS-MES.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "CUMPLIMIENTO DE TEMPERATURA POR CAMARA" TO T-TITULO.
           MOVE "PERIODO " TO T-LEYENDA.
           MOVE WQC-PERIODO-PARAM TO T-VALOR.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-MES AFTER 2.
           MOVE "N" TO EOF-CAMLIM.
           MOVE LOW-VALUES TO WQD-CLAVE.
           START CAMLIM KEY IS NOT LESS THAN WQD-CLAVE
               INVALID KEY MOVE "S" TO EOF-CAMLIM
           END-START.
           PERFORM 6100-CAMARA-MES THRU 6100-CAMARA-MES-EXIT
               UNTIL NO-HAY-MAS-CAMLIM.
       6000-MENSUAL-EXIT.
           EXIT.

       6100-CAMARA-MES.
           READ CAMLIM NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CAMLIM
                   GO TO 6100-CAMARA-MES-EXIT
           END-READ.
           MOVE 0 TO WQC-LEC-RECIBIDAS.
           MOVE 0 TO WQC-LEC-EN-RANGO.
           MOVE 0 TO WQC-SUMA-TEMP.
           MOVE 0 TO WQC-PROMEDIO.
           MOVE 0 TO WQC-TEMP-MIN-MES.
           MOVE 0 TO WQC-TEMP-MAX-MES.
           MOVE 0 TO WQC-EVT-MES.
           MOVE 0 TO WQC-EVT-MINUTOS.
           MOVE 0 TO WQC-EVT-PENDIENTES.
           COMPUTE WQC-LEC-ESPERADAS =
               WQC-DIAS-MES * 1440 / WQD-INTERVALO.
           MOVE "N" TO EOF-CAMLEC.
           MOVE WQD-SUCURSAL       TO WQE-SUCURSAL.
           MOVE WQD-DEPOSITO       TO WQE-DEPOSITO.
           MOVE WQC-FEC-INICIO-MES TO WQE-FECHA.
           MOVE 0                  TO WQE-HORA.
           START CAMLEC KEY IS NOT LESS THAN WQE-CLAVE
               INVALID KEY MOVE "S" TO EOF-CAMLEC
           END-START.
           PERFORM 6200-LECTURA-MES THRU 6200-LECTURA-MES-EXIT
               UNTIL NO-HAY-MAS-CAMLEC.
           MOVE 0 TO WQC-PORC-COBERTURA.
           MOVE 0 TO WQC-PORC-EN-RANGO.
           IF WQC-LEC-ESPERADAS > 0
               COMPUTE WQC-PORC-COBERTURA ROUNDED =
                   WQC-LEC-RECIBIDAS * 100 / WQC-LEC-ESPERADAS
                   ON SIZE ERROR MOVE 999.9 TO WQC-PORC-COBERTURA
               END-COMPUTE
           END-IF.
           IF WQC-LEC-RECIBIDAS > 0
               COMPUTE WQC-PORC-EN-RANGO ROUNDED =
                   WQC-LEC-EN-RANGO * 100 / WQC-LEC-RECIBIDAS
               COMPUTE WQC-PROMEDIO ROUNDED =
                   WQC-SUMA-TEMP / WQC-LEC-RECIBIDAS
           END-IF.
      *    Los eventos se cuentan primero para el renglon de la
      *    camara y se listan debajo en una segunda pasada.
           PERFORM 6300-EVENTOS-MES THRU 6300-EVENTOS-MES-EXIT.
           MOVE WQD-SUCURSAL       TO M-SUCURSAL.
           MOVE WQD-DEPOSITO       TO M-DEPOSITO.
           MOVE WQD-DESCRIPCION    TO M-DESCRIPCION.
           MOVE WQD-TEMP-MINIMA    TO M-LIM-MIN.
           MOVE WQD-TEMP-MAXIMA    TO M-LIM-MAX.
           MOVE WQC-LEC-ESPERADAS  TO M-ESPERADAS.
           MOVE WQC-LEC-RECIBIDAS  TO M-RECIBIDAS.
           MOVE WQC-PORC-COBERTURA TO M-COBERTURA.
           MOVE WQC-TEMP-MIN-MES   TO M-TEMP-MIN.
           MOVE WQC-TEMP-MAX-MES   TO M-TEMP-MAX.
           MOVE WQC-PROMEDIO       TO M-PROMEDIO.
           MOVE WQC-PORC-EN-RANGO  TO M-EN-RANGO.
           MOVE WQC-EVT-MES        TO M-EVENTOS.
           MOVE WQC-EVT-MINUTOS    TO M-MIN-FUERA.
           MOVE WQC-EVT-PENDIENTES TO M-PENDIENTES.
           WRITE LIN-LISTADO FROM LIN-MES AFTER 2.
           IF WQC-EVT-MES > 0
               MOVE "S" TO WQC-LISTA-EVENTOS
               PERFORM 6300-EVENTOS-MES THRU 6300-EVENTOS-MES-EXIT
           END-IF.
       6100-CAMARA-MES-EXIT.
           EXIT.

       6200-LECTURA-MES.
           READ CAMLEC NEXT RECORD
               AT END MOVE "S" TO EOF-CAMLEC
           END-READ.
           IF NO-HAY-MAS-CAMLEC
              OR WQE-SUCURSAL NOT = WQD-SUCURSAL
              OR WQE-DEPOSITO NOT = WQD-DEPOSITO
              OR WQE-FECHA > WQC-FEC-FIN-MES
               MOVE "S" TO EOF-CAMLEC
               GO TO 6200-LECTURA-MES-EXIT
           END-IF.
           ADD 1 TO WQC-LEC-RECIBIDAS.
           ADD WQE-TEMPERATURA TO WQC-SUMA-TEMP.
           IF WQC-LEC-RECIBIDAS = 1
               MOVE WQE-TEMPERATURA TO WQC-TEMP-MIN-MES
               MOVE WQE-TEMPERATURA TO WQC-TEMP-MAX-MES
           END-IF.
           IF WQE-TEMPERATURA < WQC-TEMP-MIN-MES
               MOVE WQE-TEMPERATURA TO WQC-TEMP-MIN-MES
           END-IF.
           IF WQE-TEMPERATURA > WQC-TEMP-MAX-MES
               MOVE WQE-TEMPERATURA TO WQC-TEMP-MAX-MES
           END-IF.
           IF WQE-TEMPERATURA NOT > WQD-TEMP-MAXIMA
              AND WQE-TEMPERATURA NOT < WQD-TEMP-MINIMA
               ADD 1 TO WQC-LEC-EN-RANGO
           END-IF.
       6200-LECTURA-MES-EXIT.
           EXIT.

      *    Con WQC-LISTA-EVENTOS en "S" lista los eventos; si
      *    no, los cuenta.
       6300-EVENTOS-MES.
           MOVE "N" TO EOF-CAMEVT.
           MOVE WQD-SUCURSAL       TO WQX-SUCURSAL.
           MOVE WQD-DEPOSITO       TO WQX-DEPOSITO.
           MOVE WQC-FEC-INICIO-MES TO WQX-FECHA.
           MOVE 0                  TO WQX-HORA.
           START CAMEVT KEY IS NOT LESS THAN WQX-CLAVE
               INVALID KEY MOVE "S" TO EOF-CAMEVT
           END-START.
           PERFORM 6310-UN-EVENTO THRU 6310-UN-EVENTO-EXIT
               UNTIL NO-HAY-MAS-CAMEVT.
           MOVE "N" TO WQC-LISTA-EVENTOS.
       6300-EVENTOS-MES-EXIT.
           EXIT.

       6310-UN-EVENTO.
           READ CAMEVT NEXT RECORD
               AT END MOVE "S" TO EOF-CAMEVT
           END-READ.
           IF NO-HAY-MAS-CAMEVT
              OR WQX-SUCURSAL NOT = WQD-SUCURSAL
              OR WQX-DEPOSITO NOT = WQD-DEPOSITO
              OR WQX-FECHA > WQC-FEC-FIN-MES
               MOVE "S" TO EOF-CAMEVT
               GO TO 6310-UN-EVENTO-EXIT
           END-IF.
           IF WQC-LISTA-EVENTOS = "S"
               PERFORM 7700-LINEA-EVENTO
               GO TO 6310-UN-EVENTO-EXIT
           END-IF.
           ADD 1 TO WQC-EVT-MES.
           ADD WQX-MINUTOS TO WQC-EVT-MINUTOS.
           IF WQX-PENDIENTE
               ADD 1 TO WQC-EVT-PENDIENTES
           END-IF.
       6310-UN-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Utilitarios.
      *----------------------------------------------------------
      *    Minutos entre WQC-F1/WQC-H1 y WQC-F2/WQC-H2.
       7500-MINUTOS.
           DIVIDE WQC-H1 BY 100 GIVING WQC-HH REMAINDER WQC-MM.
           COMPUTE WQC-MIN-1 = WQC-HH * 60 + WQC-MM.
           DIVIDE WQC-H2 BY 100 GIVING WQC-HH REMAINDER WQC-MM.
           COMPUTE WQC-MIN-2 = WQC-HH * 60 + WQC-MM.
           COMPUTE WQC-MINUTOS =
               (FUNCTION INTEGER-OF-DATE (WQC-F2) -
                FUNCTION INTEGER-OF-DATE (WQC-F1)) * 1440
               + WQC-MIN-2 - WQC-MIN-1.
           IF WQC-MINUTOS < 0
               MOVE 0 TO WQC-MINUTOS
           END-IF.

       7600-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WQC-LISTADO-ABIERTO.

       7700-LINEA-EVENTO.
           MOVE WQX-SUCURSAL     TO E-SUCURSAL.
           MOVE WQX-DEPOSITO     TO E-DEPOSITO.
           MOVE WQD-DESCRIPCION  TO E-DESCRIPCION.
           MOVE WQX-FECHA        TO E-FECHA.
           MOVE WQX-HORA         TO E-HORA.
           MOVE WQX-FEC-FIN      TO E-FEC-FIN.
           MOVE WQX-HORA-FIN     TO E-HORA-FIN.
           MOVE WQX-MINUTOS      TO E-MINUTOS.
           MOVE WQX-TEMP-EXTREMA TO E-EXTREMA.
           IF WQX-POR-ALTA
               MOVE "ALTA" TO E-TIPO
           ELSE
               MOVE "BAJA" TO E-TIPO
           END-IF.
           EVALUATE TRUE
               WHEN WQX-PENDIENTE
                   MOVE "SIN REVISAR" TO E-REVISION
               WHEN WQX-RETENIDO
                   MOVE "LOTES RETEN." TO E-REVISION
               WHEN OTHER
                   MOVE "SIN ACCION" TO E-REVISION
           END-EVALUATE.
           WRITE LIN-LISTADO FROM LIN-EVENTO AFTER 2.

       9999-FINAL.
           CLOSE CAMLIM.
           CLOSE CAMLEC.
           CLOSE CAMEVT.
           CLOSE CAMELOT.
           CLOSE DEPSTOCK.
           CLOSE LOTESTK.
           IF WQC-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
