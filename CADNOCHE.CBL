       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CADNOCHE.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Cadena nocturna: todas las noches alguien tenia que
      * acordarse de correr DIARIOGN, VTARBLD, LOTEVENC, CALVENC,
      * RESLIST, PLANALAR, la cola de correo y la depuracion del
      * spool, en orden; si uno fallaba los demas corrian sobre
      * datos malos o no corrian. CIERRE lleva el checklist del
      * mes pero el ciclo diario no tenia nada.
      * CADNODEF define la cadena: por numero de paso (el orden
      * de ejecucion) el programa, hasta cuatro pasos de los que
      * depende (siempre de numero menor), la empresa y la
      * sucursal, el parametro que el programa preguntaria por
      * pantalla y si el paso esta activo. CADNOLOG registra
      * cada corrida por fecha + paso: hora de inicio y fin,
      * estado (OK, ERR, SKP salteado por dependencia fallada,
      * EJE si la corrida se corto con el paso en curso),
      * registros procesados y observacion.
      *   modo A: alta o modificacion de un paso;
      *   modo B: baja de un paso;
      *   modo L: lista la definicion de la cadena;
      *   modo S: carga los pasos estandar (no pisa los que ya
      *           existen);
      *   modo E: ejecuta la cadena con fecha de proceso de hoy,
      *           sin preguntar nada mas (se lanza desatendido);
      *   modo R: reanuda la ultima corrida: los pasos OK quedan
      *           como estan y se vuelven a correr el fallado y
      *           todo lo que no corrio;
      *   modo I: informe matutino de la corrida por PRNTDEST.
      * Cada paso se llama por su nombre y se descarga al volver.
      * Los parametros viajan por CADNOPAR via la subrutina
      * CADPASO: el programa del paso los toma de ahi en vez de
      * preguntarlos y al terminar informa su estado y la
      * cantidad de registros. Un paso que no informa el fin se
      * da por fallado; un paso cuya dependencia no quedo OK se
      * saltea, y con el sus propios dependientes. El ultimo
      * resultado se ve tambien en TABLERO (letra N).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNODEF  ASSIGN TO "CADNODEF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNF-PASO
                             FILE STATUS IS WNF-STATUS.
           SELECT CADNOLOG  ASSIGN TO "CADNOLOG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNG-CLAVE
                             FILE STATUS IS WNG-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  CADNODEF.
       01  REG-CADNODEF.
           05  WNF-PASO              PIC 9(03).
           05  WNF-PROGRAMA          PIC X(08).
           05  WNF-DESCRIPCION       PIC X(30).
           05  WNF-DEPENDE           PIC 9(03) OCCURS 4 TIMES.
           05  WNF-EMPRESA           PIC 9(04).
           05  WNF-SUCURSAL          PIC 9(02).
           05  WNF-PARAMETRO         PIC X(20).
           05  WNF-ACTIVO            PIC X(01).
               88  WNF-ESTA-ACTIVO    VALUE "S".

       FD  CADNOLOG.
       01  REG-CADNOLOG.
           05  WNG-CLAVE.
               10  WNG-FECHA         PIC 9(08).
               10  WNG-PASO          PIC 9(03).
           05  WNG-PROGRAMA          PIC X(08).
           05  WNG-INICIO            PIC 9(08).
           05  WNG-FIN               PIC 9(08).
           05  WNG-ESTADO            PIC X(03).
           05  WNG-REGISTROS         PIC 9(07).
           05  WNG-OBSERVACION       PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "CADNOCHE".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WNF-STATUS                PIC X(02).
       77  WNG-STATUS                PIC X(02).
       77  WNC-MODO-PARAM            PIC X(01).
       77  WNC-PASO-PARAM            PIC 9(03).
       77  WNC-FECHA-PARAM           PIC 9(08).
       77  WNC-HOY                   PIC 9(08).
       77  WNC-HORA                  PIC 9(08).
       77  WNC-FECHA-CORRIDA         PIC 9(08) VALUE 0.
       77  WNC-EXISTE                PIC X(01).
       77  WNC-BLOQUEADO             PIC X(01).
       77  WNC-LLAMADO               PIC X(01).
       77  WNC-I                     PIC 9(03).
       77  WNC-J                     PIC 9(03).
       77  WNC-K                     PIC 9(03).
       77  WNC-POS                   PIC 9(03).
       77  WNC-CANT-PASOS            PIC 9(03) VALUE 0.
       77  WNC-CANT-OK               PIC 9(03) VALUE 0.
       77  WNC-CANT-ERR              PIC 9(03) VALUE 0.
       77  WNC-CANT-SKP              PIC 9(03) VALUE 0.
       77  WNC-CANT-LISTADOS         PIC 9(03) VALUE 0.
       77  WNC-PROGRAMA-LLAMADO      PIC X(08).
      *    Area de pasaje con CADPASO.
       77  WNC-CAD-OPERACION         PIC X(01).
       77  WNC-CAD-PROGRAMA          PIC X(08).
       77  WNC-CAD-FECHA             PIC 9(08).
       77  WNC-CAD-EMPRESA           PIC 9(04).
       77  WNC-CAD-SUCURSAL          PIC 9(02).
       77  WNC-CAD-PARAMETRO         PIC X(20).
       77  WNC-CAD-ESTADO            PIC X(03).
       77  WNC-CAD-REGISTROS         PIC 9(07).
       77  EOF-CADNODEF               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CADNODEF    VALUE "S".
       77  EOF-CADNOLOG               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CADNOLOG    VALUE "S".

      *    Pasos estandar de la cadena: paso + programa,
      *    descripcion, dependencias + empresa + sucursal y
      *    parametro.
       01  WNC-PASOS-ESTANDAR.
           05  FILLER                PIC X(11) VALUE "010DIARIOGN".
           05  FILLER                PIC X(30) VALUE
               "PUENTE CONTABLE DIARIO        ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000100".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "020VTARBLD".
           05  FILLER                PIC X(30) VALUE
               "REGENERA AGREGADO DE VENTAS   ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000101".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "030LOTEVENC".
           05  FILLER                PIC X(30) VALUE
               "LOTES PROXIMOS A VENCER       ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000000".
           05  FILLER                PIC X(20) VALUE "030".
           05  FILLER                PIC X(11) VALUE "040CALVENC".
           05  FILLER                PIC X(30) VALUE
               "CALENDARIO DE VENCIMIENTOS    ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000000".
           05  FILLER                PIC X(20) VALUE "007".
           05  FILLER                PIC X(11) VALUE "050RESLIST".
           05  FILLER                PIC X(30) VALUE
               "RESERVAS ENVEJECIDAS          ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000000".
           05  FILLER                PIC X(20) VALUE "003".
           05  FILLER                PIC X(11) VALUE "060PLANALAR".
           05  FILLER                PIC X(30) VALUE
               "PLANES DE PAGO ROTOS          ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000000".
           05  FILLER                PIC X(20) VALUE "005".
           05  FILLER                PIC X(11) VALUE "070EMAILQ".
           05  FILLER                PIC X(30) VALUE
               "PREPARA COLA DE CORREO        ".
           05  FILLER                PIC X(18) VALUE
               "000000000000000000".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "080SPOOLREP".
           05  FILLER                PIC X(30) VALUE
               "DEPURA SPOOL RETENIDO         ".
           05  FILLER                PIC X(18) VALUE
               "030040050060000000".
           05  FILLER                PIC X(20) VALUE SPACES.
       01  WNC-PASOS-ESTANDAR-TABLA REDEFINES WNC-PASOS-ESTANDAR.
           05  WNC-PASO-STD          OCCURS 8 TIMES.
               10  WNC-STD-PASO      PIC 9(03).
               10  WNC-STD-PROGRAMA  PIC X(08).
               10  WNC-STD-DESCRIP   PIC X(30).
               10  WNC-STD-DEPENDE   PIC 9(03) OCCURS 4 TIMES.
               10  WNC-STD-EMPRESA   PIC 9(04).
               10  WNC-STD-SUCURSAL  PIC 9(02).
               10  WNC-STD-PARAMETRO PIC X(20).

      *    La definicion se carga entera en memoria antes de
      *    correr, para resolver dependencias sin mover la
      *    lectura de CADNODEF.
       01  WNC-TABLA.
           05  WNC-PASO-TAB          OCCURS 50 TIMES.
               10  WNC-T-PASO        PIC 9(03).
               10  WNC-T-PROGRAMA    PIC X(08).
               10  WNC-T-DEPENDE     PIC 9(03) OCCURS 4 TIMES.
               10  WNC-T-EMPRESA     PIC 9(04).
               10  WNC-T-SUCURSAL    PIC 9(02).
               10  WNC-T-PARAMETRO   PIC X(20).
               10  WNC-T-ACTIVO      PIC X(01).
               10  WNC-T-ESTADO      PIC X(03).

       01  WNC-OBS-DEPENDE.
           05  FILLER                PIC X(17)
               VALUE "DEPENDE DEL PASO ".
           05  WNC-OBS-PASO          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WNC-OBS-ESTADO        PIC X(03).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE "CADENA NOCTURNA - CORRIDA DEL DIA".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-FECHA               PIC 9(08).

       01  LIN-ENCABEZADO.
           05  FILLER                PIC X(54) VALUE
               "PASO PROGRAMA  INICIO    FIN       EST  REGISTROS  OBS".

       01  LIN-DETALLE.
           05  D-PASO                PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROGRAMA            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-INICIO              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-FIN                 PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ESTADO              PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-REGISTROS           PIC Z(6)9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  D-OBSERVACION         PIC X(30).

       01  LIN-TOTALES.
           05  FILLER                PIC X(05) VALUE "OK : ".
           05  TT-OK                 PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "   ERR : ".
           05  TT-ERR                PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "   SKP : ".
           05  TT-SKP                PIC ZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       CADNODEF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CADNODEF.
           DISPLAY "ERROR E/S CADNODEF: " WNF-STATUS.
       CADNOLOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CADNOLOG.
           DISPLAY "ERROR E/S CADNOLOG: " WNG-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WNC-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
               WHEN "B"
                   PERFORM 2500-BAJA THRU 2500-BAJA-EXIT
               WHEN "L"
                   PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
                       UNTIL NO-HAY-MAS-CADNODEF
               WHEN "S"
                   PERFORM 3500-ESTANDAR
                       VARYING WNC-I FROM 1 BY 1 UNTIL WNC-I > 8
               WHEN "E"
                   PERFORM 4000-CORRER THRU 4000-CORRER-EXIT
               WHEN "R"
                   PERFORM 4000-CORRER THRU 4000-CORRER-EXIT
               WHEN "I"
                   PERFORM 7000-INFORME THRU 7000-INFORME-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "A=ALTA/MODIF B=BAJA L=LISTA S=PASOS ESTANDAR"
               LINE 4 POSITION 5.
           DISPLAY "E=EJECUTA R=REANUDA I=INFORME    MODO: "
               LINE 5 POSITION 5.
           ACCEPT WNC-MODO-PARAM LINE 5 POSITION 45.
           ACCEPT WNC-HOY FROM DATE YYYYMMDD.
           OPEN I-O CADNODEF.
           IF WNF-STATUS = "35"
               CLOSE CADNODEF
               OPEN OUTPUT CADNODEF
               CLOSE CADNODEF
               OPEN I-O CADNODEF
           END-IF.
           OPEN I-O CADNOLOG.
           IF WNG-STATUS = "35"
               CLOSE CADNOLOG
               OPEN OUTPUT CADNOLOG
               CLOSE CADNOLOG
               OPEN I-O CADNOLOG
           END-IF.
           IF WNC-MODO-PARAM = "L"
               MOVE 0 TO WNF-PASO
               START CADNODEF KEY IS NOT LESS THAN WNF-PASO
                   INVALID KEY MOVE "S" TO EOF-CADNODEF
               END-START
               IF WNF-STATUS NOT = "00"
                   MOVE "S" TO EOF-CADNODEF
               END-IF
           END-IF.

       2000-ALTA.
           DISPLAY "PASO (ORDEN) ..........: " LINE 7 POSITION 5.
           ACCEPT WNC-PASO-PARAM LINE 7 POSITION 31.
           IF WNC-PASO-PARAM = 0
               DISPLAY "PASO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE WNC-PASO-PARAM TO WNF-PASO.
           MOVE "S" TO WNC-EXISTE.
           READ CADNODEF KEY IS WNF-PASO
               INVALID KEY MOVE "N" TO WNC-EXISTE
           END-READ.
           IF WNC-EXISTE = "S"
               DISPLAY "ACTUAL: " LINE 8 POSITION 5
               DISPLAY WNF-PROGRAMA LINE 8 POSITION 13
               DISPLAY WNF-DESCRIPCION LINE 8 POSITION 23
           END-IF.
           DISPLAY "PROGRAMA ..............: " LINE 9 POSITION 5.
           ACCEPT WNF-PROGRAMA LINE 9 POSITION 31.
           DISPLAY "DESCRIPCION ...........: " LINE 10 POSITION 5.
           ACCEPT WNF-DESCRIPCION LINE 10 POSITION 31.
           DISPLAY "DEPENDE DE LOS PASOS ..: " LINE 11 POSITION 5.
           ACCEPT WNF-DEPENDE (1) LINE 11 POSITION 31.
           ACCEPT WNF-DEPENDE (2) LINE 11 POSITION 35.
           ACCEPT WNF-DEPENDE (3) LINE 11 POSITION 39.
           ACCEPT WNF-DEPENDE (4) LINE 11 POSITION 43.
           DISPLAY "EMPRESA ...............: " LINE 12 POSITION 5.
           ACCEPT WNF-EMPRESA LINE 12 POSITION 31.
           DISPLAY "SUCURSAL ..............: " LINE 13 POSITION 5.
           ACCEPT WNF-SUCURSAL LINE 13 POSITION 31.
           DISPLAY "PARAMETRO .............: " LINE 14 POSITION 5.
           ACCEPT WNF-PARAMETRO LINE 14 POSITION 31.
           DISPLAY "ACTIVO (S/N) ..........: " LINE 15 POSITION 5.
           ACCEPT WNF-ACTIVO LINE 15 POSITION 31.
           MOVE WNC-PASO-PARAM TO WNF-PASO.
           IF WNF-PROGRAMA = SPACES
               DISPLAY "FALTA EL PROGRAMA" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
      *    Una dependencia siempre es de un paso anterior: la
      *    cadena corre en orden de paso y asi nunca espera a
      *    uno que todavia no corrio.
           MOVE "N" TO WNC-BLOQUEADO.
           PERFORM 2100-VALIDAR-DEPENDE
               VARYING WNC-K FROM 1 BY 1 UNTIL WNC-K > 4.
           IF WNC-BLOQUEADO = "S"
               DISPLAY "DEPENDENCIA DEBE SER DE UN PASO ANTERIOR"
                   LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WNF-ACTIVO NOT = "N"
               MOVE "S" TO WNF-ACTIVO
           END-IF.
           IF WNC-EXISTE = "S"
               REWRITE REG-CADNODEF
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CADNODEF"
               END-REWRITE
           ELSE
               WRITE REG-CADNODEF
                   INVALID KEY DISPLAY "NO PUDO GRABAR CADNODEF"
               END-WRITE
           END-IF.
           DISPLAY "PASO GRABADO" LINE 20 POSITION 5.
       2000-ALTA-EXIT.
           EXIT.

       2100-VALIDAR-DEPENDE.
           IF WNF-DEPENDE (WNC-K) NOT = 0
              AND WNF-DEPENDE (WNC-K) NOT < WNF-PASO
               MOVE "S" TO WNC-BLOQUEADO
           END-IF.

       2500-BAJA.
           DISPLAY "PASO A DAR DE BAJA ....: " LINE 7 POSITION 5.
           ACCEPT WNC-PASO-PARAM LINE 7 POSITION 31.
           MOVE WNC-PASO-PARAM TO WNF-PASO.
           DELETE CADNODEF
               INVALID KEY
                   DISPLAY "PASO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2500-BAJA-EXIT
           END-DELETE.
           DISPLAY "PASO BORRADO" LINE 20 POSITION 5.
       2500-BAJA-EXIT.
           EXIT.

       3000-LISTAR.
           READ CADNODEF NEXT RECORD
               AT END MOVE "S" TO EOF-CADNODEF
           END-READ.
           IF NO-HAY-MAS-CADNODEF
               GO TO 3000-LISTAR-EXIT
           END-IF.
           DISPLAY WNF-PASO " " WNF-PROGRAMA " " WNF-DESCRIPCION
               " " WNF-ACTIVO.
           DISPLAY "    DEPENDE " WNF-DEPENDE (1) " " WNF-DEPENDE (2)
               " " WNF-DEPENDE (3) " " WNF-DEPENDE (4)
               " EMP " WNF-EMPRESA " SUC " WNF-SUCURSAL
               " PARAM " WNF-PARAMETRO.
       3000-LISTAR-EXIT.
           EXIT.

       3500-ESTANDAR.
           MOVE WNC-STD-PASO (WNC-I)      TO WNF-PASO.
           MOVE WNC-STD-PROGRAMA (WNC-I)  TO WNF-PROGRAMA.
           MOVE WNC-STD-DESCRIP (WNC-I)   TO WNF-DESCRIPCION.
           MOVE WNC-STD-DEPENDE (WNC-I 1) TO WNF-DEPENDE (1).
           MOVE WNC-STD-DEPENDE (WNC-I 2) TO WNF-DEPENDE (2).
           MOVE WNC-STD-DEPENDE (WNC-I 3) TO WNF-DEPENDE (3).
           MOVE WNC-STD-DEPENDE (WNC-I 4) TO WNF-DEPENDE (4).
           MOVE WNC-STD-EMPRESA (WNC-I)   TO WNF-EMPRESA.
           MOVE WNC-STD-SUCURSAL (WNC-I)  TO WNF-SUCURSAL.
           MOVE WNC-STD-PARAMETRO (WNC-I) TO WNF-PARAMETRO.
           MOVE "S" TO WNF-ACTIVO.
           WRITE REG-CADNODEF
               INVALID KEY
                   DISPLAY "PASO " WNF-PASO " YA EXISTE, NO SE PISA"
               NOT INVALID KEY
                   DISPLAY "PASO " WNF-PASO " " WNF-PROGRAMA
                       " CARGADO"
           END-WRITE.

      *    Corrida de la cadena (modo E) o reanudacion de la
      *    ultima (modo R).
       4000-CORRER.
           IF WNC-MODO-PARAM = "R"
               PERFORM 6000-ULTIMA-FECHA THRU 6000-ULTIMA-FECHA-EXIT
               IF WNC-FECHA-CORRIDA = 0
                   DISPLAY "NO HAY CORRIDAS PARA REANUDAR"
                   GO TO 4000-CORRER-EXIT
               END-IF
           ELSE
               MOVE WNC-HOY TO WNC-FECHA-CORRIDA
           END-IF.
           MOVE 0 TO WNF-PASO.
           START CADNODEF KEY IS NOT LESS THAN WNF-PASO
               INVALID KEY MOVE "S" TO EOF-CADNODEF
           END-START.
           IF WNF-STATUS NOT = "00"
               MOVE "S" TO EOF-CADNODEF
           END-IF.
           PERFORM 4100-CARGAR-TABLA THRU 4100-CARGAR-TABLA-EXIT
               UNTIL NO-HAY-MAS-CADNODEF.
           IF WNC-CANT-PASOS = 0
               DISPLAY "CADENA SIN PASOS DEFINIDOS"
               GO TO 4000-CORRER-EXIT
           END-IF.
           IF WNC-MODO-PARAM = "R"
               PERFORM 4200-ESTADO-ANTERIOR
                   VARYING WNC-I FROM 1 BY 1
                   UNTIL WNC-I > WNC-CANT-PASOS
           END-IF.
      *    Se arranca con CADNOPAR vacio: lo que haya quedado de
      *    una corrida cortada no se toma como paso pendiente.
           MOVE "R"    TO WNC-CAD-OPERACION.
           MOVE SPACES TO WNC-CAD-PROGRAMA.
           CALL "CADPASO" USING WNC-CAD-OPERACION
                                WNC-CAD-PROGRAMA
                                WNC-CAD-FECHA
                                WNC-CAD-EMPRESA
                                WNC-CAD-SUCURSAL
                                WNC-CAD-PARAMETRO
                                WNC-CAD-ESTADO
                                WNC-CAD-REGISTROS
           END-CALL.
           DISPLAY "CADENA NOCTURNA - FECHA DE PROCESO "
               WNC-FECHA-CORRIDA.
           PERFORM 4300-CORRER-PASO THRU 4300-CORRER-PASO-EXIT
               VARYING WNC-I FROM 1 BY 1
               UNTIL WNC-I > WNC-CANT-PASOS.
           DISPLAY "PASOS OK: " WNC-CANT-OK " ERR: " WNC-CANT-ERR
               " SKP: " WNC-CANT-SKP.
       4000-CORRER-EXIT.
           EXIT.

       4100-CARGAR-TABLA.
           READ CADNODEF NEXT RECORD
               AT END MOVE "S" TO EOF-CADNODEF
           END-READ.
           IF NO-HAY-MAS-CADNODEF
               GO TO 4100-CARGAR-TABLA-EXIT
           END-IF.
           IF WNC-CANT-PASOS NOT < 50
               DISPLAY "MAS DE 50 PASOS, SE IGNORA EL " WNF-PASO
               GO TO 4100-CARGAR-TABLA-EXIT
           END-IF.
           ADD 1 TO WNC-CANT-PASOS.
           MOVE WNF-PASO       TO WNC-T-PASO (WNC-CANT-PASOS).
           MOVE WNF-PROGRAMA   TO WNC-T-PROGRAMA (WNC-CANT-PASOS).
           MOVE WNF-DEPENDE (1) TO WNC-T-DEPENDE (WNC-CANT-PASOS 1).
           MOVE WNF-DEPENDE (2) TO WNC-T-DEPENDE (WNC-CANT-PASOS 2).
           MOVE WNF-DEPENDE (3) TO WNC-T-DEPENDE (WNC-CANT-PASOS 3).
           MOVE WNF-DEPENDE (4) TO WNC-T-DEPENDE (WNC-CANT-PASOS 4).
           MOVE WNF-EMPRESA    TO WNC-T-EMPRESA (WNC-CANT-PASOS).
           MOVE WNF-SUCURSAL   TO WNC-T-SUCURSAL (WNC-CANT-PASOS).
           MOVE WNF-PARAMETRO  TO WNC-T-PARAMETRO (WNC-CANT-PASOS).
           MOVE WNF-ACTIVO     TO WNC-T-ACTIVO (WNC-CANT-PASOS).
           MOVE SPACES         TO WNC-T-ESTADO (WNC-CANT-PASOS).
       4100-CARGAR-TABLA-EXIT.
           EXIT.

       4200-ESTADO-ANTERIOR.
           MOVE WNC-FECHA-CORRIDA  TO WNG-FECHA.
           MOVE WNC-T-PASO (WNC-I) TO WNG-PASO.
           READ CADNOLOG KEY IS WNG-CLAVE
               INVALID KEY MOVE SPACES TO WNG-ESTADO
           END-READ.
           MOVE WNG-ESTADO TO WNC-T-ESTADO (WNC-I).

       4300-CORRER-PASO.
           IF WNC-T-ACTIVO (WNC-I) NOT = "S"
               GO TO 4300-CORRER-PASO-EXIT
           END-IF.
           IF WNC-MODO-PARAM = "R" AND WNC-T-ESTADO (WNC-I) = "OK "
               ADD 1 TO WNC-CANT-OK
               GO TO 4300-CORRER-PASO-EXIT
           END-IF.
           MOVE "N" TO WNC-BLOQUEADO.
           PERFORM 4400-VER-DEPENDENCIA THRU 4400-VER-DEPENDENCIA-EXIT
               VARYING WNC-K FROM 1 BY 1 UNTIL WNC-K > 4.
           MOVE WNC-FECHA-CORRIDA        TO WNG-FECHA.
           MOVE WNC-T-PASO (WNC-I)       TO WNG-PASO.
           MOVE WNC-T-PROGRAMA (WNC-I)   TO WNG-PROGRAMA.
           MOVE 0                        TO WNG-REGISTROS.
           ACCEPT WNC-HORA FROM TIME.
           MOVE WNC-HORA                 TO WNG-INICIO.
           IF WNC-BLOQUEADO = "S"
               MOVE WNC-HORA             TO WNG-FIN
               MOVE "SKP"                TO WNG-ESTADO
               MOVE WNC-OBS-DEPENDE      TO WNG-OBSERVACION
               MOVE "SKP"                TO WNC-T-ESTADO (WNC-I)
               ADD 1 TO WNC-CANT-SKP
               PERFORM 5000-GRABAR-LOG
               DISPLAY "PASO " WNG-PASO " " WNG-PROGRAMA
                   " SALTEADO: " WNG-OBSERVACION
               GO TO 4300-CORRER-PASO-EXIT
           END-IF.
      *    El paso queda EJE en el log mientras corre: si la
      *    corrida se corta adentro del programa, a la manana se
      *    ve cual fue y el modo R lo vuelve a correr.
           MOVE 0                        TO WNG-FIN.
           MOVE "EJE"                    TO WNG-ESTADO.
           MOVE "EN EJECUCION"           TO WNG-OBSERVACION.
           PERFORM 5000-GRABAR-LOG.
           DISPLAY "PASO " WNG-PASO " " WNG-PROGRAMA " ...".
           MOVE "P"                      TO WNC-CAD-OPERACION.
           MOVE WNC-T-PROGRAMA (WNC-I)   TO WNC-CAD-PROGRAMA.
           MOVE WNC-FECHA-CORRIDA        TO WNC-CAD-FECHA.
           MOVE WNC-T-EMPRESA (WNC-I)    TO WNC-CAD-EMPRESA.
           MOVE WNC-T-SUCURSAL (WNC-I)   TO WNC-CAD-SUCURSAL.
           MOVE WNC-T-PARAMETRO (WNC-I)  TO WNC-CAD-PARAMETRO.
           CALL "CADPASO" USING WNC-CAD-OPERACION
                                WNC-CAD-PROGRAMA
                                WNC-CAD-FECHA
                                WNC-CAD-EMPRESA
                                WNC-CAD-SUCURSAL
                                WNC-CAD-PARAMETRO
                                WNC-CAD-ESTADO
                                WNC-CAD-REGISTROS
           END-CALL.
           MOVE WNC-T-PROGRAMA (WNC-I)   TO WNC-PROGRAMA-LLAMADO.
           MOVE "S" TO WNC-LLAMADO.
           CALL WNC-PROGRAMA-LLAMADO
               ON EXCEPTION MOVE "N" TO WNC-LLAMADO
           END-CALL.
           CANCEL WNC-PROGRAMA-LLAMADO.
           MOVE "R"                      TO WNC-CAD-OPERACION.
           CALL "CADPASO" USING WNC-CAD-OPERACION
                                WNC-CAD-PROGRAMA
                                WNC-CAD-FECHA
                                WNC-CAD-EMPRESA
                                WNC-CAD-SUCURSAL
                                WNC-CAD-PARAMETRO
                                WNC-CAD-ESTADO
                                WNC-CAD-REGISTROS
           END-CALL.
           ACCEPT WNC-HORA FROM TIME.
           MOVE WNC-HORA                 TO WNG-FIN.
           MOVE WNC-CAD-REGISTROS        TO WNG-REGISTROS.
           MOVE SPACES                   TO WNG-OBSERVACION.
           EVALUATE TRUE
               WHEN WNC-LLAMADO = "N"
                   MOVE "ERR" TO WNG-ESTADO
                   MOVE "PROGRAMA NO ENCONTRADO" TO WNG-OBSERVACION
               WHEN WNC-CAD-ESTADO = "OK "
                   MOVE "OK " TO WNG-ESTADO
               WHEN WNC-CAD-ESTADO = "ERR"
                   MOVE "ERR" TO WNG-ESTADO
                   MOVE "EL PASO INFORMO ERROR" TO WNG-OBSERVACION
               WHEN OTHER
                   MOVE "ERR" TO WNG-ESTADO
                   MOVE "EL PASO NO INFORMO EL FIN"
                       TO WNG-OBSERVACION
           END-EVALUATE.
           MOVE WNG-ESTADO TO WNC-T-ESTADO (WNC-I).
           IF WNG-ESTADO = "OK "
               ADD 1 TO WNC-CANT-OK
           ELSE
               ADD 1 TO WNC-CANT-ERR
           END-IF.
           PERFORM 5000-GRABAR-LOG.
           DISPLAY "PASO " WNG-PASO " " WNG-PROGRAMA " " WNG-ESTADO
               " REGISTROS " WNG-REGISTROS.
       4300-CORRER-PASO-EXIT.
           EXIT.

      *    Una dependencia cuenta solo si el paso existe y esta
      *    activo; si no quedo OK en esta corrida, el paso se
      *    saltea.
       4400-VER-DEPENDENCIA.
           IF WNC-T-DEPENDE (WNC-I WNC-K) = 0
              OR WNC-BLOQUEADO = "S"
               GO TO 4400-VER-DEPENDENCIA-EXIT
           END-IF.
           MOVE 0 TO WNC-POS.
           PERFORM 4500-BUSCAR-PASO
               VARYING WNC-J FROM 1 BY 1
               UNTIL WNC-J > WNC-CANT-PASOS OR WNC-POS NOT = 0.
           IF WNC-POS = 0
               GO TO 4400-VER-DEPENDENCIA-EXIT
           END-IF.
           IF WNC-T-ACTIVO (WNC-POS) = "S"
              AND WNC-T-ESTADO (WNC-POS) NOT = "OK "
               MOVE "S" TO WNC-BLOQUEADO
               MOVE WNC-T-PASO (WNC-POS)   TO WNC-OBS-PASO
               MOVE WNC-T-ESTADO (WNC-POS) TO WNC-OBS-ESTADO
           END-IF.
       4400-VER-DEPENDENCIA-EXIT.
           EXIT.

       4500-BUSCAR-PASO.
           IF WNC-T-PASO (WNC-J) = WNC-T-DEPENDE (WNC-I WNC-K)
               MOVE WNC-J TO WNC-POS
           END-IF.

       5000-GRABAR-LOG.
           REWRITE REG-CADNOLOG
               INVALID KEY
                   WRITE REG-CADNOLOG
                       INVALID KEY DISPLAY "NO PUDO GRABAR CADNOLOG"
                   END-WRITE
           END-REWRITE.

      *    La ultima corrida es la fecha mas alta de CADNOLOG.
       6000-ULTIMA-FECHA.
           MOVE 0 TO WNC-FECHA-CORRIDA.
           MOVE "N" TO EOF-CADNOLOG.
           MOVE LOW-VALUES TO WNG-CLAVE.
           START CADNOLOG KEY IS NOT LESS THAN WNG-CLAVE
               INVALID KEY MOVE "S" TO EOF-CADNOLOG
           END-START.
           IF WNG-STATUS NOT = "00"
               MOVE "S" TO EOF-CADNOLOG
           END-IF.
           PERFORM 6100-LEER-FECHA THRU 6100-LEER-FECHA-EXIT
               UNTIL NO-HAY-MAS-CADNOLOG.
       6000-ULTIMA-FECHA-EXIT.
           EXIT.

       6100-LEER-FECHA.
           READ CADNOLOG NEXT RECORD
               AT END MOVE "S" TO EOF-CADNOLOG
           END-READ.
           IF NO-HAY-MAS-CADNOLOG
               GO TO 6100-LEER-FECHA-EXIT
           END-IF.
           MOVE WNG-FECHA TO WNC-FECHA-CORRIDA.
       6100-LEER-FECHA-EXIT.
           EXIT.

      *    Informe matutino: lo que corrio anoche, paso por paso.
       7000-INFORME.
           DISPLAY "FECHA DE CORRIDA (0=ULTIMA): " LINE 7 POSITION 5.
           ACCEPT WNC-FECHA-PARAM LINE 7 POSITION 35.
           IF WNC-FECHA-PARAM = 0
               PERFORM 6000-ULTIMA-FECHA THRU 6000-ULTIMA-FECHA-EXIT
           ELSE
               MOVE WNC-FECHA-PARAM TO WNC-FECHA-CORRIDA
           END-IF.
           IF WNC-FECHA-CORRIDA = 0
               DISPLAY "NO HAY CORRIDAS REGISTRADAS"
               GO TO 7000-INFORME-EXIT
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WNC-FECHA-CORRIDA TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 1.
           MOVE "N" TO EOF-CADNOLOG.
           MOVE WNC-FECHA-CORRIDA TO WNG-FECHA.
           MOVE 0                 TO WNG-PASO.
           START CADNOLOG KEY IS NOT LESS THAN WNG-CLAVE
               INVALID KEY MOVE "S" TO EOF-CADNOLOG
           END-START.
           IF WNG-STATUS NOT = "00"
               MOVE "S" TO EOF-CADNOLOG
           END-IF.
           PERFORM 7100-RENGLON THRU 7100-RENGLON-EXIT
               UNTIL NO-HAY-MAS-CADNOLOG.
           MOVE WNC-CANT-OK  TO TT-OK.
           MOVE WNC-CANT-ERR TO TT-ERR.
           MOVE WNC-CANT-SKP TO TT-SKP.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-TOTALES AFTER 1.
           CLOSE LISTADO.
           DISPLAY "CORRIDA " WNC-FECHA-CORRIDA " PASOS "
               WNC-CANT-LISTADOS " OK " WNC-CANT-OK
               " ERR " WNC-CANT-ERR " SKP " WNC-CANT-SKP.
       7000-INFORME-EXIT.
           EXIT.

      *    Un paso que quedo EJE es una corrida cortada: cuenta
      *    como error.
       7100-RENGLON.
           READ CADNOLOG NEXT RECORD
               AT END MOVE "S" TO EOF-CADNOLOG
           END-READ.
           IF NO-HAY-MAS-CADNOLOG
               GO TO 7100-RENGLON-EXIT
           END-IF.
           IF WNG-FECHA NOT = WNC-FECHA-CORRIDA
               MOVE "S" TO EOF-CADNOLOG
               GO TO 7100-RENGLON-EXIT
           END-IF.
           MOVE WNG-PASO        TO D-PASO.
           MOVE WNG-PROGRAMA    TO D-PROGRAMA.
           MOVE WNG-INICIO      TO D-INICIO.
           MOVE WNG-FIN         TO D-FIN.
           MOVE WNG-ESTADO      TO D-ESTADO.
           MOVE WNG-REGISTROS   TO D-REGISTROS.
           MOVE WNG-OBSERVACION TO D-OBSERVACION.
           IF WNG-ESTADO = "EJE"
               MOVE "CORRIDA CORTADA CON EL PASO"
                   TO D-OBSERVACION
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WNC-CANT-LISTADOS.
           EVALUATE WNG-ESTADO
               WHEN "OK "
                   ADD 1 TO WNC-CANT-OK
               WHEN "SKP"
                   ADD 1 TO WNC-CANT-SKP
               WHEN OTHER
                   ADD 1 TO WNC-CANT-ERR
           END-EVALUATE.
       7100-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE CADNODEF.
           CLOSE CADNOLOG.
       9999-FINAL-EXIT.
           EXIT.
