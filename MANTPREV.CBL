       IDENTIFICATION DIVISION.
       PROGRAM-ID.       MANTPREV.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Mantenimiento preventivo de equipos de planta: VEHICULO
      * y VEHALARM cubren los camiones, pero los compresores de
      * camara, la pasteurizadora, las envasadoras y los
      * autoelevadores dados de alta en BIENUSO no tenian plan
      * de mantenimiento, y un compresor parado cuesta una
      * camara llena de producto.
      *   modo P: plan por bien (MANPLAN, clave bien + tarea):
      *           cada tarea se repite cada tantos dias o cada
      *           tantas horas de horometro, con un tecnico
      *           habitual y una anticipacion para emitir la orden
      *           antes del vencimiento;
      *   modo T: tecnicos (MANTEC), propios o contratistas
      *           (proveedor de PROVEE), con su costo por hora;
      *   modo H: lectura del horometro del bien: actualiza todas
      *           sus tareas por horas;
      *   modo G: genera las ordenes de trabajo (MANOT, numeradas
      *           desde NUMERO "ORDMANT ") de las tareas que
      *           vencen dentro de la anticipacion; una tarea con
      *           orden abierta no genera otra;
      *   modo O: orden correctiva por rotura (tarea 0);
      *   modo C: cierre de la orden: tecnico, horas de mano de
      *           obra, horas de equipo parado y repuestos
      *           consumidos, que se descuentan de STOCKSUC y
      *           dejan su movimiento "MAN" en el kardex (STKMOV)
      *           valorizados al costo de CAPPRE. El costo se
      *           contabiliza en DIARIO al centro de costo del
      *           bien y la tarea del plan queda renovada desde la
      *           fecha (u horometro) del cierre;
      *   modo B: atraso: ordenes abiertas vencidas, con los dias
      *           de atraso;
      *   modo I: historia por bien: ordenes cerradas en el rango
      *           de fechas con horas de parada y costo de mano de
      *           obra y repuestos, con total por bien.
      * Cuentas de CTAMAP:
      *   "MANTPREV" debe = gastos de mantenimiento (al centro de
      *              costo del bien), haber = mano de obra de
      *              mantenimiento a pagar/imputar;
      *   "MANTREPU" haber = stock de repuestos.
      * Todo posteo respeta el cierre de periodo (PERCHK).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANPLAN   ASSIGN TO "MANPLAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQN-CLAVE
                             FILE STATUS IS WQN-STATUS.
           SELECT MANTEC    ASSIGN TO "MANTEC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMT-TECNICO
                             FILE STATUS IS WMT-STATUS.
           SELECT MANOT     ASSIGN TO "MANOT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQO-NUMERO
                             ALTERNATE RECORD KEY IS WQO-BIEN
                                 WITH DUPLICATES
                             FILE STATUS IS WQO-STATUS.
           SELECT MANREP    ASSIGN TO "MANREP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQU-CLAVE
                             FILE STATUS IS WQU-STATUS.
           SELECT BIENES    ASSIGN TO "BIENES"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBU-NUMERO
                             FILE STATUS IS WBU-STATUS.
           SELECT STOCKSUC  ASSIGN TO "STOCKSUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCM-ORIGEN
                             FILE STATUS IS WCM-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  MANPLAN.
       01  REG-MANPLAN.
           05  WQN-CLAVE.
               10  WQN-BIEN          PIC 9(04).
               10  WQN-TAREA         PIC 9(02).
           05  WQN-DESCRIPCION       PIC X(30).
           05  WQN-TIPO              PIC X(01).
               88  WQN-POR-DIAS       VALUE "D".
               88  WQN-POR-HORAS      VALUE "H".
           05  WQN-INTERVALO         PIC 9(05).
           05  WQN-ANTICIPACION      PIC 9(04).
           05  WQN-TECNICO           PIC 9(04).
           05  WQN-ULT-FECHA         PIC 9(08).
           05  WQN-ULT-HOROMETRO     PIC 9(07).
           05  WQN-HOROMETRO         PIC 9(07).
           05  WQN-FEC-HOROMETRO     PIC 9(08).
           05  WQN-OT-ABIERTA        PIC 9(08).
           05  WQN-ACTIVA            PIC X(01).
               88  WQN-VIGENTE        VALUE "S".

       FD  MANTEC.
       01  REG-MANTEC.
           05  WMT-TECNICO           PIC 9(04).
           05  WMT-NOMBRE            PIC X(30).
           05  WMT-TIPO              PIC X(01).
               88  WMT-PROPIO         VALUE "P".
               88  WMT-CONTRATISTA    VALUE "C".
           05  WMT-PROVEEDOR         PIC 9(06).
           05  WMT-COSTO-HORA        PIC S9(07)V99.

      *    Orden de trabajo: tarea 0 es correctiva.
       FD  MANOT.
       01  REG-MANOT.
           05  WQO-NUMERO            PIC 9(08).
           05  WQO-BIEN              PIC 9(04).
           05  WQO-TAREA             PIC 9(02).
           05  WQO-DESCRIPCION       PIC X(30).
           05  WQO-FEC-EMISION       PIC 9(08).
           05  WQO-FEC-VENCE         PIC 9(08).
           05  WQO-ESTADO            PIC X(01).
               88  WQO-PENDIENTE      VALUE "P".
               88  WQO-CERRADA        VALUE "C".
           05  WQO-TECNICO           PIC 9(04).
           05  WQO-FEC-CIERRE        PIC 9(08).
           05  WQO-HOROMETRO         PIC 9(07).
           05  WQO-HORAS-MO          PIC 9(04)V99.
           05  WQO-HORAS-PARADA      PIC 9(04)V99.
           05  WQO-COSTO-MO          PIC S9(09)V99.
           05  WQO-COSTO-REPUESTOS   PIC S9(09)V99.
           05  WQO-CCOSTO            PIC X(03).
           05  WQO-ASIENTO           PIC 9(08).

      *    Repuestos consumidos por la orden.
       FD  MANREP.
       01  REG-MANREP.
           05  WQU-CLAVE.
               10  WQU-NUMERO        PIC 9(08).
               10  WQU-SECUENCIA     PIC 9(03).
           05  WQU-SUCURSAL          PIC 9(02).
           05  WQU-ARTICULO          PIC 9(06).
           05  WQU-CANTIDAD          PIC S9(07)V99.
           05  WQU-COSTO-UNITARIO    PIC S9(07)V99.

       FD  BIENES.
       01  REG-BIENES.
           05  WBU-NUMERO            PIC 9(04).
           05  WBU-DESCRIPCION       PIC X(30).
           05  WBU-FEC-ADQUISICION   PIC 9(08).
           05  WBU-VALOR-ORIGEN      PIC S9(11)V99.
           05  WBU-VIDA-UTIL-MESES   PIC 9(03).
           05  WBU-CTA-GASTO         PIC X(08).
           05  WBU-CTA-ACUMULADA     PIC X(08).
           05  WBU-AMORT-ACUMULADA   PIC S9(11)V99.
           05  WBU-ULT-PERIODO       PIC 9(06).
           05  WBU-CCOSTO            PIC X(03).

       FD  STOCKSUC.
       01  REG-STOCKSUC.
           05  WSS-CLAVE.
               10  WSS-SUCURSAL      PIC 9(02).
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
           05  WCM-CUENTA-DEBE       PIC X(08).
           05  WCM-CUENTA-HABER      PIC X(08).
           05  WCM-CCOSTO            PIC X(03).

       FD  DIARIO.
       01  REG-DIARIO.
           05  WDI-CLAVE.
               10  WDI-ASIENTO       PIC 9(08).
               10  WDI-RENGLON       PIC 9(02).
           05  WDI-FECHA             PIC 9(08).
           05  WDI-CUENTA-PCTA       PIC X(08).
           05  WDI-DEBE              PIC S9(11)V99.
           05  WDI-HABER             PIC S9(11)V99.
           05  WDI-ORIGEN            PIC X(08).
           05  WDI-REFERENCIA        PIC 9(08).
           05  WDI-CCOSTO            PIC X(03).
           05  WDI-EMPRESA           PIC 9(04).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "MANTPREV".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WQN-STATUS                PIC X(02).
       77  WMT-STATUS                PIC X(02).
       77  WQO-STATUS                PIC X(02).
       77  WQU-STATUS                PIC X(02).
       77  WBU-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WQM-MODO-PARAM            PIC X(01).
       77  WQM-BIEN-PARAM            PIC 9(04).
       77  WQM-TAREA-PARAM           PIC 9(02).
       77  WQM-TECNICO-PARAM         PIC 9(04).
       77  WQM-NUMERO-PARAM          PIC 9(08).
       77  WQM-HOROMETRO-PARAM       PIC 9(07).
       77  WQM-FECHA-PARAM           PIC 9(08).
       77  WQM-DESDE-PARAM           PIC 9(08).
       77  WQM-HASTA-PARAM           PIC 9(08).
       77  WQM-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WQM-SUCURSAL-PARAM        PIC 9(02).
       77  WQM-ARTICULO-PARAM        PIC 9(06).
       77  WQM-CANTIDAD-PARAM        PIC S9(07)V99.
       77  WQM-OPERADOR-PARAM        PIC X(08).
       77  WQM-CONFIRMA              PIC X(01).
       77  WQM-HALLADO               PIC X(01).
       77  WQM-HOY                   PIC 9(08).
       77  WQM-LINEA                 PIC 9(02).
       77  WQM-DIAS                  PIC S9(05).
       77  WQM-HORAS-USO             PIC S9(07).
       77  WQM-VENCE                 PIC 9(08).
       77  WQM-EMITE                 PIC X(01).
       77  WQM-SECUENCIA             PIC 9(03).
       77  WQM-FIN-REPUESTOS         PIC X(01).
       77  WQM-COSTO-TOTAL           PIC S9(11)V99.
       77  WQM-CTA-GASTO             PIC X(08).
       77  WQM-CTA-MANO-OBRA         PIC X(08).
       77  WQM-CTA-REPUESTOS         PIC X(08).
       77  WQM-CCOSTO-GASTO          PIC X(03).
       77  WQM-RENGLON               PIC 9(02).
       77  WQM-CUENTA                PIC X(08).
       77  WQM-CCOSTO                PIC X(03).
       77  WQM-MOVIMIENTO            PIC S9(13)V99.
       77  WQM-PERIODO-ABIERTO       PIC X(01).
       77  WQM-MODO-PROVEE           PIC X(01) VALUE "C".
       77  WQM-RAZON-SOCIAL          PIC X(30).
       77  WQM-COND-IVA              PIC X(02).
       77  WQM-PLAZO-PAGO            PIC 9(03).
       77  WQM-BIEN-ANT              PIC 9(04).
       77  WQM-CANT-ORDENES          PIC 9(05) VALUE 0.
       77  WQM-BIEN-PARADA           PIC 9(07)V99 VALUE 0.
       77  WQM-BIEN-MO               PIC S9(11)V99 VALUE 0.
       77  WQM-BIEN-REP              PIC S9(11)V99 VALUE 0.
       77  WQM-TOT-PARADA            PIC 9(07)V99 VALUE 0.
       77  WQM-TOT-MO                PIC S9(11)V99 VALUE 0.
       77  WQM-TOT-REP               PIC S9(11)V99 VALUE 0.
       77  WQM-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WQM-KDX-TIPO              PIC X(03) VALUE "MAN".
       77  WQM-KDX-DOCUMENTO         PIC X(12).
       77  WQM-KDX-CANTIDAD          PIC S9(07)V99.
       77  WQM-KDX-CLAVE             PIC X(22).
       77  WQM-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WQM-ERROR                 PIC X(01) VALUE "N".
           88  WQM-HUBO-ERROR         VALUE "S".
       77  EOF-MANPLAN                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MANPLAN     VALUE "S".
       77  EOF-MANOT                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MANOT       VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  T-TITULO           PIC X(40).
           05  FILLER             PIC X(07) VALUE "FECHA ".
           05  T-FECHA            PIC 9(08).

       01  LIN-CAB-ATRASO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "ORDEN".
           05  FILLER             PIC X(27) VALUE "BIEN".
           05  FILLER             PIC X(27) VALUE "TAREA".
           05  FILLER             PIC X(10) VALUE "VENCE".
           05  FILLER             PIC X(08) VALUE "  ATRASO".
           05  FILLER             PIC X(06) VALUE "  TEC.".

       01  LIN-ATRASO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-NUMERO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-BIEN                PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  A-BIEN-DESC           PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-TAREA               PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  A-TAREA-DESC          PIC X(22).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-VENCE               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-DIAS                PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  A-TECNICO             PIC ZZZ9.

       01  LIN-CAB-HISTORIA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "ORDEN".
           05  FILLER             PIC X(10) VALUE "CIERRE".
           05  FILLER             PIC X(27) VALUE "TAREA".
           05  FILLER             PIC X(10) VALUE "  H.PARADA".
           05  FILLER             PIC X(16) VALUE "   MANO DE OBRA".
           05  FILLER             PIC X(16) VALUE "      REPUESTOS".
           05  FILLER             PIC X(16) VALUE "          TOTAL".

       01  LIN-BIEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "BIEN ".
           05  B-BIEN                PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  B-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "C.COSTO".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  B-CCOSTO              PIC X(03).

       01  LIN-HISTORIA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-NUMERO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-CIERRE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-TAREA               PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  H-TAREA-DESC          PIC X(24).
           05  H-PARADA              PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  H-MANO-OBRA           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-REPUESTOS           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-TOTAL               PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       MANPLAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MANPLAN.
           DISPLAY "ERROR E/S MANPLAN: " WQN-STATUS.
       MANTEC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MANTEC.
           DISPLAY "ERROR E/S MANTEC: " WMT-STATUS.
       MANOT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MANOT.
           DISPLAY "ERROR E/S MANOT: " WQO-STATUS.
       MANREP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MANREP.
           DISPLAY "ERROR E/S MANREP: " WQU-STATUS.
       BIENES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BIENES.
           DISPLAY "ERROR E/S BIENES: " WBU-STATUS.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQM-MODO-PARAM
               WHEN "P"
                   PERFORM 2000-PLAN THRU 2000-PLAN-EXIT
               WHEN "T"
                   PERFORM 2500-TECNICO THRU 2500-TECNICO-EXIT
               WHEN "H"
                   PERFORM 2700-HOROMETRO THRU 2700-HOROMETRO-EXIT
               WHEN "G"
                   PERFORM 3000-GENERAR THRU 3000-GENERAR-EXIT
               WHEN "O"
                   PERFORM 3500-CORRECTIVA THRU 3500-CORRECTIVA-EXIT
               WHEN "C"
                   PERFORM 4000-CERRAR THRU 4000-CERRAR-EXIT
               WHEN "B"
                   PERFORM 5000-ATRASO THRU 5000-ATRASO-EXIT
               WHEN "I"
                   PERFORM 6000-HISTORIA THRU 6000-HISTORIA-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (P=PLAN T=TECNICO H=HOROMETRO G=GENERA OT"
               LINE 5 POSITION 5.
           DISPLAY "      O=CORRECTIVA C=CIERRE B=ATRASO I=HISTORIA): "
               LINE 6 POSITION 5.
           ACCEPT WQM-MODO-PARAM LINE 6 POSITION 56.
           ACCEPT WQM-HOY FROM DATE YYYYMMDD.
           OPEN I-O MANPLAN.
           IF WQN-STATUS = "35"
               CLOSE MANPLAN
               OPEN OUTPUT MANPLAN
               CLOSE MANPLAN
               OPEN I-O MANPLAN
           END-IF.
           OPEN I-O MANTEC.
           IF WMT-STATUS = "35"
               CLOSE MANTEC
               OPEN OUTPUT MANTEC
               CLOSE MANTEC
               OPEN I-O MANTEC
           END-IF.
           OPEN I-O MANOT.
           IF WQO-STATUS = "35"
               CLOSE MANOT
               OPEN OUTPUT MANOT
               CLOSE MANOT
               OPEN I-O MANOT
           END-IF.
           OPEN I-O MANREP.
           IF WQU-STATUS = "35"
               CLOSE MANREP
               OPEN OUTPUT MANREP
               CLOSE MANREP
               OPEN I-O MANREP
           END-IF.
           OPEN INPUT BIENES.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.

      *----------------------------------------------------------
      * Plan de mantenimiento de un bien.
      *----------------------------------------------------------
       2000-PLAN.
           DISPLAY "BIEN DE USO ...............: " LINE 8 POSITION 5.
           ACCEPT WQM-BIEN-PARAM LINE 8 POSITION 35.
           MOVE WQM-BIEN-PARAM TO WBU-NUMERO.
           READ BIENES KEY IS WBU-NUMERO
               INVALID KEY
                   DISPLAY "BIEN INEXISTENTE EN BIENUSO"
                       LINE 22 POSITION 5
                   GO TO 2000-PLAN-EXIT
           END-READ.
           DISPLAY WBU-DESCRIPCION LINE 8 POSITION 43.
           DISPLAY "TAREA (1-99) ..............: " LINE 9 POSITION 5.
           ACCEPT WQM-TAREA-PARAM LINE 9 POSITION 35.
           IF WQM-TAREA-PARAM = 0
               DISPLAY "LA TAREA 0 ES LA CORRECTIVA" LINE 22 POSITION 5
               GO TO 2000-PLAN-EXIT
           END-IF.
           MOVE WQM-BIEN-PARAM  TO WQN-BIEN.
           MOVE WQM-TAREA-PARAM TO WQN-TAREA.
           MOVE "S" TO WQM-HALLADO.
           READ MANPLAN KEY IS WQN-CLAVE
               INVALID KEY
                   MOVE "N" TO WQM-HALLADO
                   INITIALIZE REG-MANPLAN
                   MOVE WQM-BIEN-PARAM  TO WQN-BIEN
                   MOVE WQM-TAREA-PARAM TO WQN-TAREA
                   MOVE "D"             TO WQN-TIPO
                   MOVE "S"             TO WQN-ACTIVA
                   MOVE WQM-HOY         TO WQN-ULT-FECHA
           END-READ.
           DISPLAY "DESCRIPCION ...............: " WQN-DESCRIPCION
               LINE 10 POSITION 5.
           ACCEPT WQN-DESCRIPCION LINE 10 POSITION 35.
           DISPLAY "FRECUENCIA (D=DIAS H=HORAS): " WQN-TIPO
               LINE 11 POSITION 5.
           ACCEPT WQN-TIPO LINE 11 POSITION 35.
           IF NOT WQN-POR-DIAS AND NOT WQN-POR-HORAS
               DISPLAY "FRECUENCIA INVALIDA" LINE 22 POSITION 5
               GO TO 2000-PLAN-EXIT
           END-IF.
           DISPLAY "CADA (DIAS U HORAS) .......: " WQN-INTERVALO
               LINE 12 POSITION 5.
           ACCEPT WQN-INTERVALO LINE 12 POSITION 35.
           IF WQN-INTERVALO = 0
               DISPLAY "INTERVALO INVALIDO" LINE 22 POSITION 5
               GO TO 2000-PLAN-EXIT
           END-IF.
           DISPLAY "ANTICIPACION (DIAS/HORAS) .: " WQN-ANTICIPACION
               LINE 13 POSITION 5.
           ACCEPT WQN-ANTICIPACION LINE 13 POSITION 35.
           DISPLAY "TECNICO HABITUAL ..........: " WQN-TECNICO
               LINE 14 POSITION 5.
           ACCEPT WQN-TECNICO LINE 14 POSITION 35.
           IF WQN-TECNICO NOT = 0
               MOVE WQN-TECNICO TO WMT-TECNICO
               READ MANTEC KEY IS WMT-TECNICO
                   INVALID KEY
                       DISPLAY "TECNICO INEXISTENTE" LINE 22 POSITION 5
                       GO TO 2000-PLAN-EXIT
               END-READ
           END-IF.
           DISPLAY "ULTIMA REALIZACION (FECHA) : " WQN-ULT-FECHA
               LINE 15 POSITION 5.
           ACCEPT WQN-ULT-FECHA LINE 15 POSITION 35.
           IF WQN-POR-HORAS
               DISPLAY "ULTIMA REALIZACION (HORAS) : "
                   WQN-ULT-HOROMETRO LINE 16 POSITION 5
               ACCEPT WQN-ULT-HOROMETRO LINE 16 POSITION 35
           END-IF.
           DISPLAY "VIGENTE (S/N) .............: " WQN-ACTIVA
               LINE 17 POSITION 5.
           ACCEPT WQN-ACTIVA LINE 17 POSITION 35.
           DISPLAY "CONFIRMA (S/N): " LINE 23 POSITION 5.
           ACCEPT WQM-CONFIRMA LINE 23 POSITION 22.
           IF WQM-CONFIRMA NOT = "S"
               DISPLAY "NO SE GRABO" LINE 22 POSITION 5
               GO TO 2000-PLAN-EXIT
           END-IF.
           IF WQM-HALLADO = "S"
               REWRITE REG-MANPLAN
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MANPLAN"
               END-REWRITE
           ELSE
               WRITE REG-MANPLAN
                   INVALID KEY DISPLAY "NO PUDO GRABAR MANPLAN"
               END-WRITE
           END-IF.
           DISPLAY "TAREA GRABADA" LINE 22 POSITION 5.
       2000-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Tecnicos propios y contratistas.
      *----------------------------------------------------------
       2500-TECNICO.
           DISPLAY "TECNICO ...................: " LINE 8 POSITION 5.
           ACCEPT WQM-TECNICO-PARAM LINE 8 POSITION 35.
           IF WQM-TECNICO-PARAM = 0
               GO TO 2500-TECNICO-EXIT
           END-IF.
           MOVE WQM-TECNICO-PARAM TO WMT-TECNICO.
           MOVE "S" TO WQM-HALLADO.
           READ MANTEC KEY IS WMT-TECNICO
               INVALID KEY
                   MOVE "N" TO WQM-HALLADO
                   INITIALIZE REG-MANTEC
                   MOVE WQM-TECNICO-PARAM TO WMT-TECNICO
                   MOVE "P"               TO WMT-TIPO
           END-READ.
           DISPLAY "NOMBRE ....................: " WMT-NOMBRE
               LINE 9 POSITION 5.
           ACCEPT WMT-NOMBRE LINE 9 POSITION 35.
           DISPLAY "P=PROPIO C=CONTRATISTA ....: " WMT-TIPO
               LINE 10 POSITION 5.
           ACCEPT WMT-TIPO LINE 10 POSITION 35.
           IF NOT WMT-PROPIO AND NOT WMT-CONTRATISTA
               DISPLAY "TIPO INVALIDO" LINE 22 POSITION 5
               GO TO 2500-TECNICO-EXIT
           END-IF.
           MOVE 0 TO WMT-PROVEEDOR.
           IF WMT-CONTRATISTA
               DISPLAY "PROVEEDOR .................: "
                   LINE 11 POSITION 5
               ACCEPT WMT-PROVEEDOR LINE 11 POSITION 35
               MOVE SPACES TO WQM-RAZON-SOCIAL
               CALL "PROVEE" USING WQM-MODO-PROVEE
                                   WMT-PROVEEDOR
                                   WQM-RAZON-SOCIAL
                                   WQM-COND-IVA
                                   WQM-PLAZO-PAGO
               END-CALL
               IF WQM-RAZON-SOCIAL = SPACES
                   DISPLAY "PROVEEDOR INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2500-TECNICO-EXIT
               END-IF
               DISPLAY WQM-RAZON-SOCIAL LINE 11 POSITION 43
           END-IF.
           DISPLAY "COSTO POR HORA ............: " WMT-COSTO-HORA
               LINE 12 POSITION 5.
           ACCEPT WMT-COSTO-HORA LINE 12 POSITION 35.
           IF WQM-HALLADO = "S"
               REWRITE REG-MANTEC
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MANTEC"
               END-REWRITE
           ELSE
               WRITE REG-MANTEC
                   INVALID KEY DISPLAY "NO PUDO GRABAR MANTEC"
               END-WRITE
           END-IF.
           DISPLAY "TECNICO GRABADO" LINE 22 POSITION 5.
       2500-TECNICO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Lectura del horometro: vale para todas las tareas por
      * horas del bien.
      *----------------------------------------------------------
       2700-HOROMETRO.
           DISPLAY "BIEN DE USO ...............: " LINE 8 POSITION 5.
           ACCEPT WQM-BIEN-PARAM LINE 8 POSITION 35.
           DISPLAY "HOROMETRO .................: " LINE 9 POSITION 5.
           ACCEPT WQM-HOROMETRO-PARAM LINE 9 POSITION 35.
           MOVE 0   TO WQM-CANT-ORDENES.
           MOVE "N" TO EOF-MANPLAN.
           MOVE WQM-BIEN-PARAM TO WQN-BIEN.
           MOVE 0              TO WQN-TAREA.
           START MANPLAN KEY IS NOT LESS THAN WQN-CLAVE
               INVALID KEY MOVE "S" TO EOF-MANPLAN
           END-START.
           PERFORM 2710-UNA-TAREA THRU 2710-UNA-TAREA-EXIT
               UNTIL NO-HAY-MAS-MANPLAN.
           DISPLAY "TAREAS ACTUALIZADAS: " WQM-CANT-ORDENES
               LINE 22 POSITION 5.
       2700-HOROMETRO-EXIT.
           EXIT.

       2710-UNA-TAREA.
           READ MANPLAN NEXT RECORD
               AT END MOVE "S" TO EOF-MANPLAN
           END-READ.
           IF NO-HAY-MAS-MANPLAN OR WQN-BIEN NOT = WQM-BIEN-PARAM
               MOVE "S" TO EOF-MANPLAN
               GO TO 2710-UNA-TAREA-EXIT
           END-IF.
           IF NOT WQN-POR-HORAS
               GO TO 2710-UNA-TAREA-EXIT
           END-IF.
           IF WQM-HOROMETRO-PARAM < WQN-HOROMETRO
               DISPLAY "HOROMETRO MENOR AL ANTERIOR EN TAREA "
                   WQN-TAREA LINE 21 POSITION 5
               GO TO 2710-UNA-TAREA-EXIT
           END-IF.
           MOVE WQM-HOROMETRO-PARAM TO WQN-HOROMETRO.
           MOVE WQM-HOY             TO WQN-FEC-HOROMETRO.
           REWRITE REG-MANPLAN
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MANPLAN"
           END-REWRITE.
           ADD 1 TO WQM-CANT-ORDENES.
       2710-UNA-TAREA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Generacion de ordenes de las tareas que vencen.
      *----------------------------------------------------------
       3000-GENERAR.
           MOVE LOW-VALUES TO WQN-CLAVE.
           START MANPLAN KEY IS NOT LESS THAN WQN-CLAVE
               INVALID KEY MOVE "S" TO EOF-MANPLAN
           END-START.
           PERFORM 3100-REVISAR-TAREA THRU 3100-REVISAR-TAREA-EXIT
               UNTIL NO-HAY-MAS-MANPLAN.
           DISPLAY "ORDENES GENERADAS: " WQM-CANT-ORDENES
               LINE 22 POSITION 5.
       3000-GENERAR-EXIT.
           EXIT.

       3100-REVISAR-TAREA.
           READ MANPLAN NEXT RECORD
               AT END
                   MOVE "S" TO EOF-MANPLAN
                   GO TO 3100-REVISAR-TAREA-EXIT
           END-READ.
           IF NOT WQN-VIGENTE OR WQN-OT-ABIERTA NOT = 0
               GO TO 3100-REVISAR-TAREA-EXIT
           END-IF.
           MOVE "N" TO WQM-EMITE.
           IF WQN-POR-DIAS
               COMPUTE WQM-VENCE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WQN-ULT-FECHA)
                    + WQN-INTERVALO)
               COMPUTE WQM-DIAS =
                   FUNCTION INTEGER-OF-DATE (WQM-VENCE) -
                   FUNCTION INTEGER-OF-DATE (WQM-HOY)
               IF WQM-DIAS <= WQN-ANTICIPACION
                   MOVE "S" TO WQM-EMITE
               END-IF
           ELSE
      *        Por horas el vencimiento es la fecha de la lectura
      *        que lo alcanzo (o hoy si aun no se alcanzo).
               COMPUTE WQM-HORAS-USO =
                   WQN-HOROMETRO - WQN-ULT-HOROMETRO
               IF WQM-HORAS-USO + WQN-ANTICIPACION >= WQN-INTERVALO
                   MOVE "S" TO WQM-EMITE
               END-IF
               MOVE WQM-HOY TO WQM-VENCE
               IF WQM-HORAS-USO >= WQN-INTERVALO
                  AND WQN-FEC-HOROMETRO > 0
                   MOVE WQN-FEC-HOROMETRO TO WQM-VENCE
               END-IF
           END-IF.
           IF WQM-EMITE NOT = "S"
               GO TO 3100-REVISAR-TAREA-EXIT
           END-IF.
           MOVE WQN-BIEN        TO WQO-BIEN.
           MOVE WQN-TAREA       TO WQO-TAREA.
           MOVE WQN-DESCRIPCION TO WQO-DESCRIPCION.
           MOVE WQM-VENCE       TO WQO-FEC-VENCE.
           MOVE WQN-TECNICO     TO WQO-TECNICO.
           PERFORM 3900-GRABAR-ORDEN.
           MOVE WQO-NUMERO TO WQN-OT-ABIERTA.
           REWRITE REG-MANPLAN
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MANPLAN"
           END-REWRITE.
       3100-REVISAR-TAREA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Orden correctiva por rotura.
      *----------------------------------------------------------
       3500-CORRECTIVA.
           DISPLAY "BIEN DE USO ...............: " LINE 8 POSITION 5.
           ACCEPT WQM-BIEN-PARAM LINE 8 POSITION 35.
           MOVE WQM-BIEN-PARAM TO WBU-NUMERO.
           READ BIENES KEY IS WBU-NUMERO
               INVALID KEY
                   DISPLAY "BIEN INEXISTENTE EN BIENUSO"
                       LINE 22 POSITION 5
                   GO TO 3500-CORRECTIVA-EXIT
           END-READ.
           DISPLAY WBU-DESCRIPCION LINE 8 POSITION 43.
           MOVE SPACES TO WQO-DESCRIPCION.
           DISPLAY "FALLA .....................: " LINE 9 POSITION 5.
           ACCEPT WQO-DESCRIPCION LINE 9 POSITION 35.
           DISPLAY "TECNICO ...................: " LINE 10 POSITION 5.
           ACCEPT WQM-TECNICO-PARAM LINE 10 POSITION 35.
           MOVE WQM-BIEN-PARAM    TO WQO-BIEN.
           MOVE 0                 TO WQO-TAREA.
           MOVE WQM-HOY           TO WQO-FEC-VENCE.
           MOVE WQM-TECNICO-PARAM TO WQO-TECNICO.
           PERFORM 3900-GRABAR-ORDEN.
           DISPLAY "ORDEN CORRECTIVA " WQO-NUMERO LINE 22 POSITION 5.
       3500-CORRECTIVA-EXIT.
           EXIT.

       3900-GRABAR-ORDEN.
           MOVE "ORDMANT " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO TO WQO-NUMERO.
           MOVE WQM-HOY           TO WQO-FEC-EMISION.
           MOVE "P"               TO WQO-ESTADO.
           MOVE 0                 TO WQO-FEC-CIERRE.
           MOVE 0                 TO WQO-HOROMETRO.
           MOVE 0                 TO WQO-HORAS-MO.
           MOVE 0                 TO WQO-HORAS-PARADA.
           MOVE 0                 TO WQO-COSTO-MO.
           MOVE 0                 TO WQO-COSTO-REPUESTOS.
           MOVE SPACES            TO WQO-CCOSTO.
           MOVE 0                 TO WQO-ASIENTO.
           WRITE REG-MANOT
               INVALID KEY DISPLAY "NO PUDO GRABAR MANOT"
           END-WRITE.
           ADD 1 TO WQM-CANT-ORDENES.

      *----------------------------------------------------------
      * Cierre de la orden con mano de obra, parada y repuestos.
      *----------------------------------------------------------
       4000-CERRAR.
           DISPLAY "ORDEN DE TRABAJO ..........: " LINE 8 POSITION 5.
           ACCEPT WQM-NUMERO-PARAM LINE 8 POSITION 35.
           MOVE WQM-NUMERO-PARAM TO WQO-NUMERO.
           READ MANOT KEY IS WQO-NUMERO
               INVALID KEY
                   DISPLAY "ORDEN INEXISTENTE" LINE 22 POSITION 5
                   GO TO 4000-CERRAR-EXIT
           END-READ.
           IF NOT WQO-PENDIENTE
               DISPLAY "LA ORDEN YA ESTA CERRADA" LINE 22 POSITION 5
               GO TO 4000-CERRAR-EXIT
           END-IF.
           MOVE WQO-BIEN TO WBU-NUMERO.
           READ BIENES KEY IS WBU-NUMERO
               INVALID KEY
                   MOVE SPACES TO WBU-DESCRIPCION
                   MOVE SPACES TO WBU-CCOSTO
           END-READ.
           DISPLAY WBU-DESCRIPCION " - " WQO-DESCRIPCION
               LINE 8 POSITION 45.
           DISPLAY "FECHA DE CIERRE ...........: " LINE 9 POSITION 5.
           ACCEPT WQM-FECHA-PARAM LINE 9 POSITION 35.
           IF WQM-FECHA-PARAM = 0
               MOVE WQM-HOY TO WQM-FECHA-PARAM
           END-IF.
           CALL "PERCHK" USING WQM-EMPRESA-PARAM
                               WQM-FECHA-PARAM
                               WQM-PERIODO-ABIERTO
           END-CALL.
           IF WQM-PERIODO-ABIERTO = "N"
               GO TO 4000-CERRAR-EXIT
           END-IF.
           DISPLAY "TECNICO ...................: " WQO-TECNICO
               LINE 10 POSITION 5.
           ACCEPT WQO-TECNICO LINE 10 POSITION 35.
           MOVE WQO-TECNICO TO WMT-TECNICO.
           READ MANTEC KEY IS WMT-TECNICO
               INVALID KEY
                   DISPLAY "TECNICO INEXISTENTE" LINE 22 POSITION 5
                   GO TO 4000-CERRAR-EXIT
           END-READ.
           DISPLAY WMT-NOMBRE LINE 10 POSITION 43.
           DISPLAY "HORAS DE MANO DE OBRA .....: " LINE 11 POSITION 5.
           ACCEPT WQO-HORAS-MO LINE 11 POSITION 35.
           DISPLAY "HORAS DE EQUIPO PARADO ....: " LINE 12 POSITION 5.
           ACCEPT WQO-HORAS-PARADA LINE 12 POSITION 35.
           MOVE 0 TO WQM-HOROMETRO-PARAM.
           IF WQO-TAREA NOT = 0
               MOVE WQO-BIEN  TO WQN-BIEN
               MOVE WQO-TAREA TO WQN-TAREA
               READ MANPLAN KEY IS WQN-CLAVE
                   INVALID KEY MOVE "D" TO WQN-TIPO
               END-READ
               IF WQN-POR-HORAS
                   MOVE WQN-HOROMETRO TO WQM-HOROMETRO-PARAM
                   DISPLAY "HOROMETRO AL CIERRE .......: "
                       WQM-HOROMETRO-PARAM LINE 13 POSITION 5
                   ACCEPT WQM-HOROMETRO-PARAM LINE 13 POSITION 35
               END-IF
           END-IF.
           DISPLAY "OPERADOR ..................: " LINE 14 POSITION 5.
           ACCEPT WQM-OPERADOR-PARAM LINE 14 POSITION 35.
           DISPLAY "CONFIRMA EL CIERRE (S/N): " LINE 23 POSITION 5.
           ACCEPT WQM-CONFIRMA LINE 23 POSITION 32.
           IF WQM-CONFIRMA NOT = "S"
               GO TO 4000-CERRAR-EXIT
           END-IF.
           COMPUTE WQO-COSTO-MO ROUNDED =
               WQO-HORAS-MO * WMT-COSTO-HORA.
           MOVE 0 TO WQO-COSTO-REPUESTOS.
           OPEN I-O STOCKSUC.
           OPEN INPUT CAPPRE.
           MOVE 0   TO WQM-SECUENCIA.
           MOVE "N" TO WQM-FIN-REPUESTOS.
           DISPLAY "REPUESTOS (ARTICULO 0 = FIN)" LINE 15 POSITION 5.
           PERFORM 4100-REPUESTO THRU 4100-REPUESTO-EXIT
               UNTIL WQM-FIN-REPUESTOS = "S".
           CLOSE STOCKSUC.
           CLOSE CAPPRE.
           MOVE "C"                 TO WQO-ESTADO.
           MOVE WQM-FECHA-PARAM     TO WQO-FEC-CIERRE.
           MOVE WQM-HOROMETRO-PARAM TO WQO-HOROMETRO.
           MOVE WBU-CCOSTO          TO WQO-CCOSTO.
           PERFORM 4500-ASIENTO-ORDEN THRU 4500-ASIENTO-ORDEN-EXIT.
           REWRITE REG-MANOT
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MANOT"
           END-REWRITE.
           IF WQO-TAREA NOT = 0
               PERFORM 4800-RENOVAR-TAREA
           END-IF.
           COMPUTE WQM-COSTO-TOTAL =
               WQO-COSTO-MO + WQO-COSTO-REPUESTOS.
           DISPLAY "ORDEN CERRADA - COSTO " WQM-COSTO-TOTAL
               LINE 22 POSITION 5.
       4000-CERRAR-EXIT.
           EXIT.

      *    Cada repuesto baja de STOCKSUC y deja su movimiento en
      *    el kardex con la orden como documento.
       4100-REPUESTO.
           DISPLAY "SUCURSAL/ARTICULO/CANTIDAD : " LINE 16 POSITION 5.
           ACCEPT WQM-SUCURSAL-PARAM LINE 16 POSITION 35.
           ACCEPT WQM-ARTICULO-PARAM LINE 16 POSITION 39.
           IF WQM-ARTICULO-PARAM = 0
               MOVE "S" TO WQM-FIN-REPUESTOS
               GO TO 4100-REPUESTO-EXIT
           END-IF.
           ACCEPT WQM-CANTIDAD-PARAM LINE 16 POSITION 47.
           IF WQM-CANTIDAD-PARAM NOT > 0
               DISPLAY "CANTIDAD DEBE SER POSITIVA" LINE 22 POSITION 5
               GO TO 4100-REPUESTO-EXIT
           END-IF.
           MOVE WQM-ARTICULO-PARAM TO WCP-ARTICULO.
           READ CAPPRE KEY IS WCP-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO SIN COSTO EN CAPPRE"
                       LINE 21 POSITION 5
                   MOVE 0 TO WCP-COSTO
           END-READ.
           MOVE WQM-SUCURSAL-PARAM TO WSS-SUCURSAL.
           MOVE WQM-ARTICULO-PARAM TO WSS-ARTICULO.
           READ STOCKSUC KEY IS WSS-CLAVE
               INVALID KEY MOVE 0 TO WSS-CANT-ACTUAL
           END-READ.
           SUBTRACT WQM-CANTIDAD-PARAM FROM WSS-CANT-ACTUAL.
           REWRITE REG-STOCKSUC
               INVALID KEY
                   WRITE REG-STOCKSUC
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           ADD 1 TO WQM-SECUENCIA.
           MOVE WQO-NUMERO         TO WQU-NUMERO.
           MOVE WQM-SECUENCIA      TO WQU-SECUENCIA.
           MOVE WQM-SUCURSAL-PARAM TO WQU-SUCURSAL.
           MOVE WQM-ARTICULO-PARAM TO WQU-ARTICULO.
           MOVE WQM-CANTIDAD-PARAM TO WQU-CANTIDAD.
           MOVE WCP-COSTO          TO WQU-COSTO-UNITARIO.
           WRITE REG-MANREP
               INVALID KEY DISPLAY "NO PUDO GRABAR MANREP"
           END-WRITE.
           COMPUTE WQO-COSTO-REPUESTOS ROUNDED =
               WQO-COSTO-REPUESTOS + WQM-CANTIDAD-PARAM * WCP-COSTO.
           MOVE SPACES TO WQM-KDX-DOCUMENTO.
           MOVE WQO-NUMERO TO WQM-KDX-DOCUMENTO (1:8).
           COMPUTE WQM-KDX-CANTIDAD = 0 - WQM-CANTIDAD-PARAM.
           CALL "STKMOV" USING WQM-SUCURSAL-PARAM
                               WQM-KDX-DEPOSITO
                               WQM-ARTICULO-PARAM
                               WQM-KDX-TIPO
                               WQM-KDX-DOCUMENTO
                               WQM-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WQM-OPERADOR-PARAM
                               WQM-KDX-CLAVE
           END-CALL.
           DISPLAY "REPUESTOS CARGADOS: " WQM-SECUENCIA
               LINE 17 POSITION 5.
       4100-REPUESTO-EXIT.
           EXIT.

      *    Gasto al centro de costo del bien contra la mano de
      *    obra y el stock de repuestos.
       4500-ASIENTO-ORDEN.
           COMPUTE WQM-COSTO-TOTAL =
               WQO-COSTO-MO + WQO-COSTO-REPUESTOS.
           IF WQM-COSTO-TOTAL = 0
               GO TO 4500-ASIENTO-ORDEN-EXIT
           END-IF.
           PERFORM 7000-ABRIR-CONTABLE.
           MOVE "MANTPREV" TO WCM-ORIGEN.
           PERFORM 7100-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WQM-CTA-GASTO.
           MOVE WCM-CUENTA-HABER TO WQM-CTA-MANO-OBRA.
           MOVE WBU-CCOSTO       TO WQM-CCOSTO-GASTO.
           IF WQM-CCOSTO-GASTO = SPACES
               MOVE WCM-CCOSTO TO WQM-CCOSTO-GASTO
           END-IF.
           MOVE "MANTREPU" TO WCM-ORIGEN.
           PERFORM 7100-LEER-MAPEO.
           MOVE WCM-CUENTA-HABER TO WQM-CTA-REPUESTOS.
           IF WQM-HUBO-ERROR
               DISPLAY "ORDEN CERRADA SIN CONTABILIZAR"
                   LINE 21 POSITION 5
               GO TO 4500-ASIENTO-CIERRA
           END-IF.
           PERFORM 7200-NUMERAR.
           MOVE WNU-ULTIMO-NUMERO TO WQO-ASIENTO.
           MOVE WQM-CTA-GASTO     TO WQM-CUENTA.
           MOVE WQM-CCOSTO-GASTO  TO WQM-CCOSTO.
           MOVE WQM-COSTO-TOTAL   TO WQM-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE SPACES            TO WQM-CCOSTO.
           MOVE WQM-CTA-MANO-OBRA TO WQM-CUENTA.
           COMPUTE WQM-MOVIMIENTO = 0 - WQO-COSTO-MO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WQM-CTA-REPUESTOS TO WQM-CUENTA.
           COMPUTE WQM-MOVIMIENTO = 0 - WQO-COSTO-REPUESTOS.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
       4500-ASIENTO-CIERRA.
           PERFORM 7900-CERRAR-CONTABLE.
       4500-ASIENTO-ORDEN-EXIT.
           EXIT.

      *    La tarea vuelve a contar desde el cierre.
       4800-RENOVAR-TAREA.
           MOVE WQO-BIEN  TO WQN-BIEN.
           MOVE WQO-TAREA TO WQN-TAREA.
           READ MANPLAN KEY IS WQN-CLAVE
               INVALID KEY
                   DISPLAY "TAREA DEL PLAN INEXISTENTE"
                       LINE 21 POSITION 5
               NOT INVALID KEY
                   MOVE WQM-FECHA-PARAM TO WQN-ULT-FECHA
                   IF WQN-POR-HORAS
                       MOVE WQM-HOROMETRO-PARAM TO WQN-ULT-HOROMETRO
                       IF WQM-HOROMETRO-PARAM > WQN-HOROMETRO
                           MOVE WQM-HOROMETRO-PARAM TO WQN-HOROMETRO
                           MOVE WQM-FECHA-PARAM TO WQN-FEC-HOROMETRO
                       END-IF
                   END-IF
                   MOVE 0 TO WQN-OT-ABIERTA
                   REWRITE REG-MANPLAN
                       INVALID KEY
                           DISPLAY "NO PUDO ACTUALIZAR MANPLAN"
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------
      * Atraso: ordenes abiertas vencidas.
      *----------------------------------------------------------
       5000-ATRASO.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "ORDENES DE MANTENIMIENTO VENCIDAS" TO T-TITULO.
           MOVE WQM-HOY TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-ATRASO AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE 0 TO WQM-CANT-ORDENES.
           MOVE 0 TO WQO-NUMERO.
           START MANOT KEY IS NOT LESS THAN WQO-NUMERO
               INVALID KEY MOVE "S" TO EOF-MANOT
           END-START.
           PERFORM 5100-ORDEN-VENCIDA THRU 5100-ORDEN-VENCIDA-EXIT
               UNTIL NO-HAY-MAS-MANOT.
           MOVE SPACES TO LIN-LISTADO.
           STRING "ORDENES VENCIDAS: " WQM-CANT-ORDENES
               DELIMITED BY SIZE INTO LIN-LISTADO
           END-STRING.
           WRITE LIN-LISTADO AFTER 2.
           DISPLAY "ORDENES VENCIDAS: " WQM-CANT-ORDENES
               LINE 22 POSITION 5.
       5000-ATRASO-EXIT.
           EXIT.

       5100-ORDEN-VENCIDA.
           READ MANOT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-MANOT
                   GO TO 5100-ORDEN-VENCIDA-EXIT
           END-READ.
           IF NOT WQO-PENDIENTE OR WQO-FEC-VENCE NOT < WQM-HOY
               GO TO 5100-ORDEN-VENCIDA-EXIT
           END-IF.
           MOVE WQO-BIEN TO WBU-NUMERO.
           READ BIENES KEY IS WBU-NUMERO
               INVALID KEY MOVE SPACES TO WBU-DESCRIPCION
           END-READ.
           COMPUTE WQM-DIAS =
               FUNCTION INTEGER-OF-DATE (WQM-HOY) -
               FUNCTION INTEGER-OF-DATE (WQO-FEC-VENCE).
           MOVE WQO-NUMERO      TO A-NUMERO.
           MOVE WQO-BIEN        TO A-BIEN.
           MOVE WBU-DESCRIPCION TO A-BIEN-DESC.
           MOVE WQO-TAREA       TO A-TAREA.
           MOVE WQO-DESCRIPCION TO A-TAREA-DESC.
           MOVE WQO-FEC-VENCE   TO A-VENCE.
           MOVE WQM-DIAS        TO A-DIAS.
           MOVE WQO-TECNICO     TO A-TECNICO.
           WRITE LIN-LISTADO FROM LIN-ATRASO AFTER 1.
           ADD 1 TO WQM-CANT-ORDENES.
       5100-ORDEN-VENCIDA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Historia de parada y costo por bien.
      *----------------------------------------------------------
       6000-HISTORIA.
           DISPLAY "BIEN (0 = TODOS) ..........: " LINE 8 POSITION 5.
           ACCEPT WQM-BIEN-PARAM LINE 8 POSITION 35.
           DISPLAY "CERRADAS DESDE (AAAAMMDD) .: " LINE 9 POSITION 5.
           ACCEPT WQM-DESDE-PARAM LINE 9 POSITION 35.
           DISPLAY "CERRADAS HASTA (AAAAMMDD) .: " LINE 10 POSITION 5.
           ACCEPT WQM-HASTA-PARAM LINE 10 POSITION 35.
           IF WQM-HASTA-PARAM = 0
               MOVE WQM-HOY TO WQM-HASTA-PARAM
           END-IF.
           PERFORM 7600-ABRIR-LISTADO.
           MOVE "HISTORIA DE MANTENIMIENTO POR BIEN" TO T-TITULO.
           MOVE WQM-HOY TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-HISTORIA AFTER 2.
           MOVE 0 TO WQM-BIEN-ANT.
           MOVE WQM-BIEN-PARAM TO WQO-BIEN.
           START MANOT KEY IS NOT LESS THAN WQO-BIEN
               INVALID KEY MOVE "S" TO EOF-MANOT
           END-START.
           PERFORM 6100-ORDEN-CERRADA THRU 6100-ORDEN-CERRADA-EXIT
               UNTIL NO-HAY-MAS-MANOT.
           IF WQM-BIEN-ANT NOT = 0
               PERFORM 6300-TOTAL-BIEN
           END-IF.
           MOVE SPACES TO LIN-HISTORIA.
           MOVE "TOTAL GENERAL" TO H-TAREA-DESC.
           MOVE WQM-TOT-PARADA  TO H-PARADA.
           MOVE WQM-TOT-MO      TO H-MANO-OBRA.
           MOVE WQM-TOT-REP     TO H-REPUESTOS.
           COMPUTE WQM-COSTO-TOTAL = WQM-TOT-MO + WQM-TOT-REP.
           MOVE WQM-COSTO-TOTAL TO H-TOTAL.
           WRITE LIN-LISTADO FROM LIN-HISTORIA AFTER 2.
       6000-HISTORIA-EXIT.
           EXIT.

       6100-ORDEN-CERRADA.
           READ MANOT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-MANOT
                   GO TO 6100-ORDEN-CERRADA-EXIT
           END-READ.
           IF WQM-BIEN-PARAM NOT = 0 AND WQO-BIEN NOT = WQM-BIEN-PARAM
               MOVE "S" TO EOF-MANOT
               GO TO 6100-ORDEN-CERRADA-EXIT
           END-IF.
           IF NOT WQO-CERRADA
              OR WQO-FEC-CIERRE < WQM-DESDE-PARAM
              OR WQO-FEC-CIERRE > WQM-HASTA-PARAM
               GO TO 6100-ORDEN-CERRADA-EXIT
           END-IF.
           IF WQO-BIEN NOT = WQM-BIEN-ANT
               IF WQM-BIEN-ANT NOT = 0
                   PERFORM 6300-TOTAL-BIEN
               END-IF
               PERFORM 6200-CABECERA-BIEN
           END-IF.
           MOVE SPACES              TO LIN-HISTORIA.
           MOVE WQO-NUMERO          TO H-NUMERO.
           MOVE WQO-FEC-CIERRE      TO H-CIERRE.
           MOVE WQO-TAREA           TO H-TAREA.
           MOVE WQO-DESCRIPCION     TO H-TAREA-DESC.
           MOVE WQO-HORAS-PARADA    TO H-PARADA.
           MOVE WQO-COSTO-MO        TO H-MANO-OBRA.
           MOVE WQO-COSTO-REPUESTOS TO H-REPUESTOS.
           COMPUTE WQM-COSTO-TOTAL =
               WQO-COSTO-MO + WQO-COSTO-REPUESTOS.
           MOVE WQM-COSTO-TOTAL     TO H-TOTAL.
           WRITE LIN-LISTADO FROM LIN-HISTORIA AFTER 1.
           ADD WQO-HORAS-PARADA    TO WQM-BIEN-PARADA.
           ADD WQO-COSTO-MO        TO WQM-BIEN-MO.
           ADD WQO-COSTO-REPUESTOS TO WQM-BIEN-REP.
       6100-ORDEN-CERRADA-EXIT.
           EXIT.

       6200-CABECERA-BIEN.
           MOVE WQO-BIEN TO WQM-BIEN-ANT.
           MOVE WQO-BIEN TO WBU-NUMERO.
           READ BIENES KEY IS WBU-NUMERO
               INVALID KEY
                   MOVE SPACES TO WBU-DESCRIPCION
                   MOVE SPACES TO WBU-CCOSTO
           END-READ.
           MOVE WQO-BIEN        TO B-BIEN.
           MOVE WBU-DESCRIPCION TO B-DESCRIPCION.
           MOVE WBU-CCOSTO      TO B-CCOSTO.
           WRITE LIN-LISTADO FROM LIN-BIEN AFTER 2.

       6300-TOTAL-BIEN.
           MOVE SPACES          TO LIN-HISTORIA.
           MOVE "TOTAL DEL BIEN" TO H-TAREA-DESC.
           MOVE WQM-BIEN-PARADA TO H-PARADA.
           MOVE WQM-BIEN-MO     TO H-MANO-OBRA.
           MOVE WQM-BIEN-REP    TO H-REPUESTOS.
           COMPUTE WQM-COSTO-TOTAL = WQM-BIEN-MO + WQM-BIEN-REP.
           MOVE WQM-COSTO-TOTAL TO H-TOTAL.
           WRITE LIN-LISTADO FROM LIN-HISTORIA AFTER 1.
           ADD WQM-BIEN-PARADA TO WQM-TOT-PARADA.
           ADD WQM-BIEN-MO     TO WQM-TOT-MO.
           ADD WQM-BIEN-REP    TO WQM-TOT-REP.
           MOVE 0 TO WQM-BIEN-PARADA.
           MOVE 0 TO WQM-BIEN-MO.
           MOVE 0 TO WQM-BIEN-REP.

      *----------------------------------------------------------
      * Contabilidad y listado.
      *----------------------------------------------------------
       7000-ABRIR-CONTABLE.
           MOVE "N" TO WQM-ERROR.
           MOVE 0   TO WQM-RENGLON.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.

       7100-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WQM-ERROR
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

       7200-NUMERAR.
           MOVE "ASIENTO " TO WNU-TIPO-COMP.
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

       7600-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WQM-LISTADO-ABIERTO.

       7900-CERRAR-CONTABLE.
           CLOSE CTAMAP.
           CLOSE DIARIO.

      *    Un renglon del asiento: importe positivo al debe,
      *    negativo al haber, cero no se graba.
       8000-RENGLON.
           IF WQM-MOVIMIENTO = 0
               GO TO 8000-RENGLON-EXIT
           END-IF.
           ADD 1 TO WQM-RENGLON.
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE WQM-RENGLON       TO WDI-RENGLON.
           MOVE WQM-FECHA-PARAM   TO WDI-FECHA.
           MOVE WQM-CUENTA        TO WDI-CUENTA-PCTA.
           IF WQM-MOVIMIENTO > 0
               MOVE WQM-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WQM-MOVIMIENTO
           END-IF.
           MOVE "MANTPREV"        TO WDI-ORIGEN.
           MOVE WQO-NUMERO        TO WDI-REFERENCIA.
           MOVE WQM-CCOSTO        TO WDI-CCOSTO.
           MOVE WQM-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       8000-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE MANPLAN.
           CLOSE MANTEC.
           CLOSE MANOT.
           CLOSE MANREP.
           CLOSE BIENES.
           CLOSE NUMERO.
           IF WQM-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
