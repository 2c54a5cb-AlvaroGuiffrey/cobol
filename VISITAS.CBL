       IDENTIFICATION DIVISION.
       PROGRAM-ID.       VISITAS.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Plan de visitas de preventa y cumplimiento de ruta:
      * PREVENTA solo registra los pedidos que el vendedor
      * levanta, no las visitas sin pedido, y no se distingue al
      * que se salteo media ruta del que visito todo y no le
      * compraron. Con los dias de visita de cada cuenta
      * (VISDIAS, modo D) se arma el plan semanal del vendedor
      * sobre las cuentas de su ruta en ARET (modo G, en
      * VISPLAN). El vendedor registra cada visita (modo R):
      *   P con pedido (tiene que estar capturado en PEDIDOS
      *     para esa entrega; se valoriza con CAPPRE);
      *   N sin pedido, con motivo C cerrado, S con stock,
      *     P precio, K competencia;
      *   V no visitado.
      * El informe semanal (modo I) da por vendedor y ruta lo
      * planificado contra lo visitado, el porcentaje de
      * efectividad (pedidos sobre visitas) y el pedido
      * promedio. Lo que quedo sin registrar cuenta como no
      * visitado.
      * Una cuenta que da competencia como motivo dos veces sin
      * un pedido en el medio queda marcada en REACTCOM y sale
      * en la hoja de reactivacion de INACTCLI.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISDIAS   ASSIGN TO "VISDIAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVI-CUENTA
                             FILE STATUS IS WVI-STATUS.
           SELECT VISPLAN   ASSIGN TO "VISPLAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVP-CLAVE
                             ALTERNATE RECORD KEY IS WVP-CLAVE-VENDEDOR
                             FILE STATUS IS WVP-STATUS.
           SELECT REACTCOM  ASSIGN TO "REACTCOM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVK-CUENTA
                             FILE STATUS IS WVK-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
           SELECT PEDIDOS   ASSIGN TO "PEDIDOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CLAVE
                             FILE STATUS IS WPD-STATUS.
           SELECT PEDIDET   ASSIGN TO "PEDIDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPE-CLAVE
                             FILE STATUS IS WPE-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Dias de visita de la cuenta, de lunes a domingo (S/N).
       FD  VISDIAS.
       01  REG-VISDIAS.
           05  WVI-CUENTA            PIC 9(06).
           05  WVI-DIAS              PIC X(07).
           05  WVI-DIAS-R REDEFINES WVI-DIAS.
               10  WVI-DIA           PIC X(01) OCCURS 7 TIMES.

      *    Una visita planificada; la clave alternativa repite
      *    los datos en orden vendedor/ruta/fecha para el informe.
       FD  VISPLAN.
       01  REG-VISPLAN.
           05  WVP-CLAVE.
               10  WVP-FECHA         PIC 9(08).
               10  WVP-VENDEDOR      PIC X(08).
               10  WVP-RUTA          PIC 9(04).
               10  WVP-CUENTA        PIC 9(06).
           05  WVP-CLAVE-VENDEDOR.
               10  WVP-V-VENDEDOR    PIC X(08).
               10  WVP-V-RUTA        PIC 9(04).
               10  WVP-V-FECHA       PIC 9(08).
               10  WVP-V-CUENTA      PIC 9(06).
           05  WVP-RESULTADO         PIC X(01).
               88  WVP-PENDIENTE      VALUE SPACE.
               88  WVP-CON-PEDIDO     VALUE "P".
               88  WVP-SIN-PEDIDO     VALUE "N".
               88  WVP-NO-VISITADO    VALUE "V".
           05  WVP-MOTIVO            PIC X(01).
               88  WVP-CERRADO        VALUE "C".
               88  WVP-CON-STOCK      VALUE "S".
               88  WVP-PRECIO         VALUE "P".
               88  WVP-COMPETENCIA    VALUE "K".
           05  WVP-FEC-ENTREGA       PIC 9(08).
           05  WVP-IMPORTE           PIC S9(09)V99.
           05  WVP-FEC-REGISTRO      PIC 9(08).

      *    Cuentas que se van con la competencia: motivos K
      *    seguidos sin pedido de por medio.
       FD  REACTCOM.
       01  REG-REACTCOM.
           05  WVK-CUENTA            PIC 9(06).
           05  WVK-CANT-COMPETENCIA  PIC 9(03).
           05  WVK-FEC-ULTIMA        PIC 9(08).
           05  WVK-VENDEDOR          PIC X(08).
           05  WVK-MARCADA           PIC X(01).
               88  WVK-A-REACTIVAR    VALUE "S".

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).

       FD  PEDIDOS.
       01  REG-PEDIDOS.
           05  WPD-CLAVE.
               10  WPD-FEC-ENTREGA   PIC 9(08).
               10  WPD-RUTA          PIC 9(03).
               10  WPD-CUENTA        PIC 9(06).
           05  WPD-ESTADO            PIC X(01).
               88  WPD-ANULADO        VALUE "A".
           05  WPD-VENDEDOR          PIC X(08).
           05  WPD-FEC-CAPTURA       PIC 9(08).

       FD  PEDIDET.
       01  REG-PEDIDET.
           05  WPE-CLAVE.
               10  WPE-FEC-ENTREGA   PIC 9(08).
               10  WPE-RUTA          PIC 9(03).
               10  WPE-CUENTA        PIC 9(06).
               10  WPE-SECUENCIA     PIC 9(03).
           05  WPE-ARTICULO          PIC 9(06).
           05  WPE-CANTIDAD          PIC S9(07)V99.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "VISITAS".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WVI-STATUS                PIC X(02).
       77  WVP-STATUS                PIC X(02).
       77  WVK-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WPE-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WVZ-MODO-PARAM            PIC X(01).
       77  WVZ-CUENTA-PARAM          PIC 9(06).
       77  WVZ-DIAS-PARAM            PIC X(07).
       77  WVZ-VENDEDOR-PARAM        PIC X(08).
       77  WVZ-RUTA-PARAM            PIC 9(04).
       77  WVZ-FECHA-PARAM           PIC 9(08).
       77  WVZ-HOY                   PIC 9(08).
       77  WVZ-DIA-LUNES             PIC 9(08).
       77  WVZ-FEC-DOMINGO           PIC 9(08).
       77  WVZ-DIA-SEMANA            PIC 9(01).
       77  WVZ-IX                    PIC 9(02) COMP.
       77  WVZ-NV                    PIC 9(01) COMP.
       77  WVZ-RESULTADO-CAP         PIC X(01).
       77  WVZ-MOTIVO-CAP            PIC X(01).
       77  WVZ-ENTREGA-CAP           PIC 9(08).
       77  WVZ-IMPORTE-PEDIDO        PIC S9(09)V99.
       77  WVZ-HALLADO               PIC X(01).
       77  WVZ-UMBRAL-COMPETENCIA    PIC 9(03) VALUE 2.
       77  WVZ-CANT-PLANIFICADAS     PIC 9(05) VALUE 0.
       77  WVZ-CANT-YA-PLANIF        PIC 9(05) VALUE 0.
       77  WVZ-CANT-SIN-DIAS         PIC 9(05) VALUE 0.
       77  WVZ-CANT-REGISTRADAS      PIC 9(05) VALUE 0.
       77  WVZ-CANT-MARCADAS         PIC 9(05) VALUE 0.
       77  WVZ-VENDEDOR-CORTE        PIC X(08) VALUE HIGH-VALUES.
       77  WVZ-RUTA-CORTE            PIC 9(04) VALUE 9999.
       77  WVZ-PORC-CUMPLIDO         PIC 9(03)V9.
       77  WVZ-PORC-EFECTIVO         PIC 9(03)V9.
       77  WVZ-PROMEDIO-PEDIDO       PIC S9(09)V99.
       77  WVZ-VISITADAS             PIC 9(05).
       77  EOF-ARET                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ARET        VALUE "S".
       77  EOF-VISPLAN                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-VISPLAN     VALUE "S".
       77  EOF-PEDIDET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PEDIDET     VALUE "S".

      *    Acumuladores del informe: 1 ruta, 2 vendedor, 3 total.
       01  WVZ-ACUMULADORES.
           05  WVZ-NIVEL             OCCURS 3 TIMES.
               10  WVZ-A-PLANIF      PIC 9(05).
               10  WVZ-A-PEDIDOS     PIC 9(05).
               10  WVZ-A-SIN-PEDIDO  PIC 9(05).
               10  WVZ-A-NO-VISIT    PIC 9(05).
               10  WVZ-A-PENDIENTES  PIC 9(05).
               10  WVZ-A-COMPETENCIA PIC 9(05).
               10  WVZ-A-IMPORTE     PIC S9(11)V99.

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE "CUMPLIMIENTO DE VISITAS - SEMANA DEL ".
           05  T-DESDE               PIC 9(08).
           05  FILLER                PIC X(04) VALUE " AL ".
           05  T-HASTA               PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(60) VALUE
               "VENDEDOR  RUTA  PLANIF VISITAS  PEDID SIN P NO VIS ".
           05  FILLER                PIC X(50) VALUE
               " %CUMPL  %EFECT  PEDIDO PROMEDIO  COMPET".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-VENDEDOR            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-RUTA-X              PIC X(05).
           05  D-RUTA REDEFINES D-RUTA-X PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PLANIF              PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-VISITADAS           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PEDIDOS             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SIN-PEDIDO          PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NO-VISIT            PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUMPLIDO            PIC ZZ9.9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-EFECTIVO            PIC ZZ9.9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROMEDIO            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-COMPETENCIA         PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       VISDIAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VISDIAS.
           DISPLAY "ERROR E/S VISDIAS: " WVI-STATUS.
       VISPLAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VISPLAN.
           DISPLAY "ERROR E/S VISPLAN: " WVP-STATUS.
       REACTCOM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REACTCOM.
           DISPLAY "ERROR E/S REACTCOM: " WVK-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       PEDIDOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEDIDOS.
           DISPLAY "ERROR E/S PEDIDOS: " WPD-STATUS.
       PEDIDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEDIDET.
           DISPLAY "ERROR E/S PEDIDET: " WPE-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WVZ-MODO-PARAM
               WHEN "D"
                   PERFORM 2000-DIAS-VISITA
               WHEN "G"
                   PERFORM 3000-GENERAR-PLAN THRU 3000-GENERAR-PLAN-EXIT
               WHEN "R"
                   PERFORM 4000-REGISTRAR THRU 4000-REGISTRAR-EXIT
                       UNTIL NO-HAY-MAS-VISPLAN
                   DISPLAY "VISITAS REGISTRADAS: " WVZ-CANT-REGISTRADAS
                       LINE 20 POSITION 5
                   DISPLAY "CUENTAS MARCADAS A REACTIVAR: "
                       WVZ-CANT-MARCADAS LINE 21 POSITION 5
               WHEN "I"
                   PERFORM 5000-INFORME THRU 5000-INFORME-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (D/G/R/I)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (D=DIAS G=PLAN R=REGISTRO I=INFORME): "
               LINE 5 POSITION 5.
           ACCEPT WVZ-MODO-PARAM LINE 5 POSITION 50.
           EVALUATE WVZ-MODO-PARAM
               WHEN "D"
                   DISPLAY "CUENTA ...........: " LINE 7 POSITION 5
                   ACCEPT WVZ-CUENTA-PARAM LINE 7 POSITION 26
                   DISPLAY "DIAS (LMMJVSD S/N): " LINE 8 POSITION 5
                   ACCEPT WVZ-DIAS-PARAM LINE 8 POSITION 26
               WHEN "G"
                   DISPLAY "VENDEDOR .........: " LINE 7 POSITION 5
                   ACCEPT WVZ-VENDEDOR-PARAM LINE 7 POSITION 26
                   DISPLAY "RUTA .............: " LINE 8 POSITION 5
                   ACCEPT WVZ-RUTA-PARAM LINE 8 POSITION 26
                   DISPLAY "SEMANA (LUNES) ...: " LINE 9 POSITION 5
                   ACCEPT WVZ-FECHA-PARAM LINE 9 POSITION 26
               WHEN "R"
                   DISPLAY "VENDEDOR .........: " LINE 7 POSITION 5
                   ACCEPT WVZ-VENDEDOR-PARAM LINE 7 POSITION 26
                   DISPLAY "FECHA VISITA .....: " LINE 8 POSITION 5
                   ACCEPT WVZ-FECHA-PARAM LINE 8 POSITION 26
               WHEN "I"
                   DISPLAY "SEMANA (LUNES) ...: " LINE 7 POSITION 5
                   ACCEPT WVZ-FECHA-PARAM LINE 7 POSITION 26
                   DISPLAY "VENDEDOR (BLANCO=TODOS): " LINE 8 POSITION 5
                   ACCEPT WVZ-VENDEDOR-PARAM LINE 8 POSITION 31
           END-EVALUATE.
           ACCEPT WVZ-HOY FROM DATE YYYYMMDD.
           OPEN I-O VISDIAS.
           IF WVI-STATUS = "35"
               CLOSE VISDIAS
               OPEN OUTPUT VISDIAS
               CLOSE VISDIAS
               OPEN I-O VISDIAS
           END-IF.
           OPEN I-O VISPLAN.
           IF WVP-STATUS = "35"
               CLOSE VISPLAN
               OPEN OUTPUT VISPLAN
               CLOSE VISPLAN
               OPEN I-O VISPLAN
           END-IF.
           OPEN I-O REACTCOM.
           IF WVK-STATUS = "35"
               CLOSE REACTCOM
               OPEN OUTPUT REACTCOM
               CLOSE REACTCOM
               OPEN I-O REACTCOM
           END-IF.
           OPEN INPUT ARET.
           OPEN INPUT CUENTA.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDIDET.
           OPEN INPUT CAPPRE.
           IF WVZ-MODO-PARAM = "R"
               MOVE WVZ-FECHA-PARAM    TO WVP-FECHA
               MOVE WVZ-VENDEDOR-PARAM TO WVP-VENDEDOR
               MOVE 0                  TO WVP-RUTA
               MOVE 0                  TO WVP-CUENTA
               START VISPLAN KEY IS NOT LESS THAN WVP-CLAVE
                   INVALID KEY MOVE "S" TO EOF-VISPLAN
               END-START
               IF WVP-STATUS NOT = "00"
                   MOVE "S" TO EOF-VISPLAN
               END-IF
           END-IF.

      *----------------------------------------------------------
      * Dias de visita de una cuenta: siete posiciones S/N de
      * lunes a domingo.
      *----------------------------------------------------------
       2000-DIAS-VISITA.
           MOVE WVZ-CUENTA-PARAM TO WVI-CUENTA.
           MOVE WVZ-DIAS-PARAM   TO WVI-DIAS.
           REWRITE REG-VISDIAS
               INVALID KEY
                   WRITE REG-VISDIAS
                       INVALID KEY DISPLAY "NO PUDO GRABAR VISDIAS"
                   END-WRITE
           END-REWRITE.
           DISPLAY "DIAS DE VISITA GRABADOS" LINE 12 POSITION 5.

      *----------------------------------------------------------
      * Plan de la semana: cada cuenta de la ruta en ARET, en
      * cada uno de sus dias de visita. Lo ya planificado no se
      * pisa (se puede regenerar sin perder lo registrado).
      *----------------------------------------------------------
       3000-GENERAR-PLAN.
           COMPUTE WVZ-DIA-LUNES =
               FUNCTION INTEGER-OF-DATE (WVZ-FECHA-PARAM).
           COMPUTE WVZ-DIA-SEMANA =
               FUNCTION MOD (WVZ-DIA-LUNES - 1, 7) + 1.
           IF WVZ-DIA-SEMANA NOT = 1
               DISPLAY "LA SEMANA DEBE EMPEZAR EN LUNES"
                   LINE 12 POSITION 5
               GO TO 3000-GENERAR-PLAN-EXIT
           END-IF.
           MOVE WVZ-RUTA-PARAM TO WAR-RUTA.
           START ARET KEY IS NOT LESS THAN WAR-RUTA
               INVALID KEY MOVE "S" TO EOF-ARET
           END-START.
           IF WAR-STATUS NOT = "00"
               MOVE "S" TO EOF-ARET
           END-IF.
           PERFORM 3100-CUENTA-RUTA THRU 3100-CUENTA-RUTA-EXIT
               UNTIL NO-HAY-MAS-ARET.
           DISPLAY "VISITAS PLANIFICADAS ......: "
               WVZ-CANT-PLANIFICADAS LINE 12 POSITION 5.
           DISPLAY "YA ESTABAN PLANIFICADAS ...: "
               WVZ-CANT-YA-PLANIF LINE 13 POSITION 5.
           DISPLAY "CUENTAS SIN DIAS DE VISITA : "
               WVZ-CANT-SIN-DIAS LINE 14 POSITION 5.
       3000-GENERAR-PLAN-EXIT.
           EXIT.

       3100-CUENTA-RUTA.
           READ ARET NEXT RECORD
               AT END MOVE "S" TO EOF-ARET
           END-READ.
           IF NO-HAY-MAS-ARET
               GO TO 3100-CUENTA-RUTA-EXIT
           END-IF.
           IF WAR-RUTA NOT = WVZ-RUTA-PARAM
               MOVE "S" TO EOF-ARET
               GO TO 3100-CUENTA-RUTA-EXIT
           END-IF.
           MOVE WAR-CUENTA TO WVI-CUENTA.
           READ VISDIAS KEY IS WVI-CUENTA
               INVALID KEY
                   ADD 1 TO WVZ-CANT-SIN-DIAS
                   GO TO 3100-CUENTA-RUTA-EXIT
           END-READ.
           PERFORM 3200-DIA-PLAN
               VARYING WVZ-IX FROM 1 BY 1 UNTIL WVZ-IX > 7.
       3100-CUENTA-RUTA-EXIT.
           EXIT.

       3200-DIA-PLAN.
           IF WVI-DIA (WVZ-IX) = "S"
               MOVE SPACES TO REG-VISPLAN
               COMPUTE WVP-FECHA = FUNCTION DATE-OF-INTEGER
                   (WVZ-DIA-LUNES + WVZ-IX - 1)
               MOVE WVZ-VENDEDOR-PARAM TO WVP-VENDEDOR
               MOVE WVZ-RUTA-PARAM     TO WVP-RUTA
               MOVE WAR-CUENTA         TO WVP-CUENTA
               MOVE WVP-VENDEDOR       TO WVP-V-VENDEDOR
               MOVE WVP-RUTA           TO WVP-V-RUTA
               MOVE WVP-FECHA          TO WVP-V-FECHA
               MOVE WVP-CUENTA         TO WVP-V-CUENTA
               MOVE 0 TO WVP-FEC-ENTREGA WVP-IMPORTE
                         WVP-FEC-REGISTRO
               WRITE REG-VISPLAN
                   INVALID KEY ADD 1 TO WVZ-CANT-YA-PLANIF
                   NOT INVALID KEY ADD 1 TO WVZ-CANT-PLANIFICADAS
               END-WRITE
           END-IF.

      *----------------------------------------------------------
      * Registro de las visitas del dia del vendedor, cuenta por
      * cuenta del plan. Lo ya registrado no se vuelve a pedir;
      * con resultado en blanco la visita queda pendiente.
      *----------------------------------------------------------
       4000-REGISTRAR.
           READ VISPLAN NEXT RECORD
               AT END MOVE "S" TO EOF-VISPLAN
           END-READ.
           IF NO-HAY-MAS-VISPLAN
               GO TO 4000-REGISTRAR-EXIT
           END-IF.
           IF WVP-FECHA NOT = WVZ-FECHA-PARAM
              OR WVP-VENDEDOR NOT = WVZ-VENDEDOR-PARAM
               MOVE "S" TO EOF-VISPLAN
               GO TO 4000-REGISTRAR-EXIT
           END-IF.
           IF NOT WVP-PENDIENTE
               GO TO 4000-REGISTRAR-EXIT
           END-IF.
           MOVE WVP-CUENTA TO WCU-CUENTA.
           MOVE SPACES     TO WCU-NOMBRE.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY CONTINUE
           END-READ.
           DISPLAY SPACES LINE 10 POSITION 1 SIZE 80.
           DISPLAY SPACES LINE 14 POSITION 1 SIZE 80.
           DISPLAY "RUTA " WVP-RUTA "  CUENTA " WVP-CUENTA " "
               WCU-NOMBRE LINE 10 POSITION 5.
           DISPLAY "RESULTADO (P=PEDIDO N=SIN PEDIDO V=NO VISITO): "
               LINE 11 POSITION 5.
           MOVE SPACES TO WVZ-RESULTADO-CAP.
           ACCEPT WVZ-RESULTADO-CAP LINE 11 POSITION 53.
           EVALUATE WVZ-RESULTADO-CAP
               WHEN "P"
                   PERFORM 4100-CON-PEDIDO THRU 4100-CON-PEDIDO-EXIT
               WHEN "N"
                   PERFORM 4200-SIN-PEDIDO THRU 4200-SIN-PEDIDO-EXIT
               WHEN "V"
                   MOVE "V" TO WVP-RESULTADO
                   PERFORM 4900-GRABAR-VISITA
           END-EVALUATE.
       4000-REGISTRAR-EXIT.
           EXIT.

      *    El pedido tiene que estar capturado en PEDIDOS para la
      *    entrega indicada; se valoriza al precio de CAPPRE.
       4100-CON-PEDIDO.
           DISPLAY "FECHA ENTREGA (0=DIA SIGUIENTE): "
               LINE 12 POSITION 5.
           ACCEPT WVZ-ENTREGA-CAP LINE 12 POSITION 40.
           IF WVZ-ENTREGA-CAP = 0
               COMPUTE WVZ-ENTREGA-CAP = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WVP-FECHA) + 1)
           END-IF.
           MOVE WVZ-ENTREGA-CAP TO WPD-FEC-ENTREGA.
           MOVE WVP-RUTA        TO WPD-RUTA.
           MOVE WVP-CUENTA      TO WPD-CUENTA.
           MOVE "S" TO WVZ-HALLADO.
           READ PEDIDOS KEY IS WPD-CLAVE
               INVALID KEY MOVE "N" TO WVZ-HALLADO
           END-READ.
           IF WVZ-HALLADO = "N" OR WPD-ANULADO
               DISPLAY "NO HAY PEDIDO CAPTURADO PARA ESA ENTREGA - "
                   "QUEDA PENDIENTE" LINE 14 POSITION 5
               GO TO 4100-CON-PEDIDO-EXIT
           END-IF.
           MOVE 0 TO WVZ-IMPORTE-PEDIDO.
           MOVE "N" TO EOF-PEDIDET.
           MOVE WPD-FEC-ENTREGA TO WPE-FEC-ENTREGA.
           MOVE WPD-RUTA        TO WPE-RUTA.
           MOVE WPD-CUENTA      TO WPE-CUENTA.
           MOVE 0               TO WPE-SECUENCIA.
           START PEDIDET KEY IS NOT LESS THAN WPE-CLAVE
               INVALID KEY MOVE "S" TO EOF-PEDIDET
           END-START.
           IF WPE-STATUS NOT = "00"
               MOVE "S" TO EOF-PEDIDET
           END-IF.
           PERFORM 4110-RENGLON-PEDIDO THRU 4110-RENGLON-PEDIDO-EXIT
               UNTIL NO-HAY-MAS-PEDIDET.
           MOVE "P"                TO WVP-RESULTADO.
           MOVE SPACES             TO WVP-MOTIVO.
           MOVE WVZ-ENTREGA-CAP    TO WVP-FEC-ENTREGA.
           MOVE WVZ-IMPORTE-PEDIDO TO WVP-IMPORTE.
           PERFORM 4900-GRABAR-VISITA.
      *    Compro: se corta la racha de motivos competencia.
           MOVE WVP-CUENTA TO WVK-CUENTA.
           READ REACTCOM KEY IS WVK-CUENTA
               INVALID KEY GO TO 4100-CON-PEDIDO-EXIT
           END-READ.
           MOVE 0   TO WVK-CANT-COMPETENCIA.
           MOVE "N" TO WVK-MARCADA.
           REWRITE REG-REACTCOM
               INVALID KEY DISPLAY "NO PUDO GRABAR REACTCOM"
           END-REWRITE.
       4100-CON-PEDIDO-EXIT.
           EXIT.

       4110-RENGLON-PEDIDO.
           READ PEDIDET NEXT RECORD
               AT END MOVE "S" TO EOF-PEDIDET
           END-READ.
           IF NO-HAY-MAS-PEDIDET
               GO TO 4110-RENGLON-PEDIDO-EXIT
           END-IF.
           IF WPE-FEC-ENTREGA NOT = WPD-FEC-ENTREGA
              OR WPE-RUTA NOT = WPD-RUTA
              OR WPE-CUENTA NOT = WPD-CUENTA
               MOVE "S" TO EOF-PEDIDET
               GO TO 4110-RENGLON-PEDIDO-EXIT
           END-IF.
           MOVE WPE-ARTICULO TO WCP-ARTICULO.
           READ CAPPRE KEY IS WCP-ARTICULO
               INVALID KEY MOVE 0 TO WCP-PRECIO-VENTA
           END-READ.
           COMPUTE WVZ-IMPORTE-PEDIDO ROUNDED = WVZ-IMPORTE-PEDIDO
               + WPE-CANTIDAD * WCP-PRECIO-VENTA.
       4110-RENGLON-PEDIDO-EXIT.
           EXIT.

       4200-SIN-PEDIDO.
           DISPLAY "MOTIVO (C=CERRADO S=CON STOCK P=PRECIO "
               "K=COMPETENCIA): " LINE 12 POSITION 5.
           MOVE SPACES TO WVZ-MOTIVO-CAP.
           ACCEPT WVZ-MOTIVO-CAP LINE 12 POSITION 61.
           MOVE WVZ-MOTIVO-CAP TO WVP-MOTIVO.
           IF NOT WVP-CERRADO AND NOT WVP-CON-STOCK
              AND NOT WVP-PRECIO AND NOT WVP-COMPETENCIA
               MOVE SPACES TO WVP-MOTIVO
               DISPLAY "MOTIVO INVALIDO - QUEDA PENDIENTE"
                   LINE 14 POSITION 5
               GO TO 4200-SIN-PEDIDO-EXIT
           END-IF.
           MOVE "N" TO WVP-RESULTADO.
           PERFORM 4900-GRABAR-VISITA.
           IF WVP-COMPETENCIA
               PERFORM 4300-COMPETENCIA
           END-IF.
       4200-SIN-PEDIDO-EXIT.
           EXIT.

      *    Competencia otra vez sin pedido de por medio: la
      *    cuenta pasa a la hoja de reactivacion de INACTCLI.
       4300-COMPETENCIA.
           MOVE WVP-CUENTA TO WVK-CUENTA.
           MOVE "S" TO WVZ-HALLADO.
           READ REACTCOM KEY IS WVK-CUENTA
               INVALID KEY MOVE "N" TO WVZ-HALLADO
           END-READ.
           IF WVZ-HALLADO = "N"
               MOVE WVP-CUENTA TO WVK-CUENTA
               MOVE 0          TO WVK-CANT-COMPETENCIA
               MOVE "N"        TO WVK-MARCADA
           END-IF.
           ADD 1 TO WVK-CANT-COMPETENCIA.
           MOVE WVP-FECHA    TO WVK-FEC-ULTIMA.
           MOVE WVP-VENDEDOR TO WVK-VENDEDOR.
           IF WVK-CANT-COMPETENCIA NOT < WVZ-UMBRAL-COMPETENCIA
              AND NOT WVK-A-REACTIVAR
               MOVE "S" TO WVK-MARCADA
               ADD 1 TO WVZ-CANT-MARCADAS
               DISPLAY "CUENTA MARCADA PARA REACTIVACION"
                   LINE 14 POSITION 5
           END-IF.
           IF WVZ-HALLADO = "N"
               WRITE REG-REACTCOM
                   INVALID KEY DISPLAY "NO PUDO GRABAR REACTCOM"
               END-WRITE
           ELSE
               REWRITE REG-REACTCOM
                   INVALID KEY DISPLAY "NO PUDO GRABAR REACTCOM"
               END-REWRITE
           END-IF.

       4900-GRABAR-VISITA.
           MOVE WVZ-HOY TO WVP-FEC-REGISTRO.
           REWRITE REG-VISPLAN
               INVALID KEY DISPLAY "NO PUDO GRABAR VISPLAN"
               NOT INVALID KEY ADD 1 TO WVZ-CANT-REGISTRADAS
           END-REWRITE.

      *----------------------------------------------------------
      * Informe semanal por vendedor y ruta (clave alternativa
      * vendedor/ruta/fecha), con total por vendedor y general.
      *----------------------------------------------------------
       5000-INFORME.
           COMPUTE WVZ-DIA-LUNES =
               FUNCTION INTEGER-OF-DATE (WVZ-FECHA-PARAM).
           COMPUTE WVZ-FEC-DOMINGO =
               FUNCTION DATE-OF-INTEGER (WVZ-DIA-LUNES + 6).
           INITIALIZE WVZ-ACUMULADORES.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WVZ-FECHA-PARAM TO T-DESDE.
           MOVE WVZ-FEC-DOMINGO TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE LOW-VALUES TO WVP-CLAVE-VENDEDOR.
           IF WVZ-VENDEDOR-PARAM NOT = SPACES
               MOVE WVZ-VENDEDOR-PARAM TO WVP-V-VENDEDOR
           END-IF.
           START VISPLAN KEY IS NOT LESS THAN WVP-CLAVE-VENDEDOR
               INVALID KEY MOVE "S" TO EOF-VISPLAN
           END-START.
           IF WVP-STATUS NOT = "00"
               MOVE "S" TO EOF-VISPLAN
           END-IF.
           PERFORM 5100-VISITA THRU 5100-VISITA-EXIT
               UNTIL NO-HAY-MAS-VISPLAN.
           IF WVZ-RUTA-CORTE NOT = 9999
               MOVE 1 TO WVZ-NV
               PERFORM 5500-IMPRIMIR-NIVEL
               MOVE 2 TO WVZ-NV
               PERFORM 5500-IMPRIMIR-NIVEL
           END-IF.
           MOVE 3 TO WVZ-NV.
           PERFORM 5500-IMPRIMIR-NIVEL.
           CLOSE LISTADO.
       5000-INFORME-EXIT.
           EXIT.

       5100-VISITA.
           READ VISPLAN NEXT RECORD
               AT END MOVE "S" TO EOF-VISPLAN
           END-READ.
           IF NO-HAY-MAS-VISPLAN
               GO TO 5100-VISITA-EXIT
           END-IF.
           IF WVZ-VENDEDOR-PARAM NOT = SPACES
              AND WVP-V-VENDEDOR NOT = WVZ-VENDEDOR-PARAM
               MOVE "S" TO EOF-VISPLAN
               GO TO 5100-VISITA-EXIT
           END-IF.
           IF WVP-V-FECHA < WVZ-FECHA-PARAM
              OR WVP-V-FECHA > WVZ-FEC-DOMINGO
               GO TO 5100-VISITA-EXIT
           END-IF.
      *    Cortes de control: ruta dentro de vendedor.
           IF WVZ-RUTA-CORTE NOT = 9999
               IF WVP-V-VENDEDOR NOT = WVZ-VENDEDOR-CORTE
                  OR WVP-V-RUTA NOT = WVZ-RUTA-CORTE
                   MOVE 1 TO WVZ-NV
                   PERFORM 5500-IMPRIMIR-NIVEL
               END-IF
               IF WVP-V-VENDEDOR NOT = WVZ-VENDEDOR-CORTE
                   MOVE 2 TO WVZ-NV
                   PERFORM 5500-IMPRIMIR-NIVEL
                   MOVE SPACES TO LIN-LISTADO
                   WRITE LIN-LISTADO AFTER 1
               END-IF
           END-IF.
           MOVE WVP-V-VENDEDOR TO WVZ-VENDEDOR-CORTE.
           MOVE WVP-V-RUTA     TO WVZ-RUTA-CORTE.
           PERFORM 5200-ACUMULAR
               VARYING WVZ-NV FROM 1 BY 1 UNTIL WVZ-NV > 3.
       5100-VISITA-EXIT.
           EXIT.

       5200-ACUMULAR.
           ADD 1 TO WVZ-A-PLANIF (WVZ-NV).
           EVALUATE TRUE
               WHEN WVP-CON-PEDIDO
                   ADD 1           TO WVZ-A-PEDIDOS (WVZ-NV)
                   ADD WVP-IMPORTE TO WVZ-A-IMPORTE (WVZ-NV)
               WHEN WVP-SIN-PEDIDO
                   ADD 1 TO WVZ-A-SIN-PEDIDO (WVZ-NV)
                   IF WVP-COMPETENCIA
                       ADD 1 TO WVZ-A-COMPETENCIA (WVZ-NV)
                   END-IF
               WHEN WVP-NO-VISITADO
                   ADD 1 TO WVZ-A-NO-VISIT (WVZ-NV)
               WHEN OTHER
                   ADD 1 TO WVZ-A-PENDIENTES (WVZ-NV)
           END-EVALUATE.

      *    Renglon de un nivel (1 ruta, 2 vendedor, 3 total) y
      *    puesta en cero de sus acumuladores. Lo pendiente de
      *    registrar se informa como no visitado.
       5500-IMPRIMIR-NIVEL.
           MOVE SPACES TO LIN-DETALLE.
           EVALUATE WVZ-NV
               WHEN 1
                   MOVE WVZ-VENDEDOR-CORTE TO D-VENDEDOR
                   MOVE WVZ-RUTA-CORTE     TO D-RUTA
               WHEN 2
                   MOVE WVZ-VENDEDOR-CORTE TO D-VENDEDOR
                   MOVE "TOTAL"            TO D-RUTA-X
               WHEN 3
                   MOVE "GENERAL"          TO D-VENDEDOR
                   MOVE "TOTAL"            TO D-RUTA-X
           END-EVALUATE.
           COMPUTE WVZ-VISITADAS = WVZ-A-PEDIDOS (WVZ-NV)
               + WVZ-A-SIN-PEDIDO (WVZ-NV).
           MOVE 0 TO WVZ-PORC-CUMPLIDO WVZ-PORC-EFECTIVO
                     WVZ-PROMEDIO-PEDIDO.
           IF WVZ-A-PLANIF (WVZ-NV) > 0
               COMPUTE WVZ-PORC-CUMPLIDO ROUNDED =
                   WVZ-VISITADAS * 100 / WVZ-A-PLANIF (WVZ-NV)
           END-IF.
           IF WVZ-VISITADAS > 0
               COMPUTE WVZ-PORC-EFECTIVO ROUNDED =
                   WVZ-A-PEDIDOS (WVZ-NV) * 100 / WVZ-VISITADAS
           END-IF.
           IF WVZ-A-PEDIDOS (WVZ-NV) > 0
               COMPUTE WVZ-PROMEDIO-PEDIDO ROUNDED =
                   WVZ-A-IMPORTE (WVZ-NV) / WVZ-A-PEDIDOS (WVZ-NV)
           END-IF.
           MOVE WVZ-A-PLANIF (WVZ-NV)      TO D-PLANIF.
           MOVE WVZ-VISITADAS              TO D-VISITADAS.
           MOVE WVZ-A-PEDIDOS (WVZ-NV)     TO D-PEDIDOS.
           MOVE WVZ-A-SIN-PEDIDO (WVZ-NV)  TO D-SIN-PEDIDO.
           COMPUTE D-NO-VISIT = WVZ-A-NO-VISIT (WVZ-NV)
               + WVZ-A-PENDIENTES (WVZ-NV).
           MOVE WVZ-PORC-CUMPLIDO          TO D-CUMPLIDO.
           MOVE WVZ-PORC-EFECTIVO          TO D-EFECTIVO.
           MOVE WVZ-PROMEDIO-PEDIDO        TO D-PROMEDIO.
           MOVE WVZ-A-COMPETENCIA (WVZ-NV) TO D-COMPETENCIA.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           INITIALIZE WVZ-NIVEL (WVZ-NV).

       9999-FINAL.
           CLOSE VISDIAS.
           CLOSE VISPLAN.
           CLOSE REACTCOM.
           CLOSE ARET.
           CLOSE CUENTA.
           CLOSE PEDIDOS.
           CLOSE PEDIDET.
           CLOSE CAPPRE.
       9999-FINAL-EXIT.
           EXIT.
