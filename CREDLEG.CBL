       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CREDLEG.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Legajo de credito por cuenta y revision periodica de
      * limites: CREDCHK hace cumplir el limite, pero nadie sabia
      * de donde salio; los limites se tipearon hace anos en
      * CUENTA y no se revisaron nunca. El legajo (CREDLEG) lleva
      * el limite pedido y el aprobado, quien lo aprobo y con que
      * permiso, el balance para personas juridicas, referencias
      * comerciales y la fecha de proxima revision.
      *   Modo A: alta o modificacion de los datos del legajo; el
      *     alta toma como aprobado el limite que tiene CUENTA,
      *     sin fecha de aprobacion (queda para revisar ya).
      *   Modo R: revision y cambio de limite. Todo cambio pasa
      *     por CLAVPERM: hasta el tope del supervisor, o si el
      *     limite baja, alcanza el permiso CREDAPSU; por encima
      *     exige CREDAPGE (gerencia), como las requisiciones de
      *     REQCOMP. La revision aprobada fija la proxima fecha,
      *     levanta la marca de BCRA y queda en CREDHIS.
      *   Modo W: hoja de revision, con las cuentas con limite
      *     que nunca se revisaron, las que vencen revision
      *     dentro de los dias pedidos y las marcadas por la
      *     Central de Deudores (BCRAIMP), cada una con su
      *     comportamiento de pago (CUENPAGO, de DIASPAGO) y su
      *     clase ABC (CUENCLAS, de ABCCLI).
      *   Modo U: tope del supervisor, bajo permiso de gerencia;
      *     se guarda en REQLIM con clave "CREDITO ", junto al
      *     tope de las requisiciones.
      * CREDCHK toma el limite aprobado del legajo cuando la
      * cuenta ya fue revisada; si no, sigue el de CUENTA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDLEG   ASSIGN TO "CREDLEG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLG-CUENTA
                             FILE STATUS IS WLG-STATUS.
           SELECT CREDHIS   ASSIGN TO "CREDHIS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLJ-CLAVE
                             FILE STATUS IS WLJ-STATUS.
           SELECT REQLIM    ASSIGN TO "REQLIM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRL-CLAVE
                             FILE STATUS IS WRL-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT CUENPAGO  ASSIGN TO "CUENPAGO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDY-CUENTA
                             FILE STATUS IS WDY-STATUS.
           SELECT CUENCLAS  ASSIGN TO "CUENCLAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCL-CUENTA
                             FILE STATUS IS WCL-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDLEG.
       01  REG-CREDLEG.
           05  WLG-CUENTA            PIC 9(06).
           05  WLG-LIMITE-SOLICITADO PIC S9(09)V99.
           05  WLG-LIMITE-APROBADO   PIC S9(09)V99.
           05  WLG-APROBADOR         PIC X(08).
           05  WLG-PERMISO-APROB     PIC X(08).
           05  WLG-FEC-APROBACION    PIC 9(08).
           05  WLG-TIPO-PERSONA      PIC X(01).
               88  WLG-FISICA         VALUE "F".
               88  WLG-JURIDICA       VALUE "J".
           05  WLG-BALANCE.
               10  WLG-FEC-BALANCE   PIC 9(08).
               10  WLG-ACTIVO        PIC S9(11)V99.
               10  WLG-PASIVO        PIC S9(11)V99.
               10  WLG-PATRIMONIO    PIC S9(11)V99.
               10  WLG-VENTAS-ANUAL  PIC S9(11)V99.
               10  WLG-RESULTADO     PIC S9(11)V99.
           05  WLG-REFERENCIA        OCCURS 3 TIMES.
               10  WLG-REF-NOMBRE    PIC X(30).
               10  WLG-REF-TELEFONO  PIC X(15).
           05  WLG-MESES-REVISION    PIC 9(02).
           05  WLG-FEC-PROX-REVISION PIC 9(08).
           05  WLG-BCRA-SITUACION    PIC 9(01).
           05  WLG-BCRA-PERIODO      PIC 9(06).
           05  WLG-MARCA-BCRA        PIC X(01).
               88  WLG-MARCADA-BCRA   VALUE "S".
           05  WLG-MOTIVO-MARCA      PIC X(01).
               88  WLG-MARCA-DEUDOR   VALUE "D".
               88  WLG-MARCA-LIBRADOR VALUE "L".
           05  WLG-FEC-MARCA         PIC 9(08).

      *    Historia de limites aprobados.
       FD  CREDHIS.
       01  REG-CREDHIS.
           05  WLJ-CLAVE.
               10  WLJ-CUENTA        PIC 9(06).
               10  WLJ-FECHA         PIC 9(08).
               10  WLJ-HORA          PIC 9(08).
           05  WLJ-LIMITE-ANTERIOR   PIC S9(09)V99.
           05  WLJ-LIMITE-NUEVO      PIC S9(09)V99.
           05  WLJ-APROBADOR         PIC X(08).
           05  WLJ-PERMISO           PIC X(08).
           05  WLJ-BCRA-SITUACION    PIC 9(01).

       FD  REQLIM.
       01  REG-REQLIM.
           05  WRL-CLAVE             PIC X(08).
           05  WRL-LIMITE-SUPERV     PIC S9(09)V99.

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).
           05  WCU-LIMITE-CREDITO    PIC S9(09)V99.

       FD  CUENPAGO.
       01  REG-CUENPAGO.
           05  WDY-CUENTA            PIC 9(06).
           05  WDY-PROM-ACTUAL       PIC S9(05)V99.
           05  WDY-PROM-ANTERIOR     PIC S9(05)V99.
           05  WDY-COBRADO-ANO       PIC S9(11)V99.
           05  WDY-LIMITE-SUGERIDO   PIC S9(09)V99.
           05  WDY-FECHA-CALCULO     PIC 9(08).

       FD  CUENCLAS.
       01  REG-CUENCLAS.
           05  WCL-CUENTA            PIC 9(06).
           05  WCL-CLASE             PIC X(01).
           05  WCL-CLASE-ANTERIOR    PIC X(01).
           05  WCL-COMPRAS-12M       PIC S9(11)V99.
           05  WCL-FECHA-CALCULO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "CREDLEG".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WLG-STATUS                PIC X(02).
       77  WLJ-STATUS                PIC X(02).
       77  WRL-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WDY-STATUS                PIC X(02).
       77  WCL-STATUS                PIC X(02).
       77  WLF-MODO-PARAM            PIC X(01).
       77  WLF-CUENTA-PARAM          PIC 9(06).
       77  WLF-DIAS-PARAM            PIC 9(03).
       77  WLF-HOY                   PIC 9(08).
       77  WLF-HORA                  PIC 9(08).
       77  WLF-FEC-LIMITE            PIC 9(08).
       77  WLF-HALLADO               PIC X(01).
       77  WLF-DECISION              PIC X(01).
       77  WLF-IX                    PIC 9(01) COMP.
       77  WLF-LINEA                 PIC 9(02).
       77  WLF-MESES-TOTAL           PIC 9(03).
       77  WLF-LIMITE-CUENTA         PIC S9(09)V99.
       77  WLF-LIMITE-NUEVO          PIC S9(09)V99.
       77  WLF-LIMITE-SUPERV         PIC S9(09)V99.
       77  WLF-OPERADOR              PIC X(08).
       77  WLF-MODO-CLAVPERM         PIC X(01) VALUE "V".
       77  WLF-PROGRAMA              PIC X(08).
       77  WLF-AUTORIZADO            PIC X(01).
       77  WLF-CANT-PROGRAMAS        PIC 9(02) VALUE 0.
       77  WLF-CUENTA-ANT            PIC 9(06) VALUE 0.
       77  WLF-MOTIVO                PIC X(14).
       77  WLF-CANT-HOJA             PIC 9(05) VALUE 0.
       77  WLF-CUENPAGO-ABIERTO      PIC X(01) VALUE "N".
       77  WLF-CUENCLAS-ABIERTO      PIC X(01) VALUE "N".
       77  EOF-CUENTA                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CUENTAS     VALUE "S".
       01  WLF-CLAVE-OPER.
           05  WLF-EMP-OPER          PIC 9(04).
           05  WLF-SUC-OPER          PIC 9(02).
       01  WLF-TABLA-PROGRAMAS.
           05  WLF-NOMBRE-PROG       OCCURS 20 TIMES PIC X(08).
      *    Proxima revision: hoy mas los meses del legajo.
       01  WLF-FEC-CALC              PIC 9(08).
       01  WLF-FEC-CALC-R REDEFINES WLF-FEC-CALC.
           05  WLF-CALC-ANO          PIC 9(04).
           05  WLF-CALC-MES          PIC 9(02).
           05  WLF-CALC-DIA          PIC 9(02).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(43)
               VALUE "HOJA DE REVISION DE CREDITO - VENCE HASTA ".
           05  T-FEC-LIMITE          PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(60) VALUE
               "CUENTA  NOMBRE                          LIMITE VIGENT".
           05  FILLER                PIC X(70) VALUE
               "E  PROX.REV  ABC  ATR.ACT ATR.ANT   LIM.SUGERIDO  BCRA
      -        " MOTIVO".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-LIMITE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PROX-REV            PIC 9(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-CLASE               PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ATR-ACT             PIC ZZZ9.99-.
           05  D-ATR-ANT             PIC ZZZ9.99-.
           05  D-SUGERIDO            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-BCRA                PIC 9(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-MOTIVO              PIC X(14).

       PROCEDURE DIVISION.
       DECLARATIVES.
       CREDLEG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CREDLEG.
           DISPLAY "ERROR E/S CREDLEG: " WLG-STATUS.
       CREDHIS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CREDHIS.
           DISPLAY "ERROR E/S CREDHIS: " WLJ-STATUS.
       REQLIM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REQLIM.
           DISPLAY "ERROR E/S REQLIM: " WRL-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       CUENPAGO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAGO.
           DISPLAY "ERROR E/S CUENPAGO: " WDY-STATUS.
       CUENCLAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENCLAS.
           DISPLAY "ERROR E/S CUENCLAS: " WCL-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WLF-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-LEGAJO THRU 2000-LEGAJO-EXIT
               WHEN "R"
                   PERFORM 3000-REVISAR THRU 3000-REVISAR-EXIT
               WHEN "W"
                   PERFORM 4000-HOJA THRU 4000-HOJA-EXIT
               WHEN "U"
                   PERFORM 6000-FIJAR-TOPE THRU 6000-FIJAR-TOPE-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=LEGAJO R=REVISION W=HOJA U=TOPE): "
               LINE 5 POSITION 5.
           ACCEPT WLF-MODO-PARAM LINE 5 POSITION 48.
           ACCEPT WLF-HOY FROM DATE YYYYMMDD.
           ACCEPT WLF-HORA FROM TIME.
           OPEN I-O CREDLEG.
           IF WLG-STATUS = "35"
               CLOSE CREDLEG
               OPEN OUTPUT CREDLEG
               CLOSE CREDLEG
               OPEN I-O CREDLEG
           END-IF.
           OPEN I-O CREDHIS.
           IF WLJ-STATUS = "35"
               CLOSE CREDHIS
               OPEN OUTPUT CREDHIS
               CLOSE CREDHIS
               OPEN I-O CREDHIS
           END-IF.
           OPEN I-O REQLIM.
           IF WRL-STATUS = "35"
               CLOSE REQLIM
               OPEN OUTPUT REQLIM
               CLOSE REQLIM
               OPEN I-O REQLIM
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT CUENPAGO.
           IF WDY-STATUS = "00"
               MOVE "S" TO WLF-CUENPAGO-ABIERTO
           END-IF.
           OPEN INPUT CUENCLAS.
           IF WCL-STATUS = "00"
               MOVE "S" TO WLF-CUENCLAS-ABIERTO
           END-IF.
           MOVE "CREDITO " TO WRL-CLAVE.
           MOVE 0          TO WRL-LIMITE-SUPERV.
           READ REQLIM KEY IS WRL-CLAVE
               INVALID KEY MOVE 0 TO WRL-LIMITE-SUPERV
           END-READ.
           MOVE WRL-LIMITE-SUPERV TO WLF-LIMITE-SUPERV.

      *----------------------------------------------------------
      * Datos del legajo. El limite aprobado no se toca aca: solo
      * cambia por revision (modo R).
      *----------------------------------------------------------
       2000-LEGAJO.
           DISPLAY "CUENTA .............: " LINE 7 POSITION 5.
           ACCEPT WLF-CUENTA-PARAM LINE 7 POSITION 28.
           PERFORM 2900-LEER-CUENTA.
           IF WLF-HALLADO = "N"
               DISPLAY "CUENTA INEXISTENTE" LINE 22 POSITION 5
               GO TO 2000-LEGAJO-EXIT
           END-IF.
           DISPLAY WCU-NOMBRE LINE 7 POSITION 36.
           MOVE WLF-CUENTA-PARAM TO WLG-CUENTA.
           MOVE "S" TO WLF-HALLADO.
           READ CREDLEG KEY IS WLG-CUENTA
               INVALID KEY MOVE "N" TO WLF-HALLADO
           END-READ.
           IF WLF-HALLADO = "N"
               PERFORM 2800-LEGAJO-NUEVO
           END-IF.
           DISPLAY "LIMITE APROBADO ....: " WLG-LIMITE-APROBADO
               LINE 8 POSITION 5.
           DISPLAY "LIMITE SOLICITADO ..: " LINE 9 POSITION 5.
           ACCEPT WLG-LIMITE-SOLICITADO LINE 9 POSITION 28.
           DISPLAY "PERSONA (F/J) ......: " LINE 10 POSITION 5.
           ACCEPT WLG-TIPO-PERSONA LINE 10 POSITION 28.
           DISPLAY "REVISAR CADA (MESES): " LINE 11 POSITION 5.
           ACCEPT WLG-MESES-REVISION LINE 11 POSITION 28.
           IF WLG-MESES-REVISION = 0
               MOVE 12 TO WLG-MESES-REVISION
           END-IF.
           IF WLG-JURIDICA
               DISPLAY "FECHA BALANCE ......: " LINE 12 POSITION 5
               ACCEPT WLG-FEC-BALANCE LINE 12 POSITION 28
               DISPLAY "ACTIVO .............: " LINE 13 POSITION 5
               ACCEPT WLG-ACTIVO LINE 13 POSITION 28
               DISPLAY "PASIVO .............: " LINE 14 POSITION 5
               ACCEPT WLG-PASIVO LINE 14 POSITION 28
               COMPUTE WLG-PATRIMONIO = WLG-ACTIVO - WLG-PASIVO
               DISPLAY "PATRIMONIO NETO ....: " WLG-PATRIMONIO
                   LINE 15 POSITION 5
               DISPLAY "VENTAS ANUALES .....: " LINE 16 POSITION 5
               ACCEPT WLG-VENTAS-ANUAL LINE 16 POSITION 28
               DISPLAY "RESULTADO ..........: " LINE 17 POSITION 5
               ACCEPT WLG-RESULTADO LINE 17 POSITION 28
           END-IF.
           PERFORM 2100-REFERENCIA
               VARYING WLF-IX FROM 1 BY 1 UNTIL WLF-IX > 3.
           IF WLF-HALLADO = "N"
               WRITE REG-CREDLEG
                   INVALID KEY DISPLAY "NO PUDO GRABAR CREDLEG"
               END-WRITE
           ELSE
               REWRITE REG-CREDLEG
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CREDLEG"
               END-REWRITE
           END-IF.
           DISPLAY "LEGAJO GRABADO" LINE 22 POSITION 5.
       2000-LEGAJO-EXIT.
           EXIT.

       2100-REFERENCIA.
           COMPUTE WLF-LINEA = 18 + WLF-IX.
           DISPLAY "REFERENCIA " WLF-IX " .......: "
               LINE WLF-LINEA POSITION 5.
           ACCEPT WLG-REF-NOMBRE (WLF-IX)
               LINE WLF-LINEA POSITION 28.
           ACCEPT WLG-REF-TELEFONO (WLF-IX)
               LINE WLF-LINEA POSITION 60.

      *    Legajo nuevo: el limite de CUENTA pasa como aprobado
      *    pero sin fecha de aprobacion, para que salga en la
      *    hoja como nunca revisado.
       2800-LEGAJO-NUEVO.
           INITIALIZE REG-CREDLEG.
           MOVE WLF-CUENTA-PARAM  TO WLG-CUENTA.
           MOVE WLF-LIMITE-CUENTA TO WLG-LIMITE-APROBADO.
           MOVE WLF-LIMITE-CUENTA TO WLG-LIMITE-SOLICITADO.
           MOVE "F"               TO WLG-TIPO-PERSONA.
           MOVE 12                TO WLG-MESES-REVISION.
           MOVE WLF-HOY           TO WLG-FEC-PROX-REVISION.
           MOVE "N"               TO WLG-MARCA-BCRA.

      *    Primera sucursal con ese numero de cuenta, como CREDCHK.
       2900-LEER-CUENTA.
           MOVE "S" TO WLF-HALLADO.
           MOVE WLF-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE "N" TO WLF-HALLADO
           END-READ.
           MOVE 0 TO WLF-LIMITE-CUENTA.
           IF WLF-HALLADO = "S"
               MOVE WCU-LIMITE-CREDITO TO WLF-LIMITE-CUENTA
           END-IF.

      *----------------------------------------------------------
      * Revision del limite: el operador ve el legajo con el
      * pago y la clase de la cuenta, propone el limite (el mismo
      * si solo se confirma) y lo aprueba quien tiene el permiso
      * del nivel que corresponde.
      *----------------------------------------------------------
       3000-REVISAR.
           DISPLAY "CUENTA .............: " LINE 7 POSITION 5.
           ACCEPT WLF-CUENTA-PARAM LINE 7 POSITION 28.
           PERFORM 2900-LEER-CUENTA.
           IF WLF-HALLADO = "N"
               DISPLAY "CUENTA INEXISTENTE" LINE 22 POSITION 5
               GO TO 3000-REVISAR-EXIT
           END-IF.
           DISPLAY WCU-NOMBRE LINE 7 POSITION 36.
           MOVE WLF-CUENTA-PARAM TO WLG-CUENTA.
           MOVE "S" TO WLF-HALLADO.
           READ CREDLEG KEY IS WLG-CUENTA
               INVALID KEY MOVE "N" TO WLF-HALLADO
           END-READ.
           IF WLF-HALLADO = "N"
               DISPLAY "LA CUENTA NO TIENE LEGAJO (MODO A)"
                   LINE 22 POSITION 5
               GO TO 3000-REVISAR-EXIT
           END-IF.
           PERFORM 4300-DATOS-PAGO.
           DISPLAY "LIMITE APROBADO ....: " WLG-LIMITE-APROBADO
               " SOLICITADO " WLG-LIMITE-SOLICITADO
               LINE 8 POSITION 5.
           DISPLAY "ULTIMA APROBACION ..: " WLG-FEC-APROBACION
               " " WLG-APROBADOR LINE 9 POSITION 5.
           DISPLAY "CLASE ABC ..........: " D-CLASE
               "  ATRASO PROM " D-ATR-ACT " ANT " D-ATR-ANT
               LINE 10 POSITION 5.
           DISPLAY "LIMITE SUGERIDO ....: " D-SUGERIDO
               LINE 11 POSITION 5.
           DISPLAY "SITUACION BCRA .....: " WLG-BCRA-SITUACION
               " PERIODO " WLG-BCRA-PERIODO " MARCA "
               WLG-MARCA-BCRA WLG-MOTIVO-MARCA LINE 12 POSITION 5.
           IF WLG-JURIDICA
               DISPLAY "PATRIMONIO NETO ....: " WLG-PATRIMONIO
                   " BALANCE " WLG-FEC-BALANCE LINE 13 POSITION 5
           END-IF.
           MOVE WLG-LIMITE-APROBADO TO WLF-LIMITE-NUEVO.
           DISPLAY "NUEVO LIMITE .......: " LINE 15 POSITION 5.
           ACCEPT WLF-LIMITE-NUEVO LINE 15 POSITION 28.
      *    Aprobacion escalonada: bajar el limite o quedar dentro
      *    del tope alcanza al supervisor; por encima, gerencia.
           IF WLF-LIMITE-NUEVO > WLF-LIMITE-SUPERV
              AND WLF-LIMITE-NUEVO > WLG-LIMITE-APROBADO
               MOVE "CREDAPGE" TO WLF-PROGRAMA
           ELSE
               MOVE "CREDAPSU" TO WLF-PROGRAMA
           END-IF.
           DISPLAY "CLAVE OPERADOR (EMP): " LINE 16 POSITION 5.
           ACCEPT WLF-EMP-OPER LINE 16 POSITION 28.
           DISPLAY "CLAVE OPERADOR (SUC): " LINE 17 POSITION 5.
           ACCEPT WLF-SUC-OPER LINE 17 POSITION 28.
           DISPLAY "OPERADOR ...........: " LINE 18 POSITION 5.
           ACCEPT WLF-OPERADOR LINE 18 POSITION 28.
           CALL "CLAVPERM" USING WLF-MODO-CLAVPERM
                                 WLF-CLAVE-OPER
                                 WLF-PROGRAMA
                                 WLF-AUTORIZADO
                                 WLF-CANT-PROGRAMAS
                                 WLF-TABLA-PROGRAMAS
           END-CALL.
           IF WLF-AUTORIZADO NOT = "S"
               DISPLAY "OPERADOR SIN PERMISO " WLF-PROGRAMA
                   LINE 22 POSITION 5
               GO TO 3000-REVISAR-EXIT
           END-IF.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 20 POSITION 5.
           ACCEPT WLF-DECISION LINE 20 POSITION 28.
           IF WLF-DECISION NOT = "S" AND WLF-DECISION NOT = "s"
               GO TO 3000-REVISAR-EXIT
           END-IF.
           MOVE WLF-CUENTA-PARAM    TO WLJ-CUENTA.
           MOVE WLF-HOY             TO WLJ-FECHA.
           MOVE WLF-HORA            TO WLJ-HORA.
           MOVE WLG-LIMITE-APROBADO TO WLJ-LIMITE-ANTERIOR.
           MOVE WLF-LIMITE-NUEVO    TO WLJ-LIMITE-NUEVO.
           MOVE WLF-OPERADOR        TO WLJ-APROBADOR.
           MOVE WLF-PROGRAMA        TO WLJ-PERMISO.
           MOVE WLG-BCRA-SITUACION  TO WLJ-BCRA-SITUACION.
           WRITE REG-CREDHIS
               INVALID KEY DISPLAY "NO PUDO GRABAR CREDHIS"
           END-WRITE.
           MOVE WLF-LIMITE-NUEVO TO WLG-LIMITE-APROBADO.
           MOVE WLF-OPERADOR     TO WLG-APROBADOR.
           MOVE WLF-PROGRAMA     TO WLG-PERMISO-APROB.
           MOVE WLF-HOY          TO WLG-FEC-APROBACION.
           MOVE "N"              TO WLG-MARCA-BCRA.
           MOVE SPACES           TO WLG-MOTIVO-MARCA.
           PERFORM 3100-PROXIMA-REVISION.
           REWRITE REG-CREDLEG
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CREDLEG"
           END-REWRITE.
           DISPLAY "LIMITE APROBADO - PROXIMA REVISION "
               WLG-FEC-PROX-REVISION LINE 22 POSITION 5.
       3000-REVISAR-EXIT.
           EXIT.

       3100-PROXIMA-REVISION.
           IF WLG-MESES-REVISION = 0
               MOVE 12 TO WLG-MESES-REVISION
           END-IF.
           MOVE WLF-HOY TO WLF-FEC-CALC.
           COMPUTE WLF-MESES-TOTAL = WLF-CALC-MES - 1
               + WLG-MESES-REVISION.
           COMPUTE WLF-CALC-ANO = WLF-CALC-ANO
               + WLF-MESES-TOTAL / 12.
           COMPUTE WLF-CALC-MES = FUNCTION MOD (WLF-MESES-TOTAL, 12)
               + 1.
           IF WLF-CALC-DIA > 28
               MOVE 28 TO WLF-CALC-DIA
           END-IF.
           MOVE WLF-FEC-CALC TO WLG-FEC-PROX-REVISION.

      *----------------------------------------------------------
      * Hoja de revision: recorre CUENTA por numero (la clave
      * alternativa agrupa las sucursales con el mismo numero y
      * se toma una sola vez cada cuenta).
      *----------------------------------------------------------
       4000-HOJA.
           DISPLAY "DIAS DE ANTICIPACION: " LINE 7 POSITION 5.
           ACCEPT WLF-DIAS-PARAM LINE 7 POSITION 28.
           COMPUTE WLF-FEC-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WLF-HOY) + WLF-DIAS-PARAM).
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WLF-FEC-LIMITE TO T-FEC-LIMITE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE 0 TO WCU-CUENTA.
           START CUENTA KEY IS NOT LESS THAN WCU-CUENTA
               INVALID KEY MOVE "S" TO EOF-CUENTA
           END-START.
           IF WCU-STATUS NOT = "00"
               MOVE "S" TO EOF-CUENTA
           END-IF.
           PERFORM 4100-UNA-CUENTA THRU 4100-UNA-CUENTA-EXIT
               UNTIL NO-HAY-MAS-CUENTAS.
           CLOSE LISTADO.
           DISPLAY "CUENTAS A REVISAR: " WLF-CANT-HOJA
               LINE 22 POSITION 5.
       4000-HOJA-EXIT.
           EXIT.

       4100-UNA-CUENTA.
           READ CUENTA NEXT RECORD
               AT END MOVE "S" TO EOF-CUENTA
           END-READ.
           IF NO-HAY-MAS-CUENTAS
               GO TO 4100-UNA-CUENTA-EXIT
           END-IF.
           IF WCU-CUENTA = WLF-CUENTA-ANT
               GO TO 4100-UNA-CUENTA-EXIT
           END-IF.
           MOVE WCU-CUENTA TO WLF-CUENTA-ANT.
           MOVE WCU-CUENTA TO WLG-CUENTA.
           MOVE "S" TO WLF-HALLADO.
           READ CREDLEG KEY IS WLG-CUENTA
               INVALID KEY MOVE "N" TO WLF-HALLADO
           END-READ.
           MOVE SPACES TO WLF-MOTIVO.
           EVALUATE TRUE
               WHEN WLF-HALLADO = "N"
                   IF WCU-LIMITE-CREDITO NOT > 0
                       GO TO 4100-UNA-CUENTA-EXIT
                   END-IF
                   INITIALIZE REG-CREDLEG
                   MOVE WCU-LIMITE-CREDITO TO WLG-LIMITE-APROBADO
                   MOVE "SIN LEGAJO"       TO WLF-MOTIVO
               WHEN WLG-MARCADA-BCRA AND WLG-MARCA-LIBRADOR
                   MOVE "BCRA LIBRADOR"    TO WLF-MOTIVO
               WHEN WLG-MARCADA-BCRA
                   MOVE "BCRA DEUDOR"      TO WLF-MOTIVO
               WHEN WLG-FEC-APROBACION = 0
                   MOVE "NUNCA REVISADA"   TO WLF-MOTIVO
               WHEN WLG-FEC-PROX-REVISION NOT > WLF-FEC-LIMITE
                   MOVE "VENCE REVISION"   TO WLF-MOTIVO
               WHEN OTHER
                   GO TO 4100-UNA-CUENTA-EXIT
           END-EVALUATE.
           MOVE WCU-CUENTA TO WLF-CUENTA-PARAM.
           PERFORM 4300-DATOS-PAGO.
           MOVE WCU-CUENTA            TO D-CUENTA.
           MOVE WCU-NOMBRE            TO D-NOMBRE.
           MOVE WLG-LIMITE-APROBADO   TO D-LIMITE.
           MOVE WLG-FEC-PROX-REVISION TO D-PROX-REV.
           MOVE WLG-BCRA-SITUACION    TO D-BCRA.
           MOVE WLF-MOTIVO            TO D-MOTIVO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WLF-CANT-HOJA.
       4100-UNA-CUENTA-EXIT.
           EXIT.

      *    Comportamiento de pago (DIASPAGO) y clase ABC (ABCCLI)
      *    de la cuenta, en los campos del renglon.
       4300-DATOS-PAGO.
           MOVE SPACES TO LIN-DETALLE.
           MOVE 0 TO D-ATR-ACT D-ATR-ANT D-SUGERIDO.
           IF WLF-CUENPAGO-ABIERTO = "S"
               MOVE WLF-CUENTA-PARAM TO WDY-CUENTA
               READ CUENPAGO KEY IS WDY-CUENTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WDY-PROM-ACTUAL     TO D-ATR-ACT
                       MOVE WDY-PROM-ANTERIOR   TO D-ATR-ANT
                       MOVE WDY-LIMITE-SUGERIDO TO D-SUGERIDO
               END-READ
           END-IF.
           MOVE "-" TO D-CLASE.
           IF WLF-CUENCLAS-ABIERTO = "S"
               MOVE WLF-CUENTA-PARAM TO WCL-CUENTA
               READ CUENCLAS KEY IS WCL-CUENTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE WCL-CLASE TO D-CLASE
               END-READ
           END-IF.

       6000-FIJAR-TOPE.
           DISPLAY "CLAVE OPERADOR (EMP): " LINE 8 POSITION 5.
           ACCEPT WLF-EMP-OPER LINE 8 POSITION 28.
           DISPLAY "CLAVE OPERADOR (SUC): " LINE 9 POSITION 5.
           ACCEPT WLF-SUC-OPER LINE 9 POSITION 28.
           MOVE "CREDAPGE" TO WLF-PROGRAMA.
           CALL "CLAVPERM" USING WLF-MODO-CLAVPERM
                                 WLF-CLAVE-OPER
                                 WLF-PROGRAMA
                                 WLF-AUTORIZADO
                                 WLF-CANT-PROGRAMAS
                                 WLF-TABLA-PROGRAMAS
           END-CALL.
           IF WLF-AUTORIZADO NOT = "S"
               DISPLAY "EL TOPE LO FIJA GERENCIA" LINE 22 POSITION 5
               GO TO 6000-FIJAR-TOPE-EXIT
           END-IF.
           DISPLAY "TOPE SUPERVISOR ....: " WLF-LIMITE-SUPERV
               LINE 11 POSITION 5.
           DISPLAY "NUEVO TOPE .........: " LINE 12 POSITION 5.
           ACCEPT WLF-LIMITE-SUPERV LINE 12 POSITION 28.
           MOVE "CREDITO "        TO WRL-CLAVE.
           MOVE WLF-LIMITE-SUPERV TO WRL-LIMITE-SUPERV.
           REWRITE REG-REQLIM
               INVALID KEY
                   WRITE REG-REQLIM
                       INVALID KEY DISPLAY "NO PUDO GRABAR REQLIM"
                   END-WRITE
           END-REWRITE.
           DISPLAY "TOPE GRABADO" LINE 22 POSITION 5.
       6000-FIJAR-TOPE-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE CREDLEG.
           CLOSE CREDHIS.
           CLOSE REQLIM.
           CLOSE CUENTA.
           IF WLF-CUENPAGO-ABIERTO = "S"
               CLOSE CUENPAGO
           END-IF.
           IF WLF-CUENCLAS-ABIERTO = "S"
               CLOSE CUENCLAS
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
