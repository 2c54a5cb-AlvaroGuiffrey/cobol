       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ANTICIPO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Anticipos de clientes cobrados antes de la entrega o de
      * la facturacion (institucionales, cuentas nuevas): hasta
      * ahora el recibo quedaba sin aplicar en RECALLOC o se
      * inventaba un renglon negativo en FACT. El anticipo es un
      * documento propio, numerado desde NUMERO tipo "ANTICIPO",
      * con el importe recibido y su saldo sin aplicar por
      * CUENTA en ANTICIPO:
      *   modo R: registra el anticipo cobrado y emite el
      *           comprobante por PRNTDEST;
      *   modo A: aplicacion manual a facturas abiertas (un
      *           anticipo o 0 = todos los de la cuenta, una
      *           factura o 0 = todas), via CALL a ANTIAPLI;
      *   modo V: antiguedad: lista los anticipos con saldo sin
      *           aplicar de mas de N dias.
      * La facturacion aplica sola los anticipos abiertos de la
      * cuenta al grabar el comprobante (CALL a ANTIAPLI). El
      * asiento lo genera DIARIOGN: origen "ANTICIPO" (debe
      * caja, haber anticipos de clientes, pasivo) al cobrarlo y
      * origen "ANTIAPLI" (debe anticipos de clientes, haber
      * deudores por ventas) al aplicarlo, segun CTAMAP. ESTCTA
      * lo muestra en un bloque aparte y CREDCHK toma el saldo
      * abierto como credito disponible de la cuenta.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTICIPO  ASSIGN TO "ANTICIPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAN-NUMERO
                             ALTERNATE RECORD KEY IS WAN-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAN-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  ANTICIPO.
       01  REG-ANTICIPO.
           05  WAN-NUMERO            PIC 9(08).
           05  WAN-CUENTA            PIC 9(06).
           05  WAN-FECHA             PIC 9(08).
           05  WAN-IMPORTE           PIC S9(09)V99.
           05  WAN-SALDO             PIC S9(09)V99.
           05  WAN-ESTADO            PIC X(01).
               88  WAN-ABIERTO        VALUE "A".
               88  WAN-APLICADO       VALUE "C".
           05  WAN-ULT-SECUENCIA     PIC 9(03).
           05  WAN-OBSERVACION       PIC X(30).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "ANTICIPO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WAN-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WAT-MODO-PARAM            PIC X(01).
       77  WAT-CUENTA-PARAM          PIC 9(06).
       77  WAT-ANTICIPO-PARAM        PIC 9(08).
       77  WAT-COMPROBANTE-PARAM     PIC 9(08).
       77  WAT-IMPORTE-PARAM         PIC S9(09)V99.
       77  WAT-OBSERVACION-PARAM     PIC X(30).
       77  WAT-DIAS-PARAM            PIC 9(04).
       77  WAT-CONFIRMA              PIC X(01).
       77  WAT-HOY                   PIC 9(08).
       77  WAT-DIAS                  PIC 9(06).
       77  WAT-IMPORTE-APLICADO      PIC S9(09)V99.
       77  WAT-ED-IMPORTE            PIC ZZ,ZZZ,ZZ9.99-.
       77  WAT-CANT-VENCIDOS         PIC 9(06) VALUE 0.
       77  WAT-TOT-VENCIDOS          PIC S9(11)V99 VALUE 0.
       77  WAT-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WAT-PERIODO-ABIERTO       PIC X(01).
       77  EOF-ANTICIPO              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ANTICIPO    VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(28)
               VALUE "ANTICIPO DE CLIENTE NRO ".
           05  T-NUMERO           PIC Z(7)9.
           05  FILLER             PIC X(08) VALUE "  FECHA ".
           05  T-FECHA            PIC 9(08).

       01  LIN-CUENTA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "CUENTA: ".
           05  C-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  C-NOMBRE           PIC X(30).

       01  LIN-IMPORTE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(22)
               VALUE "IMPORTE RECIBIDO ..: ".
           05  I-IMPORTE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  I-OBSERVACION      PIC X(30).

       01  LIN-TITULO-V.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(38)
               VALUE "ANTICIPOS SIN APLICAR CON MAS DE ".
           05  T-DIAS             PIC ZZZ9.
           05  FILLER             PIC X(10) VALUE " DIAS AL ".
           05  T-HOY              PIC 9(08).

       01  LIN-ENCAB-V.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CUENTA  ANTICIPO     FECHA         IMPORTE       ".
           05  FILLER             PIC X(30) VALUE
               "   SALDO SIN APLICAR    DIAS".

       01  LIN-DETALLE-V.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-NUMERO           PIC Z(7)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-FECHA            PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-IMPORTE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  V-SALDO            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-DIAS             PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  V-OBSERVACION      PIC X(30).

       01  LIN-TOTAL-V.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(22)
               VALUE "ANTICIPOS VENCIDOS: ".
           05  L-CANTIDAD         PIC ZZZZZ9.
           05  FILLER             PIC X(12) VALUE "  SALDO ..: ".
           05  L-SALDO            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       ANTICIPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTICIPO.
           DISPLAY "ERROR E/S ANTICIPO: " WAN-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WAT-MODO-PARAM
               WHEN "R"
                   PERFORM 2000-REGISTRAR THRU 2000-REGISTRAR-EXIT
               WHEN "A"
                   PERFORM 3000-APLICAR THRU 3000-APLICAR-EXIT
               WHEN "V"
                   PERFORM 4000-ANTIGUEDAD THRU 4000-ANTIGUEDAD-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

      *    La aplicacion manual la hace ANTIAPLI, que abre sus
      *    propios archivos: en modo A aca no se abre ninguno.
       1000-INICIAL.
           DISPLAY "MODO (R=REGISTRAR A=APLICAR V=ANTIGUEDAD): "
               LINE 6 POSITION 5.
           ACCEPT WAT-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WAT-HOY FROM DATE YYYYMMDD.
           IF WAT-MODO-PARAM = "R" OR WAT-MODO-PARAM = "V"
               OPEN I-O ANTICIPO
               IF WAN-STATUS = "35"
                   CLOSE ANTICIPO
                   OPEN OUTPUT ANTICIPO
                   CLOSE ANTICIPO
                   OPEN I-O ANTICIPO
               END-IF
               OPEN INPUT CUENTA
               OPEN I-O NUMERO
               IF WNU-STATUS = "35"
                   CLOSE NUMERO
                   OPEN OUTPUT NUMERO
                   CLOSE NUMERO
                   OPEN I-O NUMERO
               END-IF
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    El cobro del anticipo se postea con la fecha del dia:
      *    respeta el cierre de periodo contable (PERCHK).
       2000-REGISTRAR.
           CALL "PERCHK" USING WAT-EMP-PERCHK
                               WAT-HOY
                               WAT-PERIODO-ABIERTO
           END-CALL.
           IF WAT-PERIODO-ABIERTO = "N"
               DISPLAY "PERIODO CERRADO - NO SE REGISTRA"
                   LINE 20 POSITION 5
               GO TO 2000-REGISTRAR-EXIT
           END-IF.
           DISPLAY "CUENTA .............: " LINE 8 POSITION 5.
           ACCEPT WAT-CUENTA-PARAM LINE 8 POSITION 28.
           MOVE WAT-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-REGISTRAR-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 38.
           DISPLAY "IMPORTE RECIBIDO ...: " LINE 9 POSITION 5.
           ACCEPT WAT-IMPORTE-PARAM LINE 9 POSITION 28.
           IF WAT-IMPORTE-PARAM NOT > 0
               DISPLAY "IMPORTE INVALIDO" LINE 20 POSITION 5
               GO TO 2000-REGISTRAR-EXIT
           END-IF.
           DISPLAY "OBSERVACION ........: " LINE 10 POSITION 5.
           ACCEPT WAT-OBSERVACION-PARAM LINE 10 POSITION 28.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 16 POSITION 5.
           ACCEPT WAT-CONFIRMA LINE 16 POSITION 28.
           IF WAT-CONFIRMA NOT = "S"
               GO TO 2000-REGISTRAR-EXIT
           END-IF.

           MOVE "ANTICIPO" TO WNU-TIPO-COMP.
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

           MOVE WNU-ULTIMO-NUMERO     TO WAN-NUMERO.
           MOVE WAT-CUENTA-PARAM      TO WAN-CUENTA.
           MOVE WAT-HOY               TO WAN-FECHA.
           MOVE WAT-IMPORTE-PARAM     TO WAN-IMPORTE.
           MOVE WAT-IMPORTE-PARAM     TO WAN-SALDO.
           MOVE "A"                   TO WAN-ESTADO.
           MOVE 0                     TO WAN-ULT-SECUENCIA.
           MOVE WAT-OBSERVACION-PARAM TO WAN-OBSERVACION.
           WRITE REG-ANTICIPO
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR ANTICIPO"
                       LINE 20 POSITION 5
                   GO TO 2000-REGISTRAR-EXIT
           END-WRITE.
           DISPLAY "ANTICIPO NRO: " LINE 17 POSITION 5.
           DISPLAY WAN-NUMERO LINE 17 POSITION 20.

           MOVE WAN-NUMERO        TO T-NUMERO.
           MOVE WAN-FECHA         TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WAN-CUENTA        TO C-CUENTA.
           MOVE WCU-NOMBRE        TO C-NOMBRE.
           WRITE LIN-LISTADO FROM LIN-CUENTA AFTER 2.
           MOVE WAN-IMPORTE       TO I-IMPORTE.
           MOVE WAN-OBSERVACION   TO I-OBSERVACION.
           WRITE LIN-LISTADO FROM LIN-IMPORTE AFTER 1.
       2000-REGISTRAR-EXIT.
           EXIT.

       3000-APLICAR.
           DISPLAY "CUENTA .............: " LINE 8 POSITION 5.
           ACCEPT WAT-CUENTA-PARAM LINE 8 POSITION 28.
           DISPLAY "ANTICIPO (0=TODOS) .: " LINE 9 POSITION 5.
           ACCEPT WAT-ANTICIPO-PARAM LINE 9 POSITION 28.
           DISPLAY "FACTURA (0=TODAS) ..: " LINE 10 POSITION 5.
           ACCEPT WAT-COMPROBANTE-PARAM LINE 10 POSITION 28.
           IF WAT-CUENTA-PARAM = 0 AND WAT-ANTICIPO-PARAM = 0
               DISPLAY "INFORME CUENTA O ANTICIPO" LINE 20 POSITION 5
               GO TO 3000-APLICAR-EXIT
           END-IF.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 16 POSITION 5.
           ACCEPT WAT-CONFIRMA LINE 16 POSITION 28.
           IF WAT-CONFIRMA NOT = "S"
               GO TO 3000-APLICAR-EXIT
           END-IF.
           MOVE 0 TO WAT-IMPORTE-APLICADO.
           CALL "ANTIAPLI" USING WAT-CUENTA-PARAM
                                 WAT-ANTICIPO-PARAM
                                 WAT-COMPROBANTE-PARAM
                                 WAT-IMPORTE-APLICADO
           END-CALL.
           MOVE WAT-IMPORTE-APLICADO TO WAT-ED-IMPORTE.
           DISPLAY "IMPORTE APLICADO ...: " LINE 17 POSITION 5.
           DISPLAY WAT-ED-IMPORTE LINE 17 POSITION 28.
       3000-APLICAR-EXIT.
           EXIT.

       4000-ANTIGUEDAD.
           DISPLAY "DIAS DE ANTIGUEDAD .: " LINE 8 POSITION 5.
           ACCEPT WAT-DIAS-PARAM LINE 8 POSITION 28.
           MOVE WAT-DIAS-PARAM TO T-DIAS.
           MOVE WAT-HOY        TO T-HOY.
           WRITE LIN-LISTADO FROM LIN-TITULO-V AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCAB-V AFTER 2.
           MOVE 0 TO WAN-NUMERO.
           START ANTICIPO KEY IS NOT LESS THAN WAN-NUMERO
               INVALID KEY MOVE "S" TO EOF-ANTICIPO
           END-START.
           PERFORM 4100-UN-ANTICIPO THRU 4100-UN-ANTICIPO-EXIT
               UNTIL NO-HAY-MAS-ANTICIPO.
           MOVE WAT-CANT-VENCIDOS TO L-CANTIDAD.
           MOVE WAT-TOT-VENCIDOS  TO L-SALDO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-V AFTER 2.
       4000-ANTIGUEDAD-EXIT.
           EXIT.

       4100-UN-ANTICIPO.
           READ ANTICIPO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ANTICIPO
                   GO TO 4100-UN-ANTICIPO-EXIT
           END-READ.
           IF NOT WAN-ABIERTO OR WAN-SALDO NOT > 0
               GO TO 4100-UN-ANTICIPO-EXIT
           END-IF.
           COMPUTE WAT-DIAS =
               FUNCTION INTEGER-OF-DATE (WAT-HOY)
             - FUNCTION INTEGER-OF-DATE (WAN-FECHA).
           IF WAT-DIAS NOT > WAT-DIAS-PARAM
               GO TO 4100-UN-ANTICIPO-EXIT
           END-IF.
           MOVE WAN-CUENTA      TO V-CUENTA.
           MOVE WAN-NUMERO      TO V-NUMERO.
           MOVE WAN-FECHA       TO V-FECHA.
           MOVE WAN-IMPORTE     TO V-IMPORTE.
           MOVE WAN-SALDO       TO V-SALDO.
           MOVE WAT-DIAS        TO V-DIAS.
           MOVE WAN-OBSERVACION TO V-OBSERVACION.
           WRITE LIN-LISTADO FROM LIN-DETALLE-V AFTER 1.
           ADD 1 TO WAT-CANT-VENCIDOS.
           ADD WAN-SALDO TO WAT-TOT-VENCIDOS.
       4100-UN-ANTICIPO-EXIT.
           EXIT.

       9999-FINAL.
           IF WAT-MODO-PARAM = "R" OR WAT-MODO-PARAM = "V"
               CLOSE ANTICIPO
               CLOSE CUENTA
               CLOSE NUMERO
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
