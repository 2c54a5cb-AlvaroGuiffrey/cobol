      * saldo de envases de RENTAS en un solo listado, para tener
      * en una sola hoja todo lo que una cuenta le debe o le
      * tiene en custodia a la empresa.
      * Lista tambien las compensaciones con su cuenta de
      * proveedor (COMPENSA); lo compensado ya bajo el saldo de
      * las facturas, el renglon es informativo.
      * Los anticipos recibidos de la cuenta (ANTICIPO) salen en
      * un bloque aparte con su saldo sin aplicar, y el resumen
      * muestra el total de anticipos a favor del cliente.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ALTERNATE RECORD KEY IS WRN-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WRN-STATUS.
           SELECT COMPENSA  ASSIGN TO "COMPENSA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCN-NUMERO
                             ALTERNATE RECORD KEY IS WCN-CUENTA
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY IS WCN-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WCN-STATUS.
           SELECT ANTICIPO  ASSIGN TO "ANTICIPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAN-NUMERO
                             ALTERNATE RECORD KEY IS WAN-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAN-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WRN-ENTREGADOS        PIC 9(05).
           05  WRN-DEVUELTOS         PIC 9(05).

       FD  COMPENSA.
       01  REG-COMPENSA.
           05  WCN-NUMERO            PIC 9(08).
           05  WCN-FECHA             PIC 9(08).
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-PROVEEDOR         PIC 9(06).
           05  WCN-IMPORTE           PIC S9(09)V99.

       FD  ANTICIPO.
       01  REG-ANTICIPO.
           05  WAN-NUMERO            PIC 9(08).
           05  WAN-CUENTA            PIC 9(06).
           05  WAN-FECHA             PIC 9(08).
           05  WAN-IMPORTE           PIC S9(09)V99.
           05  WAN-SALDO             PIC S9(09)V99.
           05  WAN-ESTADO            PIC X(01).
               88  WAN-ABIERTO        VALUE "A".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WFA-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WRN-STATUS                PIC X(02).
       77  WCN-STATUS                PIC X(02).
       77  WAN-STATUS                PIC X(02).
       77  WEC-PROG-EMAILQ           PIC X(08).
       77  WEC-DOC-EMAILQ            PIC X(30).
       77  WEC-CUENTA-PARAM          PIC 9(06).
       77  WEC-SALDO-FACT            PIC S9(09)V99 VALUE 0.
       77  WEC-SALDO-CHEQUES         PIC S9(09)V99 VALUE 0.
       77  WEC-SALDO-ENVASES         PIC S9(05) VALUE 0.
       77  WEC-SALDO-ANTICIPOS       PIC S9(09)V99 VALUE 0.
       77  WEC-BLOQUE-ANTICIPOS      PIC X(01) VALUE "N".
       77  EOF-FACT                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".
       77  EOF-CHEQUES                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CHEQUES      VALUE "S".
       77  EOF-RENTAS                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RENTAS       VALUE "S".
       77  EOF-COMPENSA               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMPENSA     VALUE "S".
       77  EOF-ANTICIPO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ANTICIPO     VALUE "S".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
               "ENVASES PENDIENTES: ".
           05  R-ENVASES             PIC -(4)9.

       01  LIN-BLOQUE-ANTICIPOS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(40) VALUE
               "ANTICIPOS RECIBIDOS (SALDO SIN APLICAR)".

       01  LIN-RESUMEN-ANTICIPOS.
           05  FILLER                PIC X(21) VALUE
               "ANTICIPOS A FAVOR  : ".
           05  R-ANTICIPOS           PIC -(7)9.99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       FACT-ERR SECTION.
       RENTAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RENTAS.
           DISPLAY "ERROR E/S RENTAS: " WRN-STATUS.
       COMPENSA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMPENSA.
           DISPLAY "ERROR E/S COMPENSA: " WCN-STATUS.
       ANTICIPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTICIPO.
           DISPLAY "ERROR E/S ANTICIPO: " WAN-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-LISTAR-FACT THRU 2000-LISTAR-FACT-EXIT
               UNTIL NO-HAY-MAS-FACT.
           PERFORM 2500-LISTAR-COMPENSA
               THRU 2500-LISTAR-COMPENSA-EXIT
               UNTIL NO-HAY-MAS-COMPENSA.
           PERFORM 2700-LISTAR-ANTICIPOS
               THRU 2700-LISTAR-ANTICIPOS-EXIT
               UNTIL NO-HAY-MAS-ANTICIPO.
           PERFORM 3000-LISTAR-CHEQUES THRU 3000-LISTAR-CHEQUES-EXIT
               UNTIL NO-HAY-MAS-CHEQUES.
           PERFORM 4000-ACUM-ENVASES THRU 4000-ACUM-ENVASES-EXIT
           OPEN INPUT FACT.
           OPEN INPUT CHEQUES.
           OPEN INPUT RENTAS.
           OPEN INPUT COMPENSA.
           OPEN INPUT ANTICIPO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
           START RENTAS KEY IS NOT LESS THAN WRN-CUENTA
               INVALID KEY MOVE "S" TO EOF-RENTAS
           END-START.
           IF WCN-STATUS NOT = "00"
               MOVE "S" TO EOF-COMPENSA
           ELSE
               MOVE WEC-CUENTA-PARAM TO WCN-CUENTA
               START COMPENSA KEY IS NOT LESS THAN WCN-CUENTA
                   INVALID KEY MOVE "S" TO EOF-COMPENSA
               END-START
           END-IF.
           IF WAN-STATUS NOT = "00"
               MOVE "S" TO EOF-ANTICIPO
           ELSE
               MOVE WEC-CUENTA-PARAM TO WAN-CUENTA
               START ANTICIPO KEY IS NOT LESS THAN WAN-CUENTA
                   INVALID KEY MOVE "S" TO EOF-ANTICIPO
               END-START
           END-IF.

       2000-LISTAR-FACT.
           READ FACT NEXT RECORD
       2000-LISTAR-FACT-EXIT.
           EXIT.

       2500-LISTAR-COMPENSA.
           READ COMPENSA NEXT RECORD
               AT END MOVE "S" TO EOF-COMPENSA
           END-READ.
           IF NO-HAY-MAS-COMPENSA OR WCN-CUENTA NOT = WEC-CUENTA-PARAM
               MOVE "S" TO EOF-COMPENSA
               GO TO 2500-LISTAR-COMPENSA-EXIT
           END-IF.
           MOVE "COMPENSAC " TO D-ORIGEN.
           MOVE WCN-NUMERO   TO D-REFERENCIA.
           COMPUTE D-IMPORTE = 0 - WCN-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       2500-LISTAR-COMPENSA-EXIT.
           EXIT.

      *    Solo los anticipos con saldo sin aplicar; el saldo
      *    es a favor del cliente y sale en negativo.
       2700-LISTAR-ANTICIPOS.
           READ ANTICIPO NEXT RECORD
               AT END MOVE "S" TO EOF-ANTICIPO
           END-READ.
           IF NO-HAY-MAS-ANTICIPO OR WAN-CUENTA NOT = WEC-CUENTA-PARAM
               MOVE "S" TO EOF-ANTICIPO
               GO TO 2700-LISTAR-ANTICIPOS-EXIT
           END-IF.
           IF WAN-ABIERTO AND WAN-SALDO > 0
               IF WEC-BLOQUE-ANTICIPOS = "N"
                   WRITE LIN-LISTADO FROM LIN-BLOQUE-ANTICIPOS
                       AFTER 2
                   MOVE "S" TO WEC-BLOQUE-ANTICIPOS
               END-IF
               MOVE "ANTICIPO  " TO D-ORIGEN
               MOVE WAN-NUMERO   TO D-REFERENCIA
               COMPUTE D-IMPORTE = 0 - WAN-SALDO
               ADD WAN-SALDO TO WEC-SALDO-ANTICIPOS
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.
       2700-LISTAR-ANTICIPOS-EXIT.
           EXIT.

       3000-LISTAR-CHEQUES.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-CHEQUES
           MOVE WEC-SALDO-CHEQUES TO R-CHEQUES.
           MOVE WEC-SALDO-ENVASES TO R-ENVASES.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
           MOVE WEC-SALDO-ANTICIPOS TO R-ANTICIPOS.
           WRITE LIN-LISTADO FROM LIN-RESUMEN-ANTICIPOS AFTER 1.

       9999-FINAL.
           CLOSE FACT.
           CLOSE CHEQUES.
           CLOSE RENTAS.
           CLOSE COMPENSA.
           CLOSE ANTICIPO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
