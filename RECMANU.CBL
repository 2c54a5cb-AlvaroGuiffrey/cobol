       IDENTIFICATION DIVISION.
       PROGRAM-ID.       RECMANU.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable de registro de recibos manuales de
      * talonario: cada recibo preimpreso que un chofer o
      * cobrador entrega al rendir (RUTRENDI), que se carga en
      * RECIBOS o que se anula en TALREC queda en RECMAN con su
      * talonario, legajo, cuenta e importe, para que TALREC
      * pueda listar los recibos que nadie rindio. El talonario
      * se busca por rango de numeros en TALREC (clave
      * alternativa del numero hasta).
      *   LK-OPERACION R rendido (cobro), A anulado;
      *   LK-LEGAJO    0 no controla a quien se entrego el
      *                talonario;
      *   LK-RESULTADO S registrado;
      *                L registrado, pero el talonario es de
      *                  otro legajo;
      *                X registrado, pero el talonario ya estaba
      *                  devuelto;
      *                D no se registra, el numero ya estaba;
      *                T no se registra, ningun talonario tiene
      *                  ese numero.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALREC    ASSIGN TO "TALREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTY-TALONARIO
                             ALTERNATE RECORD KEY IS WTY-LEGAJO
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY IS WTY-NRO-HASTA
                                 WITH DUPLICATES
                             FILE STATUS IS WTY-STATUS.
           SELECT RECMAN    ASSIGN TO "RECMAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRX-NUMERO
                             FILE STATUS IS WRX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TALREC.
       01  REG-TALREC.
           05  WTY-TALONARIO         PIC 9(06).
           05  WTY-LEGAJO            PIC 9(05).
           05  WTY-NRO-DESDE         PIC 9(08).
           05  WTY-NRO-HASTA         PIC 9(08).
           05  WTY-FEC-ENTREGA       PIC 9(08).
           05  WTY-FEC-DEVOLUCION    PIC 9(08).
           05  WTY-ESTADO            PIC X(01).
               88  WTY-EN-USO         VALUE "E".
               88  WTY-DEVUELTO       VALUE "D".

       FD  RECMAN.
       01  REG-RECMAN.
           05  WRX-NUMERO            PIC 9(08).
           05  WRX-TALONARIO         PIC 9(06).
           05  WRX-LEGAJO            PIC 9(05).
           05  WRX-ESTADO            PIC X(01).
               88  WRX-RENDIDO        VALUE "R".
               88  WRX-ANULADO        VALUE "A".
           05  WRX-FECHA             PIC 9(08).
           05  WRX-CUENTA            PIC 9(06).
           05  WRX-IMPORTE           PIC S9(09)V99.
           05  WRX-ORIGEN            PIC X(08).
           05  WRX-OBSERVACION       PIC X(30).

       WORKING-STORAGE SECTION.
       77  WTY-STATUS                PIC X(02).
       77  WRX-STATUS                PIC X(02).
       77  WRY-HALLADO               PIC X(01).
       77  WRY-TALREC-ABIERTO        PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  LK-OPERACION              PIC X(01).
       01  LK-NUMERO                 PIC 9(08).
       01  LK-CUENTA                 PIC 9(06).
       01  LK-IMPORTE                PIC S9(09)V99.
       01  LK-ORIGEN                 PIC X(08).
       01  LK-LEGAJO                 PIC 9(05).
       01  LK-OBSERVACION            PIC X(30).
       01  LK-RESULTADO              PIC X(01).

       PROCEDURE DIVISION USING LK-OPERACION
                                 LK-NUMERO
                                 LK-CUENTA
                                 LK-IMPORTE
                                 LK-ORIGEN
                                 LK-LEGAJO
                                 LK-OBSERVACION
                                 LK-RESULTADO.
       DECLARATIVES.
       TALREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TALREC.
           DISPLAY "ERROR E/S TALREC: " WTY-STATUS.
       RECMAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RECMAN.
           DISPLAY "ERROR E/S RECMAN: " WRX-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-REGISTRAR THRU 2000-REGISTRAR-EXIT.
           PERFORM 9999-FINAL.
           GOBACK.

       1000-INICIAL.
           MOVE "T" TO LK-RESULTADO.
           OPEN INPUT TALREC.
           IF WTY-STATUS = "00"
               MOVE "S" TO WRY-TALREC-ABIERTO
           ELSE
               MOVE "N" TO WRY-TALREC-ABIERTO
           END-IF.
           OPEN I-O RECMAN.
           IF WRX-STATUS = "35"
               CLOSE RECMAN
               OPEN OUTPUT RECMAN
               CLOSE RECMAN
               OPEN I-O RECMAN
           END-IF.

       2000-REGISTRAR.
           IF WRY-TALREC-ABIERTO = "N"
               GO TO 2000-REGISTRAR-EXIT
           END-IF.
      *    El primer talonario cuyo numero hasta no es menor que
      *    el recibo; el recibo es de ese talonario si ademas no
      *    es menor que su numero desde.
           MOVE "S" TO WRY-HALLADO.
           MOVE LK-NUMERO TO WTY-NRO-HASTA.
           START TALREC KEY IS NOT LESS THAN WTY-NRO-HASTA
               INVALID KEY MOVE "N" TO WRY-HALLADO
           END-START.
           IF WRY-HALLADO = "S"
               READ TALREC NEXT RECORD
                   AT END MOVE "N" TO WRY-HALLADO
               END-READ
           END-IF.
           IF WRY-HALLADO = "N" OR WTY-NRO-DESDE > LK-NUMERO
               GO TO 2000-REGISTRAR-EXIT
           END-IF.

           MOVE LK-NUMERO TO WRX-NUMERO.
           MOVE "S" TO WRY-HALLADO.
           READ RECMAN KEY IS WRX-NUMERO
               INVALID KEY MOVE "N" TO WRY-HALLADO
           END-READ.
           IF WRY-HALLADO = "S"
               MOVE "D" TO LK-RESULTADO
               GO TO 2000-REGISTRAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WTY-DEVUELTO
                   MOVE "X" TO LK-RESULTADO
               WHEN LK-LEGAJO NOT = 0
                AND LK-LEGAJO NOT = WTY-LEGAJO
                   MOVE "L" TO LK-RESULTADO
               WHEN OTHER
                   MOVE "S" TO LK-RESULTADO
           END-EVALUATE.
           MOVE LK-NUMERO      TO WRX-NUMERO.
           MOVE WTY-TALONARIO  TO WRX-TALONARIO.
           MOVE WTY-LEGAJO     TO WRX-LEGAJO.
           MOVE LK-OPERACION   TO WRX-ESTADO.
           ACCEPT WRX-FECHA FROM DATE YYYYMMDD.
           MOVE LK-CUENTA      TO WRX-CUENTA.
           MOVE LK-IMPORTE     TO WRX-IMPORTE.
           MOVE LK-ORIGEN      TO WRX-ORIGEN.
           MOVE LK-OBSERVACION TO WRX-OBSERVACION.
           WRITE REG-RECMAN
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR RECMAN"
                   MOVE "D" TO LK-RESULTADO
           END-WRITE.
       2000-REGISTRAR-EXIT.
           EXIT.

       9999-FINAL.
           IF WRY-TALREC-ABIERTO = "S"
               CLOSE TALREC
           END-IF.
           CLOSE RECMAN.
       9999-FINAL-EXIT.
           EXIT.
