       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EMPPRCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable que dice si una empresa es de
      * practica (registrada en EMPPRAC por EMPPRACT). La usan
      * los menues para mostrar la franja de PRACTICA y los
      * programas que generan salidas externas (CAE, DDJJ, CITI,
      * SICORE, transferencias, mails, controlador fiscal) para
      * no mandar afuera nada hecho en la empresa de practica.
      *   LK-EMP       empresa a consultar; en 0 se toma la de
      *                la sesion activa publicada por MEN en
      *                SESACT;
      *   LK-PRACTICA  S es empresa de practica, N no lo es
      *                (tambien N si no hay EMPPRAC).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESACT    ASSIGN TO "SESACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSA-REGISTRO
                             FILE STATUS IS WSA-STATUS.
           SELECT EMPPRAC   ASSIGN TO "EMPPRAC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEV-EMP
                             FILE STATUS IS WEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESACT.
       01  REG-SESACT.
           05  WSA-REGISTRO          PIC 9(01).
           05  WSA-EMP               PIC 9(04).
           05  WSA-SUC               PIC 9(02).
           05  WSA-OPERADOR          PIC X(08).

       FD  EMPPRAC.
       01  REG-EMPPRAC.
           05  WEV-EMP               PIC 9(04).
           05  WEV-EMP-ORIGEN        PIC 9(04).
           05  WEV-SUCURSAL          PIC 9(02).
           05  WEV-DIRECTORIO        PIC X(30).
           05  WEV-NUMERO-BASE       PIC 9(08).
           05  WEV-FECHA             PIC 9(08).
           05  WEV-OPERADOR          PIC X(08).
           05  WEV-CANT-CUENTAS      PIC 9(06).
           05  WEV-CANT-ARTICULOS    PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WSA-STATUS                PIC X(02).
       77  WEV-STATUS                PIC X(02).
       77  WEW-EMP-CONSULTA          PIC 9(04).

       LINKAGE SECTION.
       01  LK-EMP                    PIC 9(04).
       01  LK-PRACTICA               PIC X(01).

       PROCEDURE DIVISION USING LK-EMP
                                 LK-PRACTICA.
       DECLARATIVES.
       SESACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SESACT.
           DISPLAY "ERROR E/S SESACT: " WSA-STATUS.
       EMPPRAC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPPRAC.
           DISPLAY "ERROR E/S EMPPRAC: " WEV-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           MOVE "N" TO LK-PRACTICA.
           PERFORM 1000-EMPRESA THRU 1000-EMPRESA-EXIT.
           PERFORM 2000-CONSULTAR THRU 2000-CONSULTAR-EXIT.
           GOBACK.

       1000-EMPRESA.
           MOVE LK-EMP TO WEW-EMP-CONSULTA.
           IF LK-EMP NOT = 0
               GO TO 1000-EMPRESA-EXIT
           END-IF.
           OPEN INPUT SESACT.
           IF WSA-STATUS NOT = "00"
               GO TO 1000-EMPRESA-EXIT
           END-IF.
           MOVE 1 TO WSA-REGISTRO.
           READ SESACT
               INVALID KEY MOVE 0 TO WSA-EMP
           END-READ.
           MOVE WSA-EMP TO WEW-EMP-CONSULTA.
           CLOSE SESACT.
       1000-EMPRESA-EXIT.
           EXIT.

       2000-CONSULTAR.
           IF WEW-EMP-CONSULTA = 0
               GO TO 2000-CONSULTAR-EXIT
           END-IF.
           OPEN INPUT EMPPRAC.
           IF WEV-STATUS NOT = "00"
               GO TO 2000-CONSULTAR-EXIT
           END-IF.
           MOVE WEW-EMP-CONSULTA TO WEV-EMP.
           READ EMPPRAC KEY IS WEV-EMP
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO LK-PRACTICA
           END-READ.
           CLOSE EMPPRAC.
       2000-CONSULTAR-EXIT.
           EXIT.
