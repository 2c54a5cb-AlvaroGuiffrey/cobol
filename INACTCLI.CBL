      * por ruta en INACTDIA (modo U lo mantiene; sin registro
      * rigen 30 dias). ABCCLI dice quien es grande; esto dice
      * quien se esta yendo.
      * Tambien salen, marcadas COMPETENCIA, las cuentas que el
      * preventista dio dos veces seguidas como perdidas contra
      * la competencia (REACTCOM, que mantiene VISITAS), aunque
      * todavia no pasen el umbral de dias o no tengan compras.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WID-RUTA
                             FILE STATUS IS WID-STATUS.
           SELECT REACTCOM  ASSIGN TO "REACTCOM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVK-CUENTA
                             FILE STATUS IS WVK-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WID-RUTA              PIC 9(04).
           05  WID-DIAS-INACTIVO     PIC 9(03).

       FD  REACTCOM.
       01  REG-REACTCOM.
           05  WVK-CUENTA            PIC 9(06).
           05  WVK-CANT-COMPETENCIA  PIC 9(03).
           05  WVK-FEC-ULTIMA        PIC 9(08).
           05  WVK-VENDEDOR          PIC X(08).
           05  WVK-MARCADA           PIC X(01).
               88  WVK-A-REACTIVAR    VALUE "S".

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WMV-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WID-STATUS                PIC X(02).
       77  WVK-STATUS                PIC X(02).
       77  WIC-MODO-PARAM            PIC X(01).
       77  WIC-RUTA-PARAM            PIC 9(04).
       77  WIC-HOY                   PIC 9(08).
       77  WIC-DIA-ULT               PIC 9(08).
       77  WIC-DIA-PRI               PIC 9(08).
       77  WIC-CANT-INACTIVOS        PIC 9(05) VALUE 0.
       77  WIC-CANT-COMPETENCIA      PIC 9(05) VALUE 0.
       77  WIC-POR-COMPETENCIA       PIC X(01).
       77  WIC-REACTCOM-ABIERTO      PIC X(01) VALUE "N".
       77  EOF-ARET                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ARET        VALUE "S".
       77  EOF-MOVI                   PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-DIAS                PIC ZZZ9.
           05  FILLER                PIC X(05) VALUE " DIAS".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-MOTIVO              PIC X(11).

       PROCEDURE DIVISION.
       DECLARATIVES.
       INACTDIA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INACTDIA.
           DISPLAY "ERROR E/S INACTDIA: " WID-STATUS.
       REACTCOM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REACTCOM.
           DISPLAY "ERROR E/S REACTCOM: " WVK-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
                   THRU 2000-EVALUAR-CUENTA-EXIT
                   UNTIL NO-HAY-MAS-ARET
               DISPLAY "CLIENTES INACTIVOS: " WIC-CANT-INACTIVOS
               DISPLAY "PERDIDOS CONTRA COMPETENCIA: "
                   WIC-CANT-COMPETENCIA
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.
           OPEN INPUT ARET.
           OPEN INPUT MOVI.
           OPEN INPUT CUENTA.
           OPEN INPUT REACTCOM.
           IF WVK-STATUS = "00"
               MOVE "S" TO WIC-REACTCOM-ABIERTO
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1
           END-IF.
           PERFORM 3000-HISTORIA-MOVI THRU 3000-HISTORIA-MOVI-FIN.
           PERFORM 3500-COMPETENCIA.
           MOVE 0 TO WIC-DIAS-SIN-COMPRA.
           MOVE 0 TO WIC-PROMEDIO-MES.
           IF WIC-ULT-FECHA = 0
               IF WIC-POR-COMPETENCIA = "S"
                   GO TO 2000-IMPRIMIR
               END-IF
               GO TO 2000-EVALUAR-CUENTA-EXIT
           END-IF.
           COMPUTE WIC-DIA-ULT =
               FUNCTION INTEGER-OF-DATE (WIC-ULT-FECHA).
           COMPUTE WIC-DIAS-SIN-COMPRA = WIC-DIA-HOY - WIC-DIA-ULT.
           IF WIC-DIAS-SIN-COMPRA <= WIC-DIAS-UMBRAL
              AND WIC-POR-COMPETENCIA = "N"
               GO TO 2000-EVALUAR-CUENTA-EXIT
           END-IF.
      *    Promedio mensual historico: total comprado sobre los
           END-IF.
           COMPUTE WIC-PROMEDIO-MES ROUNDED =
               WIC-TOTAL-HIST / WIC-MESES-HIST.
       2000-IMPRIMIR.
           MOVE WAR-CUENTA TO WCU-CUENTA.
           MOVE SPACES     TO WCU-NOMBRE.
           READ CUENTA KEY IS WCU-CUENTA
           MOVE WIC-ULT-IMPORTE     TO D-ULT-IMPORTE.
           MOVE WIC-PROMEDIO-MES    TO D-PROMEDIO.
           MOVE WIC-DIAS-SIN-COMPRA TO D-DIAS.
           MOVE SPACES              TO D-MOTIVO.
           IF WIC-POR-COMPETENCIA = "S"
               MOVE "COMPETENCIA" TO D-MOTIVO
               ADD 1 TO WIC-CANT-COMPETENCIA
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           IF WIC-DIAS-SIN-COMPRA > WIC-DIAS-UMBRAL
               ADD 1 TO WIC-CANT-INACTIVOS
           END-IF.
       2000-EVALUAR-CUENTA-EXIT.
           EXIT.

       3100-UN-MOVI-EXIT.
           EXIT.

      *    Cuenta marcada en REACTCOM por motivos competencia.
       3500-COMPETENCIA.
           MOVE "N" TO WIC-POR-COMPETENCIA.
           IF WIC-REACTCOM-ABIERTO = "S"
               MOVE WAR-CUENTA TO WVK-CUENTA
               READ REACTCOM KEY IS WVK-CUENTA
                   INVALID KEY MOVE "N" TO WVK-MARCADA
               END-READ
               IF WVK-A-REACTIVAR
                   MOVE "S" TO WIC-POR-COMPETENCIA
               END-IF
           END-IF.

       5000-CARGAR-UMBRAL.
           DISPLAY "RUTA ................: " LINE 9 POSITION 5.
           ACCEPT WIC-RUTA-PARAM LINE 9 POSITION 29.
               CLOSE MOVI
               CLOSE CUENTA
               CLOSE LISTADO
               IF WIC-REACTCOM-ABIERTO = "S"
                   CLOSE REACTCOM
               END-IF
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
