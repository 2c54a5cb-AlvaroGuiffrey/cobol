      * meses prorrateada a 45 dias de calle, recortada a la
      * mitad si el atraso promedio supera los 30 dias, para
      * contrastar contra lo que CREDCHK hace cumplir hoy.
      * Los promedios y el limite sugerido de cada cuenta quedan
      * estampados en CUENPAGO (como la clase ABC en CUENCLAS)
      * para la hoja de revision de credito de CREDLEG.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             FILE STATUS IS WFA-STATUS.
           SELECT CUENPAGO  ASSIGN TO "CUENPAGO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDY-CUENTA
                             FILE STATUS IS WDY-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).

       FD  CUENPAGO.
       01  REG-CUENPAGO.
           05  WDY-CUENTA            PIC 9(06).
           05  WDY-PROM-ACTUAL       PIC S9(05)V99.
           05  WDY-PROM-ANTERIOR     PIC S9(05)V99.
           05  WDY-COBRADO-ANO       PIC S9(11)V99.
           05  WDY-LIMITE-SUGERIDO   PIC S9(09)V99.
           05  WDY-FECHA-CALCULO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WFL-STATUS                PIC X(02).
       77  WAC-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WDY-STATUS                PIC X(02).
       77  WDS-HOY                   PIC 9(08).
       77  WDS-HOY-LINEAL            PIC 9(08).
       77  WDS-COBRO-LINEAL          PIC 9(08).
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       CUENPAGO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAGO.
           DISPLAY "ERROR E/S CUENPAGO: " WDY-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           OPEN INPUT FACTALOC.
           OPEN INPUT ARRECOMP.
           OPEN INPUT FACT.
           OPEN I-O CUENPAGO.
           IF WDY-STATUS = "35"
               CLOSE CUENPAGO
               OPEN OUTPUT CUENPAGO
               CLOSE CUENPAGO
               OPEN I-O CUENPAGO
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
               MOVE WDS-T-COBRADO-ANO (WDS-IX) TO D-COBRADO
               MOVE WDS-LIMITE-SUGERIDO   TO D-LIMITE
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
               PERFORM 6100-ESTAMPAR
           END-PERFORM.
           DISPLAY "CUENTAS ANALIZADAS: " WDS-CANT-CUENTAS.

       6100-ESTAMPAR.
           MOVE WDS-T-CUENTA (WDS-IX)      TO WDY-CUENTA.
           MOVE WDS-PROM-ACTUAL            TO WDY-PROM-ACTUAL.
           MOVE WDS-PROM-ANTERIOR          TO WDY-PROM-ANTERIOR.
           MOVE WDS-T-COBRADO-ANO (WDS-IX) TO WDY-COBRADO-ANO.
           MOVE WDS-LIMITE-SUGERIDO        TO WDY-LIMITE-SUGERIDO.
           MOVE WDS-HOY                    TO WDY-FECHA-CALCULO.
           REWRITE REG-CUENPAGO
               INVALID KEY
                   WRITE REG-CUENPAGO
                       INVALID KEY DISPLAY "NO PUDO GRABAR CUENPAGO"
                   END-WRITE
           END-REWRITE.

       9999-FINAL.
           CLOSE FACTALOC.
           CLOSE ARRECOMP.
           CLOSE FACT.
           CLOSE CUENPAGO.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
