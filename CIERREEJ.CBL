      * el anio nuevo. El modo S simula: imprime los asientos
      * por PRNTDEST sin grabar nada, para que el contador los
      * revise antes del modo D definitivo.
      * Antes de cerrar se fija en DIARIOPO si AJUINFLA ya
      * contabilizo el ajuste por inflacion de ese cierre y
      * empresa; si no esta avisa y pide confirmacion, porque
      * despues de la refundicion el ajuste ya no tiene lugar.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT DIARIOPO  ASSIGN TO "DIARIOPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDO-CLAVE
                             FILE STATUS IS WDO-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  DIARIOPO.
       01  REG-DIARIOPO.
           05  WDO-CLAVE.
               10  WDO-ORIGEN        PIC X(08).
               10  WDO-CLAVE-ORIGEN  PIC X(20).
           05  WDO-IMPORTE-POSTEADO  PIC S9(11)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WDI-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WCE-AJUSTE-OK             PIC X(01) VALUE "N".
       77  WCE-CONTINUA              PIC X(01).
       77  WCE-MODO-PARAM            PIC X(01).
       77  WCE-FECHA-CIERRE          PIC 9(08).
       77  WCE-FECHA-APERTURA        PIC 9(08).
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           DISPLAY "EMPRESA ..................: "
               LINE 10 POSITION 5.
           ACCEPT WCE-EMPRESA-PARAM LINE 10 POSITION 36.
           PERFORM 1100-VERIFICAR-AJUSTE
               THRU 1100-VERIFICAR-AJUSTE-EXIT.
           COMPUTE WCE-DIA-CIERRE =
               FUNCTION INTEGER-OF-DATE (WCE-FECHA-CIERRE).
           COMPUTE WCE-FECHA-APERTURA = FUNCTION DATE-OF-INTEGER
               END-READ
           END-IF.

      *    Marca de AJUINFLA: origen "AJUSTINF", cierre y empresa.
       1100-VERIFICAR-AJUSTE.
           OPEN INPUT DIARIOPO.
           IF WDO-STATUS = "00"
               MOVE "AJUSTINF"        TO WDO-ORIGEN
               MOVE SPACES            TO WDO-CLAVE-ORIGEN
               MOVE WCE-FECHA-CIERRE  TO WDO-CLAVE-ORIGEN (1:8)
               MOVE WCE-EMPRESA-PARAM TO WDO-CLAVE-ORIGEN (9:4)
               READ DIARIOPO KEY IS WDO-CLAVE
                   INVALID KEY MOVE "N" TO WCE-AJUSTE-OK
                   NOT INVALID KEY MOVE "S" TO WCE-AJUSTE-OK
               END-READ
               CLOSE DIARIOPO
           END-IF.
           IF WCE-AJUSTE-OK = "S"
               GO TO 1100-VERIFICAR-AJUSTE-EXIT
           END-IF.
           DISPLAY "NO HAY AJUSTE POR INFLACION (AJUINFLA) PARA ESTE"
               LINE 12 POSITION 5.
           DISPLAY "CIERRE. CONTINUA IGUAL (S/N) : "
               LINE 13 POSITION 5.
           ACCEPT WCE-CONTINUA LINE 13 POSITION 36.
           IF WCE-CONTINUA NOT = "S"
               DISPLAY "CIERRE CANCELADO"
               STOP RUN
           END-IF.
       1100-VERIFICAR-AJUSTE-EXIT.
           EXIT.

       2000-ACUMULAR-SALDOS.
           IF WDI-FECHA > WCE-FECHA-CIERRE
               GO TO 2000-ACUMULAR-LEER
