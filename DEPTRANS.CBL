      * en DEPMOVI para que el conteo del deposito tenga contra
      * que cuadrar. El saldo total de la sucursal no cambia:
      * esto mueve mercaderia adentro de la casa.
      * En el kardex (STKMOV) el traspaso deja dos movimientos
      * "DEP" contra el comprobante: la salida del deposito
      * origen y la entrada al destino. El saldo de la salida
      * se informa descontado y el de la entrada vuelve al de
      * STOCKSUC, para que el saldo corrido cierre igual.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT STOCKSUC  ASSIGN TO "STOCKSUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPMOVI.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  STOCKSUC.
       01  REG-STOCKSUC.
           05  WSS-CLAVE.
               10  WSS-SUCURSAL      PIC 9(02).
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       77  WDM-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WDT-SUCURSAL-PARAM        PIC 9(02).
       77  WDT-DEP-ORIGEN-PARAM      PIC 9(02).
       77  WDT-DEP-DESTINO-PARAM     PIC 9(02).
       77  WDT-MODO-EGRESO           PIC X(01) VALUE "E".
       77  WDT-MODO-INGRESO          PIC X(01) VALUE "I".
       77  WDT-HOY                   PIC 9(08).
       77  WDT-KDX-DEPOSITO          PIC 9(02).
       77  WDT-KDX-TIPO              PIC X(03) VALUE "DEP".
       77  WDT-KDX-DOCUMENTO         PIC X(12).
       77  WDT-KDX-CANTIDAD          PIC S9(07)V99.
       77  WDT-KDX-SALDO             PIC S9(07)V99.
       77  WDT-KDX-CLAVE             PIC X(22).

       PROCEDURE DIVISION.
       DECLARATIVES.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               OPEN I-O DEPMOVI
           END-IF.
           OPEN I-O NUMERO.
           OPEN INPUT STOCKSUC.

       2000-TRANSFERIR.
           IF WDT-CANTIDAD-PARAM <= 0
           WRITE REG-DEPMOVI
               INVALID KEY DISPLAY "NO PUDO GRABAR DEPMOVI"
           END-WRITE.
           PERFORM 3000-KARDEX.
           DISPLAY "COMPROBANTE DE TRANSFERENCIA: " WDM-NUMERO.
       2000-TRANSFERIR-EXIT.
           EXIT.

       3000-KARDEX.
           MOVE WDT-SUCURSAL-PARAM TO WSS-SUCURSAL.
           MOVE WDT-ARTICULO-PARAM TO WSS-ARTICULO.
           READ STOCKSUC KEY IS WSS-CLAVE
               INVALID KEY MOVE 0 TO WSS-CANT-ACTUAL
           END-READ.
           MOVE SPACES TO WDT-KDX-DOCUMENTO.
           STRING "DEP " WDM-NUMERO DELIMITED BY SIZE
               INTO WDT-KDX-DOCUMENTO
           END-STRING.
           MOVE WDT-DEP-ORIGEN-PARAM TO WDT-KDX-DEPOSITO.
           COMPUTE WDT-KDX-CANTIDAD = 0 - WDT-CANTIDAD-PARAM.
           COMPUTE WDT-KDX-SALDO = WSS-CANT-ACTUAL -
               WDT-CANTIDAD-PARAM.
           CALL "STKMOV" USING WDT-SUCURSAL-PARAM
                               WDT-KDX-DEPOSITO
                               WDT-ARTICULO-PARAM
                               WDT-KDX-TIPO
                               WDT-KDX-DOCUMENTO
                               WDT-KDX-CANTIDAD
                               WDT-KDX-SALDO
                               WDT-OPERADOR-PARAM
                               WDT-KDX-CLAVE
           END-CALL.
           MOVE WDT-DEP-DESTINO-PARAM TO WDT-KDX-DEPOSITO.
           MOVE WDT-CANTIDAD-PARAM    TO WDT-KDX-CANTIDAD.
           MOVE WSS-CANT-ACTUAL       TO WDT-KDX-SALDO.
           CALL "STKMOV" USING WDT-SUCURSAL-PARAM
                               WDT-KDX-DEPOSITO
                               WDT-ARTICULO-PARAM
                               WDT-KDX-TIPO
                               WDT-KDX-DOCUMENTO
                               WDT-KDX-CANTIDAD
                               WDT-KDX-SALDO
                               WDT-OPERADOR-PARAM
                               WDT-KDX-CLAVE
           END-CALL.

       9999-FINAL.
           CLOSE DEPMOVI.
           CLOSE NUMERO.
           CLOSE STOCKSUC.
       9999-FINAL-EXIT.
           EXIT.
