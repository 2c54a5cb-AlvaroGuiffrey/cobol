      * detalle TRXDET en orden inverso: las altas nuevas (W) se
      * borran del archivo tocado y las regrabaciones (R)
      * vuelven a su imagen previa. Sabe deshacer STOCKSUC,
      * LOTESTK, LOTEMOV, RESSTK, AJUSTOCK, DEVOLREG, COMPRO,
      * LACAJA y KARDEX (el movimiento que deja STKMOV), que son
      * los que tocan las secuencias encorchetadas; un archivo
      * que no conoce sale en el listado para corregir a mano
      * con su clave e imagen, como RESTUNDO. Todo lo que hizo
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLA-CLAVE
                             FILE STATUS IS WLA-STATUS.
           SELECT KARDEX    ASSIGN TO "KARDEX"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKX-CLAVE
                             FILE STATUS IS WKX-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
               10  WLA-SECUENCIA     PIC 9(04).
           05  WLA-RESTO             PIC X(13).

       FD  KARDEX.
       01  REG-KARDEX.
           05  WKX-CLAVE             PIC X(22).
           05  WKX-RESTO             PIC X(53).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WDV-STATUS                PIC X(02).
       77  WCO-STATUS                PIC X(02).
       77  WLA-STATUS                PIC X(02).
       77  WKX-STATUS                PIC X(02).
       77  WTR-CANT-UNIDADES         PIC 9(04) VALUE 0.
       77  WTR-CANT-DESHECHOS        PIC 9(05) VALUE 0.
       77  WTR-CANT-MANUALES         PIC 9(05) VALUE 0.
       LACAJA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LACAJA.
           DISPLAY "ERROR E/S LACAJA: " WLA-STATUS.
       KARDEX-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON KARDEX.
           DISPLAY "ERROR E/S KARDEX: " WKX-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           OPEN I-O DEVOLREG.
           OPEN I-O COMPRO.
           OPEN I-O LACAJA.
           OPEN I-O KARDEX.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                       PERFORM 5700-DESH-COMPRO
                   WHEN "LACAJA  "
                       PERFORM 5800-DESH-LACAJA
                   WHEN "KARDEX  "
                       PERFORM 5900-DESH-KARDEX
                   WHEN OTHER
                       MOVE "ARCHIVO NO MANEJADO - A MANO"
                           TO P-RESULTADO
           END-IF.
           ADD 1 TO WTR-CANT-DESHECHOS.

       5900-DESH-KARDEX.
           MOVE WTR-P-CLAVE (WTR-IX) (1:22) TO WKX-CLAVE.
           DELETE KARDEX
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "ALTA BORRADA" TO P-RESULTADO.
           ADD 1 TO WTR-CANT-DESHECHOS.

       9999-FINAL.
           IF WTU-STATUS = "00" OR WTU-STATUS = "10"
               CLOSE TRXUNI
               CLOSE DEVOLREG
               CLOSE COMPRO
               CLOSE LACAJA
               CLOSE KARDEX
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
