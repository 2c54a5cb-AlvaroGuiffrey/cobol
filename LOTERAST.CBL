      * lote y muestra cada despacho del lote con fecha, remito,
      * cuenta y cantidad, que es exactamente la pregunta que
      * hoy no se puede responder.
      * Despues de los despachos lista los pallets armados por
      * PALETIZ que llevan el lote (clave alternativa por lote
      * de PALLDET), con su SSCC y el estado de la entrega, para
      * que la cadena ubique el pallet en su centro.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLM-CLAVE
                             FILE STATUS IS WLM-STATUS.
           SELECT PALLET    ASSIGN TO "PALLET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-SSCC
                             ALTERNATE RECORD KEY IS WPL-REMITO
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT PALLDET   ASSIGN TO "PALLDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPY-CLAVE
                             ALTERNATE RECORD KEY IS WPY-LOTE
                                 WITH DUPLICATES
                             FILE STATUS IS WPY-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WLM-CUENTA            PIC 9(06).
           05  WLM-CANTIDAD          PIC S9(07)V99.

       FD  PALLET.
       01  REG-PALLET.
           05  WPL-SSCC              PIC X(18).
           05  WPL-REMITO            PIC 9(08).
           05  WPL-CUENTA            PIC 9(06).
           05  WPL-NUMERO            PIC 9(03).
           05  WPL-CANT-PALLETS      PIC 9(03).
           05  WPL-BULTOS            PIC 9(05).
           05  WPL-FECHA             PIC 9(08).
           05  WPL-ESTADO            PIC X(01).
           05  WPL-FEC-ENTREGA       PIC 9(08).

       FD  PALLDET.
       01  REG-PALLDET.
           05  WPY-CLAVE.
               10  WPY-SSCC          PIC X(18).
               10  WPY-SECUENCIA     PIC 9(03).
           05  WPY-REMITO            PIC 9(08).
           05  WPY-REM-SECUENCIA     PIC 9(04).
           05  WPY-ARTICULO          PIC 9(06).
           05  WPY-GTIN              PIC X(14).
           05  WPY-LOTE              PIC X(10).
           05  WPY-VENCIMIENTO       PIC 9(08).
           05  WPY-CANTIDAD          PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WLM-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WPY-STATUS                PIC X(02).
       77  WRA-HAY-PALLET            PIC X(01) VALUE "S".
       77  WRA-CANT-PALLETS          PIC 9(05) VALUE 0.
       77  WRA-LOTE-PARAM            PIC X(10).
       77  WRA-CANT-DESPACHOS        PIC 9(05) VALUE 0.
       77  WRA-TOTAL-DESPACHADO      PIC S9(09)V99 VALUE 0.
       77  EOF-LOTEMOV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTEMOV     VALUE "S".
       77  EOF-PALLDET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLDET     VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CANTIDAD            PIC ZZZZ,ZZ9.99-.

       01  LIN-TIT-PALLET.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(25)
               VALUE "PALLETS CON EL LOTE ....".

       01  LIN-PALLET.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-SSCC                PIC X(18).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-REMITO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-CANTIDAD            PIC ZZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  P-ESTADO              PIC X(10).

       PROCEDURE DIVISION.
       DECLARATIVES.
       LOTEMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEMOV.
           DISPLAY "ERROR E/S LOTEMOV: " WLM-STATUS.
       PALLET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLET.
           DISPLAY "ERROR E/S PALLET: " WPL-STATUS.
       PALLDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLDET.
           DISPLAY "ERROR E/S PALLDET: " WPY-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               UNTIL NO-HAY-MAS-LOTEMOV.
           DISPLAY "DESPACHOS DEL LOTE: " WRA-CANT-DESPACHOS
               " TOTAL " WRA-TOTAL-DESPACHADO.
           IF WRA-HAY-PALLET = "S"
               PERFORM 3000-PALLETS THRU 3000-PALLETS-EXIT
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.

           DISPLAY "LOTE A RASTREAR: " LINE 10 POSITION 5.
           ACCEPT WRA-LOTE-PARAM LINE 10 POSITION 23.
           OPEN INPUT LOTEMOV.
           OPEN INPUT PALLET.
           IF WPL-STATUS NOT = "00"
               MOVE "N" TO WRA-HAY-PALLET
           ELSE
               OPEN INPUT PALLDET
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
       2000-LISTAR-EXIT.
           EXIT.

      *    Pallets que llevan el lote.
       3000-PALLETS.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-TIT-PALLET AFTER 1.
           MOVE WRA-LOTE-PARAM TO WPY-LOTE.
           START PALLDET KEY IS NOT LESS THAN WPY-LOTE
               INVALID KEY MOVE "S" TO EOF-PALLDET
           END-START.
           PERFORM 3100-UN-PALLET THRU 3100-UN-PALLET-EXIT
               UNTIL NO-HAY-MAS-PALLDET.
           DISPLAY "PALLETS CON EL LOTE: " WRA-CANT-PALLETS.
       3000-PALLETS-EXIT.
           EXIT.

       3100-UN-PALLET.
           READ PALLDET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLDET
           END-READ.
           IF NO-HAY-MAS-PALLDET OR WPY-LOTE NOT = WRA-LOTE-PARAM
               MOVE "S" TO EOF-PALLDET
               GO TO 3100-UN-PALLET-EXIT
           END-IF.
           MOVE WPY-SSCC TO WPL-SSCC.
           READ PALLET KEY IS WPL-SSCC
               INVALID KEY
                   MOVE 0   TO WPL-CUENTA
                   MOVE "?" TO WPL-ESTADO
           END-READ.
           MOVE WPY-SSCC     TO P-SSCC.
           MOVE WPY-REMITO   TO P-REMITO.
           MOVE WPL-CUENTA   TO P-CUENTA.
           MOVE WPY-ARTICULO TO P-ARTICULO.
           MOVE WPY-CANTIDAD TO P-CANTIDAD.
           EVALUATE WPL-ESTADO
               WHEN "A"   MOVE "ARMADO"    TO P-ESTADO
               WHEN "E"   MOVE "ENTREGADO" TO P-ESTADO
               WHEN "R"   MOVE "RECHAZADO" TO P-ESTADO
               WHEN OTHER MOVE SPACES      TO P-ESTADO
           END-EVALUATE.
           WRITE LIN-LISTADO FROM LIN-PALLET AFTER 1.
           ADD 1 TO WRA-CANT-PALLETS.
       3100-UN-PALLET-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE LOTEMOV.
           IF WRA-HAY-PALLET = "S"
               CLOSE PALLET
               CLOSE PALLDET
           END-IF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
