      * para pagar por calidad con los parametros de TLECHPAR.
      * Se terminan las bonificaciones a calculadora que
      * los tamberos discuten todas las quincenas.
      * Los litros usados del ingreso los va descontando
      * PRODORD a medida que las ordenes consumen esa leche.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WTB-PORC-PROTEINA     PIC 9(02)V99.
           05  WTB-LIQUIDADO         PIC X(01).
               88  WTB-ESTA-LIQUIDADO VALUE "S".
           05  WTB-LITROS-USADOS     PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77  WTB-STATUS                PIC X(02).
       77  WLC-SIGUE                 PIC X(01) VALUE "S".
       77  WLC-LITROS-USADOS         PIC 9(07)V99.

       PROCEDURE DIVISION.
       DECLARATIVES.
           ACCEPT WTB-FECHA LINE 9 POSITION 27.
           DISPLAY "ORDENIE (1/2) .....: " LINE 10 POSITION 5.
           ACCEPT WTB-SECUENCIA LINE 10 POSITION 27.
      *    Si se corrige un ingreso ya cargado se conservan los
      *    litros que PRODORD ya consumio.
           MOVE 0 TO WLC-LITROS-USADOS.
           READ TAMBOREC KEY IS WTB-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WTB-LITROS-USADOS TO WLC-LITROS-USADOS
           END-READ.
           DISPLAY "LITROS ............: " LINE 11 POSITION 5.
           ACCEPT WTB-LITROS LINE 11 POSITION 27.
           DISPLAY "TEMPERATURA .......: " LINE 12 POSITION 5.
           ACCEPT WTB-PORC-GRASA LINE 13 POSITION 27.
           DISPLAY "PORC PROTEINA .....: " LINE 14 POSITION 5.
           ACCEPT WTB-PORC-PROTEINA LINE 14 POSITION 27.
           IF WTB-LITROS < WLC-LITROS-USADOS
               DISPLAY "YA SE USARON " WLC-LITROS-USADOS " LITROS"
                   LINE 16 POSITION 5
               GO TO 2000-CARGAR-INGRESO-EXIT
           END-IF.
           MOVE "N" TO WTB-LIQUIDADO.
           MOVE WLC-LITROS-USADOS TO WTB-LITROS-USADOS.
           WRITE REG-TAMBOREC
               INVALID KEY
                   REWRITE REG-TAMBOREC
