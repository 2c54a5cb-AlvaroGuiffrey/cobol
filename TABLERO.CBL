      *   - cheques que vencen esta semana (CHEQUES en cartera).
      * Con la letra de cada rubro se salta a la consulta de
      * detalle correspondiente (CARTAGE, VENCHEQ, RUTENTRE...).
      * La ultima corrida de la cadena nocturna (CADNOLOG) sale
      * con sus pasos OK, con error y salteados; la letra N
      * lleva a CADNOCHE para el informe o la reanudacion.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WCH-CLAVE
                             FILE STATUS IS WCH-STATUS.
           SELECT CADNOLOG  ASSIGN TO "CADNOLOG"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WNG-CLAVE
                             FILE STATUS IS WNG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Vista de VTADET con fecha, cantidad y ruta, la misma
               10  WCH-ANO-VENC      PIC 9(04).
           05  WCH-ENTREGADO-A       PIC X(30).

       FD  CADNOLOG.
       01  REG-CADNOLOG.
           05  WNG-CLAVE.
               10  WNG-FECHA         PIC 9(08).
               10  WNG-PASO          PIC 9(03).
           05  WNG-PROGRAMA          PIC X(08).
           05  WNG-INICIO            PIC 9(08).
           05  WNG-FIN               PIC 9(08).
           05  WNG-ESTADO            PIC X(03).
           05  WNG-REGISTROS         PIC 9(07).
           05  WNG-OBSERVACION       PIC X(30).

       WORKING-STORAGE SECTION.
       77  WVD-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WNG-STATUS                PIC X(02).
       77  WTB-HOY                   PIC 9(08).
       77  WTB-DIA-HOY               PIC 9(08).
       77  WTB-DIA-VENC              PIC 9(08).
       77  WTB-REMITO-ANT            PIC 9(08) VALUE 0.
       77  WTB-OPCION                PIC X(01).
       77  WTB-VENTA-ED              PIC ZZZ,ZZZ,ZZ9.99-.
       77  WTB-CADENA-FECHA          PIC 9(08) VALUE 0.
       77  WTB-CADENA-OK             PIC 9(03) VALUE 0.
       77  WTB-CADENA-ERR            PIC 9(03) VALUE 0.
       77  WTB-CADENA-SKP            PIC 9(03) VALUE 0.
       77  EOF-ARCHIVO                PIC X(01).
           88  NO-HAY-MAS             VALUE "S".

       CHEQUES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CHEQUES.
           DISPLAY "ERROR E/S CHEQUES: " WCH-STATUS.
       CADNOLOG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CADNOLOG.
           DISPLAY "ERROR E/S CADNOLOG: " WNG-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 2500-ENTREGAS THRU 2500-ENTREGAS-FIN.
           PERFORM 2600-VENCIDO THRU 2600-VENCIDO-FIN.
           PERFORM 2700-CHEQUES THRU 2700-CHEQUES-FIN.
           PERFORM 2800-CADENA THRU 2800-CADENA-FIN.
           PERFORM 5000-MOSTRAR.
           PERFORM 6000-DERIVAR THRU 6000-DERIVAR-EXIT.
           STOP RUN.
       2700-CHEQUES-FIN.
           EXIT.

      *    Cadena nocturna: cuenta los pasos de la fecha mas alta
      *    de CADNOLOG (un paso cortado a la mitad va con error).
       2800-CADENA.
           OPEN INPUT CADNOLOG.
           IF WNG-STATUS NOT = "00"
               GO TO 2800-CADENA-FIN
           END-IF.
       2800-CADENA-LEER.
           READ CADNOLOG NEXT RECORD
               AT END GO TO 2800-CADENA-CIERRA
           END-READ.
           IF WNG-FECHA NOT = WTB-CADENA-FECHA
               MOVE WNG-FECHA TO WTB-CADENA-FECHA
               MOVE 0 TO WTB-CADENA-OK
               MOVE 0 TO WTB-CADENA-ERR
               MOVE 0 TO WTB-CADENA-SKP
           END-IF.
           EVALUATE WNG-ESTADO
               WHEN "OK "
                   ADD 1 TO WTB-CADENA-OK
               WHEN "SKP"
                   ADD 1 TO WTB-CADENA-SKP
               WHEN OTHER
                   ADD 1 TO WTB-CADENA-ERR
           END-EVALUATE.
           GO TO 2800-CADENA-LEER.
       2800-CADENA-CIERRA.
           CLOSE CADNOLOG.
       2800-CADENA-FIN.
           EXIT.

       5000-MOSTRAR.
           DISPLAY SPACES LINE 1 POSITION 1 ERASE EOS.
           DISPLAY "TABLERO DIARIO - " LINE 2 POSITION 25.
           MOVE WTB-CHEQ-SEMANA TO WTB-VENTA-ED.
           DISPLAY "Q CHEQUES DE LA SEMANA .: " LINE 15 POSITION 10.
           DISPLAY WTB-VENTA-ED LINE 15 POSITION 38.
           DISPLAY "N CADENA NOCTURNA ......: " LINE 17 POSITION 10.
           DISPLAY WTB-CADENA-FECHA LINE 17 POSITION 38.
           DISPLAY "OK" LINE 17 POSITION 48.
           DISPLAY WTB-CADENA-OK LINE 17 POSITION 51.
           DISPLAY "ERR" LINE 17 POSITION 56.
           DISPLAY WTB-CADENA-ERR LINE 17 POSITION 60.
           DISPLAY "SKP" LINE 17 POSITION 65.
           DISPLAY WTB-CADENA-SKP LINE 17 POSITION 69.
           DISPLAY "LETRA PARA DETALLE, X SALE: "
               LINE 19 POSITION 10.

      *    Derivacion al detalle: la letra del rubro llama a la
      *    consulta correspondiente.
       6000-DERIVAR.
           ACCEPT WTB-OPCION LINE 19 POSITION 40.
           EVALUATE WTB-OPCION
               WHEN "V"
                   CALL "VENTARES"
                   CALL "LIS-CAJA"
               WHEN "B"
                   CALL "RECONBCO"
               WHEN "N"
                   CALL "CADNOCHE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
