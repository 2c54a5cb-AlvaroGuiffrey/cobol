      * acredita en STOCKSUC, quedando la orden cerrada cuando no
      * queda nada pendiente, en vez de llevar el seguimiento del
      * pedido en una planilla aparte.
      * Cada recepcion abre ademas su capa de costo en STOCKCAP
      * (la que valua VALSTOCK) con la orden y la secuencia de
      * PARTI que la originaron, al costo recibido (o al de
      * CAPPRE si la factura todavia no lo informa), y guarda
      * el costo de compra original aparte: PRORGAST suma
      * despues a la capa los fletes, despachos y seguros que
      * llegan en facturas de proveedor separadas.
      * No se recibe mercaderia de un proveedor con el RNE o la
      * habilitacion de SENASA vencidos (PROVRNE via REGCHK), y
      * se avisa si el RNPA del articulo recibido esta vencido.
      * Cada recepcion deja su movimiento "REC" en el kardex
      * (STKMOV) con la orden y el deposito que recibe.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT STOCKCAP  ASSIGN TO "STOCKCAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSC-CLAVE
                             ALTERNATE RECORD KEY IS WSC-ARTICULO
                                 WITH DUPLICATES
                             FILE STATUS IS WSC-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN.
           05  WOR-CERRADA           PIC X(01).
               88  WOR-ESTA-CERRADA   VALUE "S".
           05  WOR-FEC-EMISION       PIC 9(08).
           05  WOR-FEC-PREVISTA      PIC 9(08).
           05  WOR-SUC-DESTINO       PIC 9(02).

       FD  PARTI.
       01  REG-PARTI.
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

      *    Capa de costo por recepcion; WSC-ORDEN/WSC-PARTI-SEC
      *    la atan al renglon de PARTI y WSC-COSTO-COMPRA guarda
      *    el costo de compra antes de los gastos prorrateados.
       FD  STOCKCAP.
       01  REG-STOCKCAP.
           05  WSC-CLAVE.
               10  WSC-ARTICULO      PIC 9(06).
               10  WSC-FECHA-INGRESO PIC 9(08).
               10  WSC-SECUENCIA     PIC 9(04).
           05  WSC-CANT-INGRESADA    PIC S9(07)V99.
           05  WSC-CANT-CONSUMIDA    PIC S9(07)V99.
           05  WSC-COSTO-UNITARIO    PIC S9(07)V9999.
           05  WSC-ORDEN             PIC 9(08).
           05  WSC-PARTI-SEC         PIC 9(04).
           05  WSC-COSTO-COMPRA      PIC S9(07)V9999.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       77  WOR-STATUS                PIC X(02).
       77  WPA-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WSC-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WOC-NUMERO-PARAM          PIC 9(08).
       77  WOC-ARTICULO-PARAM        PIC 9(06).
       77  WOC-SUCURSAL-PARAM        PIC 9(02).
       77  WOC-COSTO-RECIBIDO        PIC S9(07)V99.
       77  WOC-TOLERANCIA-PPV        PIC 9(02)V99 VALUE 5.
       77  WOC-OPERADOR-PARAM        PIC X(08).
       77  WOC-KDX-TIPO              PIC X(03) VALUE "REC".
       77  WOC-KDX-DOCUMENTO         PIC X(12).
       77  WOC-KDX-CLAVE             PIC X(22).
       01  WOC-CLAVE-OPER-PPV.
           05  WOC-EMP-OPER          PIC 9(04) VALUE 0.
           05  WOC-SUC-OPER          PIC 9(02) VALUE 0.
       77  WOC-RAZON-SOCIAL          PIC X(30).
       77  WOC-COND-IVA              PIC X(02).
       77  WOC-PLAZO-PAGO            PIC 9(03).
       77  WOC-ULTIMA-SEC-CAPA       PIC 9(04).
       77  WOC-TIPO-REG              PIC X(01).
       77  WOC-RESULTADO-REG         PIC X(01).
       77  WOC-FEC-VTO-REG           PIC 9(08).
       77  EOF-PARTI                 PIC X(01).
           88  NO-HAY-MAS-PARTI      VALUE "S".
       77  EOF-STOCKCAP              PIC X(01).
           88  NO-HAY-MAS-STOCKCAP   VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       STOCKCAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKCAP.
           DISPLAY "ERROR E/S STOCKCAP: " WSC-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-RECIBIR-MERCADERIA
               THRU 2000-RECIBIR-MERCADERIA-EXIT.
           PERFORM 9999-FINAL.
           STOP RUN.

               OPEN I-O PARTI
           END-IF.
           OPEN I-O STOCKSUC.
           OPEN I-O STOCKCAP.
           IF WSC-STATUS = "35"
               CLOSE STOCKCAP
               OPEN OUTPUT STOCKCAP
               CLOSE STOCKCAP
               OPEN I-O STOCKCAP
           END-IF.

       2000-RECIBIR-MERCADERIA.
      *    El posteo sobre STOCKSUC respeta el cierre de periodo
                               WOC-PLAZO-PAGO
           END-CALL.
           DISPLAY "PROVEEDOR " WOR-PROVEEDOR " " WOC-RAZON-SOCIAL.
      *    Registros sanitarios (REGCHK): habilitacion vencida
      *    rechaza la recepcion; RNPA vencido solo se avisa.
           MOVE "P" TO WOC-TIPO-REG.
           CALL "REGCHK" USING WOC-TIPO-REG
                               WOR-PROVEEDOR
                               WOC-HOY
                               WOC-RESULTADO-REG
                               WOC-FEC-VTO-REG
           END-CALL.
           IF WOC-RESULTADO-REG = "V"
               DISPLAY "PROVEEDOR CON RNE/HABILITACION VENCIDA EL "
                   WOC-FEC-VTO-REG " - RECEPCION RECHAZADA"
               GO TO 2000-RECIBIR-MERCADERIA-EXIT
           END-IF.
           MOVE "A" TO WOC-TIPO-REG.
           CALL "REGCHK" USING WOC-TIPO-REG
                               WOC-ARTICULO-PARAM
                               WOC-HOY
                               WOC-RESULTADO-REG
                               WOC-FEC-VTO-REG
           END-CALL.
           IF WOC-RESULTADO-REG = "V"
               DISPLAY "ATENCION: RNPA DEL ARTICULO VENCIDO EL "
                   WOC-FEC-VTO-REG
           END-IF.

      *    Secuencia libre de la orden en PARTI: cada recepcion
      *    queda identificada por orden + secuencia, que es como
      *    la encuentra el prorrateo de gastos.
           PERFORM 2100-PROXIMA-PARTI THRU 2100-PROXIMA-PARTI-EXIT.
           ADD 1 TO WOC-SECUENCIA-PARTI.
           MOVE WOC-NUMERO-PARAM        TO WPA-ORDEN.
           MOVE WOC-SECUENCIA-PARTI     TO WPA-SECUENCIA.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE SPACES TO WOC-KDX-DOCUMENTO.
           STRING "OC " WOC-NUMERO-PARAM DELIMITED BY SIZE
               INTO WOC-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WOC-SUCURSAL-PARAM
                               WOC-DEPOSITO-PARAM
                               WOC-ARTICULO-PARAM
                               WOC-KDX-TIPO
                               WOC-KDX-DOCUMENTO
                               WOC-CANT-RECIBIDA-PARAM
                               WSS-CANT-ACTUAL
                               WOC-OPERADOR-PARAM
                               WOC-KDX-CLAVE
           END-CALL.
      *    Fecha de ultima compra del articulo para el informe
      *    de rotacion (STOCKFEC via STKFECHA).
           CALL "STKFECHA" USING WOC-MODO-STKFECHA
                                    WOC-CLAVE-OPER-PPV
               END-CALL
           END-IF.
           PERFORM 2500-GRABAR-CAPA THRU 2500-GRABAR-CAPA-EXIT.
       2000-RECIBIR-MERCADERIA-EXIT.
           EXIT.

       2100-PROXIMA-PARTI.
           MOVE 0   TO WOC-SECUENCIA-PARTI.
           MOVE "N" TO EOF-PARTI.
           MOVE WOC-NUMERO-PARAM TO WPA-ORDEN.
           MOVE 0                TO WPA-SECUENCIA.
           START PARTI KEY IS NOT LESS THAN WPA-CLAVE
               INVALID KEY MOVE "S" TO EOF-PARTI
           END-START.
       2100-PROXIMA-PARTI-LEER.
           IF NO-HAY-MAS-PARTI
               GO TO 2100-PROXIMA-PARTI-EXIT
           END-IF.
           READ PARTI NEXT RECORD
               AT END MOVE "S" TO EOF-PARTI
           END-READ.
           IF NO-HAY-MAS-PARTI OR WPA-ORDEN NOT = WOC-NUMERO-PARAM
               GO TO 2100-PROXIMA-PARTI-EXIT
           END-IF.
           MOVE WPA-SECUENCIA TO WOC-SECUENCIA-PARTI.
           GO TO 2100-PROXIMA-PARTI-LEER.
       2100-PROXIMA-PARTI-EXIT.
           EXIT.

      *    Capa de costo de la recepcion, con la secuencia libre
      *    del articulo en la fecha. Sin costo informado se toma
      *    el costo de lista de CAPPRE.
       2500-GRABAR-CAPA.
           IF WOC-COSTO-RECIBIDO = 0
               OPEN INPUT CAPPRE
               MOVE WOC-ARTICULO-PARAM TO WCP-ARTICULO
               READ CAPPRE KEY IS WCP-ARTICULO
                   INVALID KEY MOVE 0 TO WCP-COSTO
               END-READ
               CLOSE CAPPRE
               MOVE WCP-COSTO TO WOC-COSTO-RECIBIDO
           END-IF.
           MOVE 0   TO WOC-ULTIMA-SEC-CAPA.
           MOVE "N" TO EOF-STOCKCAP.
           MOVE WOC-ARTICULO-PARAM TO WSC-ARTICULO.
           MOVE WPA-FECHA          TO WSC-FECHA-INGRESO.
           MOVE 0                  TO WSC-SECUENCIA.
           START STOCKCAP KEY IS NOT LESS THAN WSC-CLAVE
               INVALID KEY MOVE "S" TO EOF-STOCKCAP
           END-START.
       2500-GRABAR-CAPA-LEER.
           IF NO-HAY-MAS-STOCKCAP
               GO TO 2500-GRABAR-CAPA-GRABA
           END-IF.
           READ STOCKCAP NEXT RECORD
               AT END MOVE "S" TO EOF-STOCKCAP
           END-READ.
           IF NO-HAY-MAS-STOCKCAP
              OR WSC-ARTICULO NOT = WOC-ARTICULO-PARAM
              OR WSC-FECHA-INGRESO NOT = WPA-FECHA
               GO TO 2500-GRABAR-CAPA-GRABA
           END-IF.
           MOVE WSC-SECUENCIA TO WOC-ULTIMA-SEC-CAPA.
           GO TO 2500-GRABAR-CAPA-LEER.
       2500-GRABAR-CAPA-GRABA.
           MOVE WOC-ARTICULO-PARAM      TO WSC-ARTICULO.
           MOVE WPA-FECHA               TO WSC-FECHA-INGRESO.
           COMPUTE WSC-SECUENCIA = WOC-ULTIMA-SEC-CAPA + 1.
           MOVE WOC-CANT-RECIBIDA-PARAM TO WSC-CANT-INGRESADA.
           MOVE 0                       TO WSC-CANT-CONSUMIDA.
           MOVE WOC-COSTO-RECIBIDO      TO WSC-COSTO-UNITARIO.
           MOVE WOC-NUMERO-PARAM        TO WSC-ORDEN.
           MOVE WPA-SECUENCIA           TO WSC-PARTI-SEC.
           MOVE WOC-COSTO-RECIBIDO      TO WSC-COSTO-COMPRA.
           WRITE REG-STOCKCAP
               INVALID KEY DISPLAY "NO PUDO GRABAR STOCKCAP"
           END-WRITE.
       2500-GRABAR-CAPA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE ORDEN.
           CLOSE PARTI.
           CLOSE STOCKSUC.
           CLOSE STOCKCAP.
       9999-FINAL-EXIT.
           EXIT.
