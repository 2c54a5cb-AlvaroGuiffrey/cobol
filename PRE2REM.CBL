      * presupuesto que el cliente ya acepto. Si el presupuesto
      * esta en el seguimiento de PRESUPIP (PRESUEST), la
      * conversion lo deja marcado como ganado.
      * Un renglon con un articulo fuera del surtido catalogado
      * de la cuenta o de su cadena (SURTIDO via SURTCHK) se
      * avisa y se convierte solo si el operador lo confirma;
      * si no, queda sin convertir en el presupuesto.
      * Lo mismo un renglon que el disponible para prometer de
      * hoy (ATPCALC) no cubre: se avisa desde que fecha se
      * puede prometer y se convierte solo si se confirma.
      * Cada renglon convertido deja su movimiento "PRE" en el
      * kardex (STKMOV) con el remito nuevo como documento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WPR-IMPORTE-VR            PIC S9(09)V99.
       77  WPR-EMPRESA-VR            PIC 9(04) VALUE 0.
       77  WPR-RUTA-VR               PIC 9(04) VALUE 0.
       77  WPR-SURTIDO               PIC X(01).
       77  WPR-CONFIRMA              PIC X(01).
       77  WPR-CANT-ATP              PIC S9(07)V99.
       77  WPR-FEC-PROMESA           PIC 9(08).
       77  WPR-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WPR-KDX-TIPO              PIC X(03) VALUE "PRE".
       77  WPR-KDX-DOCUMENTO         PIC X(12).
       77  WPR-KDX-CANTIDAD          PIC S9(07)V99.
       77  WPR-KDX-CLAVE             PIC X(22).
       01  WPR-PROYECCION.
           05  WPR-P-STOCK           PIC S9(07)V99.
           05  WPR-P-RETENIDO        PIC S9(07)V99.
           05  WPR-P-RESERVADO       PIC S9(07)V99.
           05  WPR-P-DIA OCCURS 30 TIMES.
               10  WPR-P-FECHA       PIC 9(08).
               10  WPR-P-ENTRADAS    PIC S9(07)V99.
               10  WPR-P-SALIDAS     PIC S9(07)V99.
               10  WPR-P-SALDO       PIC S9(09)V99.

       01  WPR-PARAM-PROMO.
           05  WPR-ARTICULO-PR       PIC 9(06).
           IF WPS-YA-CONVERTIDO
               GO TO 2000-CONVERTIR-SIG
           END-IF.
           CALL "SURTCHK" USING WPS-CUENTA
                                WPS-ARTICULO
                                WPR-HOY
                                WPR-SURTIDO
           END-CALL.
           IF WPR-SURTIDO = "N"
               DISPLAY "ARTICULO FUERA DEL SURTIDO: " LINE 13 POSITION 5
               DISPLAY WPS-ARTICULO LINE 13 POSITION 34
               DISPLAY "CONVIERTE IGUAL (S/N) : " LINE 14 POSITION 5
               MOVE "N" TO WPR-CONFIRMA
               ACCEPT WPR-CONFIRMA LINE 14 POSITION 29
               IF WPR-CONFIRMA NOT = "S"
                   GO TO 2000-CONVERTIR-SIG
               END-IF
           END-IF.
      *    Disponible para prometer hoy: la reserva propia del
      *    presupuesto ya esta descontada en ATPCALC y se libera
      *    al convertir, asi que solo se pide lo que no cubre.
           MOVE WPS-CANTIDAD TO WPR-CANT-ATP.
           MOVE WPS-SUCURSAL TO WRK-SUCURSAL.
           MOVE WPS-ARTICULO TO WRK-ARTICULO.
           MOVE WPS-NUMERO   TO WRK-PEDIDO.
           READ RESSTK KEY IS WRK-CLAVE
               INVALID KEY CONTINUE
           END-READ.
           IF WRK-STATUS = "00"
               SUBTRACT WRK-CANT-RESERVADA FROM WPR-CANT-ATP
           END-IF.
           IF WPR-CANT-ATP > 0
               CALL "ATPCALC" USING WPS-SUCURSAL
                                    WPS-ARTICULO
                                    WPR-CANT-ATP
                                    WPR-FEC-PROMESA
                                    WPR-PROYECCION
               END-CALL
               IF WPR-FEC-PROMESA NOT = WPR-HOY
                   DISPLAY "SIN DISPONIBLE HOY, ARTICULO: "
                       LINE 15 POSITION 5
                   DISPLAY WPS-ARTICULO LINE 15 POSITION 35
                   DISPLAY "PROMETIBLE EL (0=NO EN 30 DIAS): "
                       LINE 16 POSITION 5
                   DISPLAY WPR-FEC-PROMESA LINE 16 POSITION 38
                   DISPLAY "CONVIERTE IGUAL (S/N) : " LINE 17 POSITION 5
                   MOVE "N" TO WPR-CONFIRMA
                   ACCEPT WPR-CONFIRMA LINE 17 POSITION 29
                   IF WPR-CONFIRMA NOT = "S"
                       GO TO 2000-CONVERTIR-SIG
                   END-IF
               END-IF
           END-IF.

      *    Promociones vigentes (PROMO via PROMOCHK): el
      *    presupuesto capturado en CONPRE se convierte con el
               INVALID KEY WRITE REG-STOCKSUC
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKSUC"
           END-REWRITE.
           MOVE SPACES TO WPR-KDX-DOCUMENTO.
           STRING "REM " WPR-NUMERO-REMITO-NUEVO DELIMITED BY SIZE
               INTO WPR-KDX-DOCUMENTO
           END-STRING.
           COMPUTE WPR-KDX-CANTIDAD = 0 - WPS-CANTIDAD.
           CALL "STKMOV" USING WPS-SUCURSAL
                               WPR-KDX-DEPOSITO
                               WPS-ARTICULO
                               WPR-KDX-TIPO
                               WPR-KDX-DOCUMENTO
                               WPR-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WPR-OPERADOR-PARAM
                               WPR-KDX-CLAVE
           END-CALL.
      *    Fecha de ultima venta y vendido acumulado para el
      *    informe de rotacion (STOCKFEC via STKFECHA).
           CALL "STKFECHA" USING WPR-MODO-STKFECHA
