      * pedido quede en el aire. Modo A anula un pedido
      * capturado, modo E lo marca entregado al rendir la
      * ruta.
      * Un articulo fuera del surtido catalogado de la cuenta o
      * de su cadena (SURTIDO via SURTCHK) no se deja cargar: la
      * cadena lo rechazaria en el muelle.
      * Cada renglon consulta el disponible para prometer de la
      * sucursal deposito (ATPCALC): si la cantidad no llega a
      * la fecha de entrega se avisa desde que fecha se puede
      * prometer, y el vendedor decide con el cliente.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WPV-CANT-PEDIDOS          PIC 9(04) VALUE 0.
       77  WPV-SIGUE-CUENTA          PIC X(01).
       77  WPV-SIGUE-RENGLON         PIC X(01).
       77  WPV-SURTIDO               PIC X(01).
       77  WPV-SUCURSAL-PARAM        PIC 9(02).
       77  WPV-FEC-PROMESA           PIC 9(08).
       01  WPV-PROYECCION.
           05  WPV-P-STOCK           PIC S9(07)V99.
           05  WPV-P-RETENIDO        PIC S9(07)V99.
           05  WPV-P-RESERVADO       PIC S9(07)V99.
           05  WPV-P-DIA OCCURS 30 TIMES.
               10  WPV-P-FECHA       PIC 9(08).
               10  WPV-P-ENTRADAS    PIC S9(07)V99.
               10  WPV-P-SALIDAS     PIC S9(07)V99.
               10  WPV-P-SALDO       PIC S9(09)V99.

       PROCEDURE DIVISION.
       DECLARATIVES.
           IF WPV-MODO-PARAM = "C"
               DISPLAY "VENDEDOR ......: " LINE 9 POSITION 5
               ACCEPT WPV-VENDEDOR-PARAM LINE 9 POSITION 23
               DISPLAY "SUCURSAL DEPOSITO: " LINE 9 POSITION 40
               ACCEPT WPV-SUCURSAL-PARAM LINE 9 POSITION 60
           END-IF.
           ACCEPT WPV-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO WPV-SIGUE-CUENTA.
               MOVE "N" TO WPV-SIGUE-RENGLON
               GO TO 3000-CAPTURAR-RENGLON-EXIT
           END-IF.
           CALL "SURTCHK" USING WPV-CUENTA-PARAM
                                WPV-ARTICULO-CAP
                                WPV-FECHA-PARAM
                                WPV-SURTIDO
           END-CALL.
           IF WPV-SURTIDO = "N"
               DISPLAY "ARTICULO FUERA DEL SURTIDO DE LA CUENTA"
                   LINE 20 POSITION 5
               GO TO 3000-CAPTURAR-RENGLON-EXIT
           END-IF.
           DISPLAY SPACES LINE 20 POSITION 5 SIZE 45.
           DISPLAY "CANTIDAD ..........: " LINE 14 POSITION 5.
           ACCEPT WPV-CANTIDAD-CAP LINE 14 POSITION 27.
           IF WPV-CANTIDAD-CAP = 0
               GO TO 3000-CAPTURAR-RENGLON-EXIT
           END-IF.
           CALL "ATPCALC" USING WPV-SUCURSAL-PARAM
                                WPV-ARTICULO-CAP
                                WPV-CANTIDAD-CAP
                                WPV-FEC-PROMESA
                                WPV-PROYECCION
           END-CALL.
           DISPLAY SPACES LINE 15 POSITION 5 SIZE 50.
           IF WPV-FEC-PROMESA = 0
               DISPLAY "SIN DISPONIBLE EN 30 DIAS" LINE 15 POSITION 5
           ELSE
               IF WPV-FEC-PROMESA > WPV-FECHA-PARAM
                   DISPLAY "DISPONIBLE RECIEN EL: " LINE 15 POSITION 5
                   DISPLAY WPV-FEC-PROMESA LINE 15 POSITION 27
               END-IF
           END-IF.
           ADD 1 TO WPV-SECUENCIA.
           MOVE WPV-FECHA-PARAM  TO WPE-FEC-ENTREGA.
           MOVE WPV-RUTA-PARAM   TO WPE-RUTA.
