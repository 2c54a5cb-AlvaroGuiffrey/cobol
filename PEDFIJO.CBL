      * La generacion matinal de remitos por ruta la hace GENREM
      * usando este archivo y el calendario de cierres CALENDTR
      * de CALENTRG.
      * La clave lleva el punto de entrega de la cuenta
      * (PUNTENT): cada punto tiene su propio pedido fijo y
      * GENREM hace un remito por punto. Punto 0 es el
      * domicilio de la cuenta.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
      *    Marcas S/N de lunes a domingo.
       WORKING-STORAGE SECTION.
       77  WPJ-STATUS                PIC X(02).
       77  WPF-CUENTA-PARAM          PIC 9(06).
       77  WPF-PUNTO-PARAM           PIC 9(03).
       77  WPF-ARTICULO-PARAM        PIC 9(06).
       77  WPF-CANTIDAD-PARAM        PIC S9(07)V99.
       77  WPF-DIAS-PARAM            PIC X(07).
       1000-INICIAL.
           DISPLAY "CUENTA ...................: " LINE 8 POSITION 5.
           ACCEPT WPF-CUENTA-PARAM LINE 8 POSITION 34.
           DISPLAY "PUNTO DE ENTREGA (0=CTA) .: " LINE 9 POSITION 5.
           ACCEPT WPF-PUNTO-PARAM LINE 9 POSITION 34.
           DISPLAY "ARTICULO .................: " LINE 10 POSITION 5.
           ACCEPT WPF-ARTICULO-PARAM LINE 10 POSITION 34.
           DISPLAY "CANTIDAD .................: "
               LINE 11 POSITION 5.
           ACCEPT WPF-CANTIDAD-PARAM LINE 11 POSITION 34.
           DISPLAY "DIAS L-M-X-J-V-S-D (SN...): "
               LINE 12 POSITION 5.
           ACCEPT WPF-DIAS-PARAM LINE 12 POSITION 34.
           DISPLAY "ACTIVO (S/N) .............: "
               LINE 13 POSITION 5.
           ACCEPT WPF-ACTIVO-PARAM LINE 13 POSITION 34.
           OPEN I-O PEDFIJO.
           IF WPJ-STATUS = "35"
               CLOSE PEDFIJO

       2000-GRABAR.
           MOVE WPF-CUENTA-PARAM   TO WPJ-CUENTA.
           MOVE WPF-PUNTO-PARAM    TO WPJ-PUNTO.
           MOVE WPF-ARTICULO-PARAM TO WPJ-ARTICULO.
           MOVE WPF-CANTIDAD-PARAM TO WPJ-CANTIDAD.
           MOVE WPF-DIAS-PARAM     TO WPJ-DIAS-SEMANA.
