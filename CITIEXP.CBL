      * listado de control con los totales por tipo de
      * comprobante permite atar contra los libros de IVA antes
      * de subir.
      * En la empresa de practica (EMPPRCHK) no se generan
      * los archivos del CITI.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  NO-HAY-MAS-RES127      VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  WCI-EMP-SESION            PIC 9(04) VALUE 0.
       77  WCI-PRACTICA              PIC X(01) VALUE "N".

      *    Registro de comprobante del aplicativo (tipo 1) y de
      *    alicuota (tipo 4), ancho fijo sin separadores.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 0500-CONTROL-PRACTICA.
           IF WCI-PRACTICA = "S"
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAL.
           PERFORM 2000-EXPORTAR-VENTAS
               THRU 2000-EXPORTAR-VENTAS-EXIT
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Empresa de practica: no se genera nada que pueda
      *    salir hacia afuera.
       0500-CONTROL-PRACTICA.
           CALL "EMPPRCHK" USING WCI-EMP-SESION
                                 WCI-PRACTICA
           END-CALL.
           IF WCI-PRACTICA = "S"
               DISPLAY "EMPRESA DE PRACTICA - NO SE GENERA EL CITI"
                   LINE 22 POSITION 5
           END-IF.

       1000-INICIAL.
           DISPLAY "PERIODO (AAAAMM): " LINE 10 POSITION 5.
           ACCEPT WCI-PERIODO-PARAM LINE 10 POSITION 24.
