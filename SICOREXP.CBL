      * genera DDJJARBA.TXT. Al final muestra los totales de
      * control por impuesto para atar contra los certificados
      * emitidos antes de subir los archivos.
      * En la empresa de practica (EMPPRCHK) no se generan
      * los archivos de SICORE/SIRCAR.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WSX-CANT-REGISTROS        PIC 9(06) VALUE 0.
       77  EOF-RETENC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RETENC      VALUE "S".
       77  WSX-EMP-SESION            PIC 9(04) VALUE 0.
       77  WSX-PRACTICA              PIC X(01) VALUE "N".

      *    Registro de ancho fijo del aplicativo: codigo de
      *    impuesto, regimen, fecha, CUIT, base e importe con
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 0500-CONTROL-PRACTICA.
           IF WSX-PRACTICA = "S"
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAL.
           PERFORM 2000-EXPORTAR THRU 2000-EXPORTAR-EXIT
               UNTIL NO-HAY-MAS-RETENC.
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Empresa de practica: no se genera nada que pueda
      *    salir hacia afuera.
       0500-CONTROL-PRACTICA.
           CALL "EMPPRCHK" USING WSX-EMP-SESION
                                 WSX-PRACTICA
           END-CALL.
           IF WSX-PRACTICA = "S"
               DISPLAY "EMPRESA DE PRACTICA - NO SE GENERA "
                   "SICORE/SIRCAR"
                   LINE 22 POSITION 5
           END-IF.

       1000-INICIAL.
           DISPLAY "PERIODO (AAAAMM): " LINE 10 POSITION 5.
           ACCEPT WSX-PERIODO-PARAM LINE 10 POSITION 24.
