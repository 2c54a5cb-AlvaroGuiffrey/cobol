      * cuenta corriente sin dimension de articulo, asi que el
      * detalle de venta manda). La linea se deriva de LINEAS,
      * igual que hace el acumulador VTARESUM en linea.
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): empresa y sucursal salen del paso y al
      * terminar informa los renglones procesados.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRB-SUCURSAL-PARAM        PIC 9(02).
       77  WRB-CANT-LEIDOS           PIC 9(08) VALUE 0.
       77  WRB-HALLADO               PIC X(01).
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WRB-CAD-OPERACION         PIC X(01).
       77  WRB-CAD-PROGRAMA          PIC X(08).
       77  WRB-CAD-FECHA             PIC 9(08).
       77  WRB-CAD-EMPRESA           PIC 9(04).
       77  WRB-CAD-SUCURSAL          PIC 9(02).
       77  WRB-CAD-PARAMETRO         PIC X(20).
       77  WRB-CAD-ESTADO            PIC X(03).
       77  WRB-CAD-REGISTROS         PIC 9(07).
       77  EOF-VTADET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-VTADET      VALUE "S".

               UNTIL NO-HAY-MAS-VTADET.
           DISPLAY "RENGLONES PROCESADOS: " WRB-CANT-LEIDOS.
           PERFORM 9999-FINAL.
           IF WRB-CAD-ESTADO = "PEN"
               MOVE "F"   TO WRB-CAD-OPERACION
               MOVE "OK " TO WRB-CAD-ESTADO
               MOVE WRB-CANT-LEIDOS TO WRB-CAD-REGISTROS
               CALL "CADPASO" USING WRB-CAD-OPERACION
                                    WRB-CAD-PROGRAMA
                                    WRB-CAD-FECHA
                                    WRB-CAD-EMPRESA
                                    WRB-CAD-SUCURSAL
                                    WRB-CAD-PARAMETRO
                                    WRB-CAD-ESTADO
                                    WRB-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WRB-CAD-OPERACION.
           MOVE "VTARBLD " TO WRB-CAD-PROGRAMA.
           CALL "CADPASO" USING WRB-CAD-OPERACION
                                WRB-CAD-PROGRAMA
                                WRB-CAD-FECHA
                                WRB-CAD-EMPRESA
                                WRB-CAD-SUCURSAL
                                WRB-CAD-PARAMETRO
                                WRB-CAD-ESTADO
                                WRB-CAD-REGISTROS
           END-CALL.
           IF WRB-CAD-ESTADO = "PEN"
               MOVE WRB-CAD-EMPRESA  TO WRB-EMPRESA-PARAM
               MOVE WRB-CAD-SUCURSAL TO WRB-SUCURSAL-PARAM
           ELSE
               DISPLAY "EMPRESA ....: " LINE 8 POSITION 5
               ACCEPT WRB-EMPRESA-PARAM LINE 8 POSITION 20
               DISPLAY "SUCURSAL ...: " LINE 9 POSITION 5
               ACCEPT WRB-SUCURSAL-PARAM LINE 9 POSITION 20
           END-IF.
           OPEN INPUT VTADET.
           IF WVD-STATUS NOT = "00"
               DISPLAY "SIN DETALLE DE VENTAS"
