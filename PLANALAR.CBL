      * cuota vencida queda "R" (roto) en PLANCAB y sale en el
      * listado por PRNTDEST; un plan con todas las cuotas
      * pagadas queda "C" (cumplido).
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): la tolerancia sale del parametro del paso y
      * al terminar informa las cuotas vencidas detectadas.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WPA-DIAS-VENCIDA          PIC S9(05).
       77  WPA-HALLADA               PIC X(01).
       77  WPA-CANT-ROTAS            PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WPA-CAD-OPERACION         PIC X(01).
       77  WPA-CAD-PROGRAMA          PIC X(08).
       77  WPA-CAD-FECHA             PIC 9(08).
       77  WPA-CAD-EMPRESA           PIC 9(04).
       77  WPA-CAD-SUCURSAL          PIC 9(02).
       77  WPA-CAD-PARAMETRO         PIC X(20).
       77  WPA-CAD-ESTADO            PIC X(03).
       77  WPA-CAD-REGISTROS         PIC 9(07).
       77  EOF-PLANCUO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CUOTAS      VALUE "S".

               UNTIL NO-HAY-MAS-CUOTAS.
           DISPLAY "CUOTAS VENCIDAS DETECTADAS: " WPA-CANT-ROTAS.
           PERFORM 9999-FINAL.
           IF WPA-CAD-ESTADO = "PEN"
               MOVE "F"   TO WPA-CAD-OPERACION
               MOVE "OK " TO WPA-CAD-ESTADO
               MOVE WPA-CANT-ROTAS TO WPA-CAD-REGISTROS
               CALL "CADPASO" USING WPA-CAD-OPERACION
                                    WPA-CAD-PROGRAMA
                                    WPA-CAD-FECHA
                                    WPA-CAD-EMPRESA
                                    WPA-CAD-SUCURSAL
                                    WPA-CAD-PARAMETRO
                                    WPA-CAD-ESTADO
                                    WPA-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WPA-CAD-OPERACION.
           MOVE "PLANALAR" TO WPA-CAD-PROGRAMA.
           CALL "CADPASO" USING WPA-CAD-OPERACION
                                WPA-CAD-PROGRAMA
                                WPA-CAD-FECHA
                                WPA-CAD-EMPRESA
                                WPA-CAD-SUCURSAL
                                WPA-CAD-PARAMETRO
                                WPA-CAD-ESTADO
                                WPA-CAD-REGISTROS
           END-CALL.
           IF WPA-CAD-ESTADO = "PEN"
               IF WPA-CAD-PARAMETRO (1:3) IS NUMERIC
                   MOVE WPA-CAD-PARAMETRO (1:3)
                       TO WPA-TOLERANCIA-PARAM
               ELSE
                   MOVE 0 TO WPA-TOLERANCIA-PARAM
               END-IF
           ELSE
               DISPLAY "DIAS DE TOLERANCIA: " LINE 10 POSITION 5
               ACCEPT WPA-TOLERANCIA-PARAM LINE 10 POSITION 26
           END-IF.
           ACCEPT WPA-HOY FROM DATE YYYYMMDD.
           OPEN I-O PLANCUO.
           OPEN I-O PLANCAB.
