      * por PRNTDEST toda reserva con mas de N dias de cargada,
      * con pedido, cuenta y cantidad, para cazar las reservas
      * muertas que dejan stock bloqueado sin pedido real atras.
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): los dias de antiguedad salen del parametro
      * del paso y al terminar informa las reservas viejas.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRL-HOY                   PIC 9(08).
       77  WRL-DIAS-RESERVA          PIC S9(05).
       77  WRL-CANT-VIEJAS           PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WRL-CAD-OPERACION         PIC X(01).
       77  WRL-CAD-PROGRAMA          PIC X(08).
       77  WRL-CAD-FECHA             PIC 9(08).
       77  WRL-CAD-EMPRESA           PIC 9(04).
       77  WRL-CAD-SUCURSAL          PIC 9(02).
       77  WRL-CAD-PARAMETRO         PIC X(20).
       77  WRL-CAD-ESTADO            PIC X(03).
       77  WRL-CAD-REGISTROS         PIC 9(07).
       77  EOF-RESSTK                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RESSTK      VALUE "S".

               UNTIL NO-HAY-MAS-RESSTK.
           DISPLAY "RESERVAS ENVEJECIDAS: " WRL-CANT-VIEJAS.
           PERFORM 9999-FINAL.
           IF WRL-CAD-ESTADO = "PEN"
               MOVE "F"   TO WRL-CAD-OPERACION
               MOVE "OK " TO WRL-CAD-ESTADO
               MOVE WRL-CANT-VIEJAS TO WRL-CAD-REGISTROS
               CALL "CADPASO" USING WRL-CAD-OPERACION
                                    WRL-CAD-PROGRAMA
                                    WRL-CAD-FECHA
                                    WRL-CAD-EMPRESA
                                    WRL-CAD-SUCURSAL
                                    WRL-CAD-PARAMETRO
                                    WRL-CAD-ESTADO
                                    WRL-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WRL-CAD-OPERACION.
           MOVE "RESLIST " TO WRL-CAD-PROGRAMA.
           CALL "CADPASO" USING WRL-CAD-OPERACION
                                WRL-CAD-PROGRAMA
                                WRL-CAD-FECHA
                                WRL-CAD-EMPRESA
                                WRL-CAD-SUCURSAL
                                WRL-CAD-PARAMETRO
                                WRL-CAD-ESTADO
                                WRL-CAD-REGISTROS
           END-CALL.
           IF WRL-CAD-ESTADO = "PEN"
               IF WRL-CAD-PARAMETRO (1:3) IS NUMERIC
                   MOVE WRL-CAD-PARAMETRO (1:3)
                       TO WRL-DIAS-PARAM
               ELSE
                   MOVE 0 TO WRL-DIAS-PARAM
               END-IF
           ELSE
               DISPLAY "DIAS DE ANTIGUEDAD: " LINE 10 POSITION 5
               ACCEPT WRL-DIAS-PARAM LINE 10 POSITION 26
           END-IF.
           ACCEPT WRL-HOY FROM DATE YYYYMMDD.
           OPEN INPUT RESSTK.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
