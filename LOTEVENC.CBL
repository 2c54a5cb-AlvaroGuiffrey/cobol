      * los proximos N dias (o ya paso), con los dias que
      * faltan, para sacar el producto a tiempo en vez de
      * descubrirlo vencido en la camara.
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): los dias de horizonte salen del parametro
      * del paso y al terminar informa los lotes en alarma.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WLV-HOY                   PIC 9(08).
       77  WLV-DIAS-FALTAN           PIC S9(05).
       77  WLV-CANT-ALARMAS          PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WLV-CAD-OPERACION         PIC X(01).
       77  WLV-CAD-PROGRAMA          PIC X(08).
       77  WLV-CAD-FECHA             PIC 9(08).
       77  WLV-CAD-EMPRESA           PIC 9(04).
       77  WLV-CAD-SUCURSAL          PIC 9(02).
       77  WLV-CAD-PARAMETRO         PIC X(20).
       77  WLV-CAD-ESTADO            PIC X(03).
       77  WLV-CAD-REGISTROS         PIC 9(07).
       77  EOF-LOTESTK                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTES       VALUE "S".

               UNTIL NO-HAY-MAS-LOTES.
           DISPLAY "LOTES EN ALARMA: " WLV-CANT-ALARMAS.
           PERFORM 9999-FINAL.
           IF WLV-CAD-ESTADO = "PEN"
               MOVE "F"   TO WLV-CAD-OPERACION
               MOVE "OK " TO WLV-CAD-ESTADO
               MOVE WLV-CANT-ALARMAS TO WLV-CAD-REGISTROS
               CALL "CADPASO" USING WLV-CAD-OPERACION
                                    WLV-CAD-PROGRAMA
                                    WLV-CAD-FECHA
                                    WLV-CAD-EMPRESA
                                    WLV-CAD-SUCURSAL
                                    WLV-CAD-PARAMETRO
                                    WLV-CAD-ESTADO
                                    WLV-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WLV-CAD-OPERACION.
           MOVE "LOTEVENC" TO WLV-CAD-PROGRAMA.
           CALL "CADPASO" USING WLV-CAD-OPERACION
                                WLV-CAD-PROGRAMA
                                WLV-CAD-FECHA
                                WLV-CAD-EMPRESA
                                WLV-CAD-SUCURSAL
                                WLV-CAD-PARAMETRO
                                WLV-CAD-ESTADO
                                WLV-CAD-REGISTROS
           END-CALL.
           IF WLV-CAD-ESTADO = "PEN"
               IF WLV-CAD-PARAMETRO (1:3) IS NUMERIC
                   MOVE WLV-CAD-PARAMETRO (1:3)
                       TO WLV-DIAS-PARAM
               ELSE
                   MOVE 0 TO WLV-DIAS-PARAM
               END-IF
           ELSE
               DISPLAY "DIAS DE HORIZONTE: " LINE 10 POSITION 5
               ACCEPT WLV-DIAS-PARAM LINE 10 POSITION 25
           END-IF.
           ACCEPT WLV-HOY FROM DATE YYYYMMDD.
           OPEN INPUT LOTESTK.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
