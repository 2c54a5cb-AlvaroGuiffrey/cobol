      * retencion, para que los listados diarios grandes no
      * llenen el disco (el archivo de texto lo borra el
      * operador con el registro a la vista).
      * Como paso de la cadena nocturna (CADNOCHE) corre en
      * modo D e informa las emisiones depuradas.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WSP-DIA-EMISION           PIC 9(08).
       77  WSP-CANT-LISTADAS         PIC 9(05) VALUE 0.
       77  WSP-CANT-DEPURADAS        PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WSP-CAD-OPERACION         PIC X(01).
       77  WSP-CAD-PROGRAMA          PIC X(08).
       77  WSP-CAD-FECHA             PIC 9(08).
       77  WSP-CAD-EMPRESA           PIC 9(04).
       77  WSP-CAD-SUCURSAL          PIC 9(02).
       77  WSP-CAD-PARAMETRO         PIC X(20).
       77  WSP-CAD-ESTADO            PIC X(03).
       77  WSP-CAD-REGISTROS         PIC 9(07).
       77  EOF-SPOOLREG               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SPOOLREG    VALUE "S".
       77  EOF-SPOOLTXT               PIC X(01) VALUE "N".
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           IF WSP-CAD-ESTADO = "PEN"
               MOVE "F"   TO WSP-CAD-OPERACION
               MOVE "OK " TO WSP-CAD-ESTADO
               MOVE WSP-CANT-DEPURADAS TO WSP-CAD-REGISTROS
               CALL "CADPASO" USING WSP-CAD-OPERACION
                                    WSP-CAD-PROGRAMA
                                    WSP-CAD-FECHA
                                    WSP-CAD-EMPRESA
                                    WSP-CAD-SUCURSAL
                                    WSP-CAD-PARAMETRO
                                    WSP-CAD-ESTADO
                                    WSP-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WSP-CAD-OPERACION.
           MOVE "SPOOLREP" TO WSP-CAD-PROGRAMA.
           CALL "CADPASO" USING WSP-CAD-OPERACION
                                WSP-CAD-PROGRAMA
                                WSP-CAD-FECHA
                                WSP-CAD-EMPRESA
                                WSP-CAD-SUCURSAL
                                WSP-CAD-PARAMETRO
                                WSP-CAD-ESTADO
                                WSP-CAD-REGISTROS
           END-CALL.
           IF WSP-CAD-ESTADO = "PEN"
               MOVE "D" TO WSP-MODO-PARAM
           ELSE
               DISPLAY "MODO (B=BUSCA R=REIMPRIME D=DEPURA): "
                   LINE 5 POSITION 5
               ACCEPT WSP-MODO-PARAM LINE 5 POSITION 43
           END-IF.
           ACCEPT WSP-HOY FROM DATE YYYYMMDD.
           COMPUTE WSP-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WSP-HOY).
