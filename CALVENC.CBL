      * mismo dia que ya paso. CONPEN en si (los ajustes ya
      * generados, sin fecha de vencimiento propia) no entra en
      * este aviso.
      * Corre tambien como paso de la cadena nocturna
      * (CADNOCHE): los dias de anticipo salen del parametro del
      * paso y al terminar informa la cantidad de avisos.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WCV-DIAS-ANTICIPO-PARAM   PIC 9(03).
       77  WCV-FECHA-HOY             PIC 9(08).
       77  WCV-FECHA-LIMITE          PIC 9(08).
       77  WCV-CANT-AVISOS           PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WCV-CAD-OPERACION         PIC X(01).
       77  WCV-CAD-PROGRAMA          PIC X(08).
       77  WCV-CAD-FECHA             PIC 9(08).
       77  WCV-CAD-EMPRESA           PIC 9(04).
       77  WCV-CAD-SUCURSAL          PIC 9(02).
       77  WCV-CAD-PARAMETRO         PIC X(20).
       77  WCV-CAD-ESTADO            PIC X(03).
       77  WCV-CAD-REGISTROS         PIC 9(07).
       77  EOF-FACT                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".
       77  EOF-CONPENRE              PIC X(01) VALUE "N".
           PERFORM 3000-ALERTAR-CONPENRE THRU 3000-ALERTAR-CONPENRE-EXIT
               UNTIL NO-HAY-MAS-CONPENRE.
           PERFORM 9999-FINAL.
           IF WCV-CAD-ESTADO = "PEN"
               MOVE "F"   TO WCV-CAD-OPERACION
               MOVE "OK " TO WCV-CAD-ESTADO
               MOVE WCV-CANT-AVISOS TO WCV-CAD-REGISTROS
               CALL "CADPASO" USING WCV-CAD-OPERACION
                                    WCV-CAD-PROGRAMA
                                    WCV-CAD-FECHA
                                    WCV-CAD-EMPRESA
                                    WCV-CAD-SUCURSAL
                                    WCV-CAD-PARAMETRO
                                    WCV-CAD-ESTADO
                                    WCV-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WCV-CAD-OPERACION.
           MOVE "CALVENC " TO WCV-CAD-PROGRAMA.
           CALL "CADPASO" USING WCV-CAD-OPERACION
                                WCV-CAD-PROGRAMA
                                WCV-CAD-FECHA
                                WCV-CAD-EMPRESA
                                WCV-CAD-SUCURSAL
                                WCV-CAD-PARAMETRO
                                WCV-CAD-ESTADO
                                WCV-CAD-REGISTROS
           END-CALL.
           IF WCV-CAD-ESTADO = "PEN"
               IF WCV-CAD-PARAMETRO (1:3) IS NUMERIC
                   MOVE WCV-CAD-PARAMETRO (1:3)
                       TO WCV-DIAS-ANTICIPO-PARAM
               ELSE
                   MOVE 0 TO WCV-DIAS-ANTICIPO-PARAM
               END-IF
           ELSE
               DISPLAY "DIAS DE ANTICIPO .........: "
                   LINE 10 POSITION 5
               ACCEPT WCV-DIAS-ANTICIPO-PARAM LINE 10 POSITION 34
           END-IF.
           ACCEPT WCV-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WCV-FECHA-LIMITE =
               FUNCTION INTEGER-OF-DATE (WCV-FECHA-HOY) +
               DISPLAY "FACTURA " WFA-CUENTA "-" WFA-COMPROBANTE
                   " VENCE " WFA-FEC-VENC
                   " SALDO " WFA-SALDO
               ADD 1 TO WCV-CANT-AVISOS
           END-IF.
           READ FACT NEXT RECORD
               AT END MOVE "S" TO EOF-FACT
                   WCR-CONCEPTO
                   " VENCE " WCR-PROXIMA-GENERAC
                   " IMPORTE " WCR-IMPORTE
               ADD 1 TO WCV-CANT-AVISOS
           END-IF.
           READ CONPENRE NEXT RECORD
               AT END MOVE "S" TO EOF-CONPENRE
