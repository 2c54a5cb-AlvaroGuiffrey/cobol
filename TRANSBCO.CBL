      *           para reintentarla o pagarla por otra via.
      * Se termina el doble tipeo: una vez en el home banking y
      * otra aca.
      * En la empresa de practica (EMPPRCHK) no se exportan
      * ni se aplican transferencias.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  NO-HAY-MAS-ORDPAGO     VALUE "S".
       77  EOF-INTERBRT               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-INTERBRT    VALUE "S".
       77  WTB-EMP-SESION            PIC 9(04) VALUE 0.
       77  WTB-PRACTICA              PIC X(01) VALUE "N".

       01  REG-TRANSFERENCIA.
           05  T-CBU                 PIC 9(22).
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 0500-CONTROL-PRACTICA.
           IF WTB-PRACTICA = "S"
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAL.
           EVALUATE WTB-MODO-PARAM
               WHEN "E"
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Empresa de practica: no se genera nada que pueda
      *    salir hacia afuera.
       0500-CONTROL-PRACTICA.
           CALL "EMPPRCHK" USING WTB-EMP-SESION
                                 WTB-PRACTICA
           END-CALL.
           IF WTB-PRACTICA = "S"
               DISPLAY "EMPRESA DE PRACTICA - NO SE EXPORTAN NI "
                   "SE APLICAN TRANSFERENCIAS"
                   LINE 22 POSITION 5
           END-IF.

       1000-INICIAL.
           DISPLAY "MODO (E/I): " LINE 10 POSITION 5.
           ACCEPT WTB-MODO-PARAM LINE 10 POSITION 18.
