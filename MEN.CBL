       01  WMN-PUNTO-VENTA-SUC   PIC 9(04).
       01  WMN-ING-BRUTOS-SUC    PIC X(13).
       01  WMN-DOMICILIO-SUC     PIC X(40).
       01  WMN-PRACTICA          PIC X(01) VALUE "N".

       01  LAS-FECHAS.
           03  FECHA.
           IF WMN-RAZON-SOCIAL-SUC NOT = SPACES
               DISPLAY WMN-RAZON-SOCIAL-SUC LINE 10 POSITION 50 SIZE 30
           END-IF.
      *    Empresa de practica (EMPPRACT): el menu lo muestra en
      *    una franja para que nadie la confunda con la real.
           CALL "EMPPRCHK" USING EMP WMN-PRACTICA
           END-CALL.
           READ CLAVES INVALID KEY DISPLAY
             "No Tiene Estipuldas las Claves,Debe Cargarlas"
                 LINE 24 POSITION 15 SIZE 64
           DISPLAY "  Su opcion.. ?  ___   " 
                        LINE 24 POSITION 28.
           DISPLAY "                       " LINE 23 POSITION 28.
           IF WMN-PRACTICA = "S"
               DISPLAY " *** EMPRESA DE PRACTICA - NADA ES REAL *** "
                   LINE 7 POSITION 18 REVERSE
           END-IF.
       DIBUJA-F.
           EXIT.

