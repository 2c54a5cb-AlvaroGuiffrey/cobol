       01 WMX-SUC-SES        PIC 99 VALUE 0.
       01 WMX-OPER-SES       PIC X(8) VALUE SPACES.
       01 WSA-STATUS         PIC XX.
       01 WMX-PRACTICA       PIC X VALUE "N".
       PROCEDURE DIVISION.
       PROGRAMA SECTION.
       ABRO.
           PERFORM CONF-CAMPOS.
      *    Empresa de practica (EMPPRACT) de la sesion activa.
           CALL "EMPPRCHK" USING WMX-EMP-SES WMX-PRACTICA.
       INI-MOD.
      *...............................(ABRE PANTALLA)
           MOVE "M3MODA" TO NOM-PAN.
       SIGA-INI.
           PERFORM TIT-PAN.           PERFORM FECHA-PAN.
           IF WMX-PRACTICA = "S"
               DISPLAY " *** EMPRESA DE PRACTICA - NADA ES REAL *** "
                   LINE 23 POSITION 18 REVERSE.
      *................................(PROGRAMA PRINCIPAL)
       ACTU.
           MOVE " - MENU DE TAREAS - " TO D20-CAP.
