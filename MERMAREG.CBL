      * valorizado al costo de CAPPRE del momento:
      *   VEN vencido, ROT rotura, FAL faltante, DEG degustacion.
      * Sobre AJUSTOCK trabaja el informe mensual MERMAREP por
      * linea de LINEAS. Cada merma deja ademas su movimiento
      * "MER" en el kardex (STKMOV) con el ajuste como documento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WME-ULTIMA-SEC            PIC 9(06).
       77  WME-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WME-PERIODO-ABIERTO       PIC X(01).
       77  WME-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WME-KDX-TIPO              PIC X(03) VALUE "MER".
       77  WME-KDX-DOCUMENTO         PIC X(12).
       77  WME-KDX-CANTIDAD          PIC S9(07)V99.
       77  WME-KDX-CLAVE             PIC X(22).
       77  EOF-AJUSTOCK               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-AJUSTOCK    VALUE "S".

           WRITE REG-AJUSTOCK
               INVALID KEY DISPLAY "NO PUDO GRABAR AJUSTOCK"
           END-WRITE.
           MOVE WAS-CLAVE TO WME-KDX-DOCUMENTO.
           MOVE WAS-CANTIDAD TO WME-KDX-CANTIDAD.
           CALL "STKMOV" USING WME-SUCURSAL-PARAM
                               WME-KDX-DEPOSITO
                               WME-ARTICULO-PARAM
                               WME-KDX-TIPO
                               WME-KDX-DOCUMENTO
                               WME-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WME-OPERADOR-PARAM
                               WME-KDX-CLAVE
           END-CALL.
           DISPLAY "MERMA " WME-MOTIVO-PARAM " GRABADA POR "
               WME-CANTIDAD-PARAM.

