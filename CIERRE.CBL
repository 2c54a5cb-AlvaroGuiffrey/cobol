      * cuenta, como siempre) ni detecta fallas de esos procesos;
      * solo lleva el registro de cuales ya se hicieron para ese
      * periodo y bloquea el cierre mientras falte alguno.
      * La liquidacion mensual de IVA (IVALIQ, borrador del
      * F.2002 y asiento de cierre) es el paso 8, y la
      * declaracion de la tasa municipal (TASAMUNI) el paso 9,
      * que TASAMUNI marca hecho al confirmarla definitiva.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "ARQUEO DE CAJAS".
           05  FILLER                PIC X(30) VALUE
               "BACKUP DE FIN DE MES".
           05  FILLER                PIC X(30) VALUE
               "LIQUIDACION IVA F.2002".
           05  FILLER                PIC X(30) VALUE
               "DDJJ TASA MUNICIPAL (DREI)".
           05  FILLER                PIC X(30) VALUE SPACES.
       01  WCC-PASOS-ESTANDAR-TABLA REDEFINES WCC-PASOS-ESTANDAR.
           05  WCC-PASO-ESTANDAR     OCCURS 10 TIMES
