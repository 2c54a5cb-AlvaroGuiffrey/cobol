      *           STOCKSUC, dejando cada ajuste como movimiento
      *           con motivo "INV" en AJUSTOCK en vez de editar
      *           el stock en silencio.
      * Cada ajuste posteado deja ademas su movimiento "INV" en
      * el kardex (STKMOV) con el ajuste como documento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WIV-VALOR-TOTAL           PIC S9(11)V99 VALUE 0.
       77  WIV-HOY                   PIC 9(08).
       77  WIV-ULTIMA-SEC            PIC 9(06).
       77  WIV-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WIV-KDX-TIPO              PIC X(03) VALUE "INV".
       77  WIV-KDX-DOCUMENTO         PIC X(12).
       77  WIV-KDX-CLAVE             PIC X(22).
       77  EOF-AJUSTOCK               PIC X(01).
           88  NO-HAY-MAS-AJUSTOCK    VALUE "S".
       77  WIV-EMP-PERCHK            PIC 9(04) VALUE 0.
           WRITE REG-AJUSTOCK
               INVALID KEY DISPLAY "NO PUDO GRABAR AJUSTOCK"
           END-WRITE.
           MOVE WAS-CLAVE TO WIV-KDX-DOCUMENTO.
           CALL "STKMOV" USING WIC-SUCURSAL
                               WIV-KDX-DEPOSITO
                               WIC-ARTICULO
                               WIV-KDX-TIPO
                               WIV-KDX-DOCUMENTO
                               WIV-DIFERENCIA
                               WSS-CANT-ACTUAL
                               WIV-OPERADOR-PARAM
                               WIV-KDX-CLAVE
           END-CALL.

           MOVE "A" TO WIC-ESTADO.
           REWRITE REG-INVCONT
