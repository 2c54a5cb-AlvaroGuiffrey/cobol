      * la sucursal destino para el mismo articulo, dejando un
      * registro en TRANSTOC para poder auditar cada movimiento,
      * en vez de editar ambos stocks a mano en dos pantallas.
      * Cada punta deja su movimiento "TRF" en el kardex
      * (STKMOV): la salida en el origen con la sucursal destino
      * como documento y la entrada en el destino con la de
      * origen.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WTR-HOY                  PIC 9(08).
       77  WTR-EMP-PERCHK           PIC 9(04) VALUE 0.
       77  WTR-PERIODO-ABIERTO      PIC X(01).
       77  WTR-KDX-DEPOSITO         PIC 9(02) VALUE 0.
       77  WTR-KDX-TIPO             PIC X(03) VALUE "TRF".
       77  WTR-KDX-DOCUMENTO        PIC X(12).
       77  WTR-KDX-CANTIDAD         PIC S9(07)V99.
       77  WTR-KDX-CLAVE            PIC X(22).

       PROCEDURE DIVISION.
       DECLARATIVES.
           REWRITE REG-STOCKSUC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ORIGEN"
           END-REWRITE.
           MOVE SPACES TO WTR-KDX-DOCUMENTO.
           STRING "A SUC " WTR-SUC-DESTINO-PARAM DELIMITED BY SIZE
               INTO WTR-KDX-DOCUMENTO
           END-STRING.
           COMPUTE WTR-KDX-CANTIDAD = 0 - WTR-CANTIDAD-PARAM.
           PERFORM 6000-KARDEX.

       4000-ACREDITAR-DESTINO.
           MOVE WTR-SUC-DESTINO-PARAM TO WSS-SUCURSAL.
                       INVALID KEY DISPLAY "NO PUDO ALTA DESTINO"
                   END-WRITE
           END-REWRITE.
           MOVE SPACES TO WTR-KDX-DOCUMENTO.
           STRING "DE SUC " WTR-SUC-ORIGEN-PARAM DELIMITED BY SIZE
               INTO WTR-KDX-DOCUMENTO
           END-STRING.
           MOVE WTR-CANTIDAD-PARAM TO WTR-KDX-CANTIDAD.
           PERFORM 6000-KARDEX.

       5000-REGISTRAR-MOVIMIENTO.
           ADD 1 TO WTR-SECUENCIA-HOY.
               INVALID KEY DISPLAY "NO PUDO GRABAR TRANSTOC"
           END-WRITE.

       6000-KARDEX.
           CALL "STKMOV" USING WSS-SUCURSAL
                               WTR-KDX-DEPOSITO
                               WTR-ARTICULO-PARAM
                               WTR-KDX-TIPO
                               WTR-KDX-DOCUMENTO
                               WTR-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WTR-OPERADOR-PARAM
                               WTR-KDX-CLAVE
           END-CALL.

       9999-FINAL.
           CLOSE STOCKSUC.
           CLOSE TRANSTOC.
