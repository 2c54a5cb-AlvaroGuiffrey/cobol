      *     libre y lo informa como conflicto de numeracion);
      *   - graba el detalle de venta en VTADET con vendedor
      *     "SUCnn" y secuencia de NUMERO tipo "VTADET  ";
      *   - descarga STOCKSUC de la sucursal y deja el
      *     movimiento "SUC" en el kardex (STKMOV);
      *   - acumula en el agregado VTARESUM (via VTARESUM).
      * Conflictos al informe por PRNTDEST: precio vendido
      * offline distinto del CAPPRE vigente, y cuenta que quedo
       77  WRS-CANT-CONFLICTOS       PIC 9(05) VALUE 0.
       77  WRS-GRABADO               PIC X(01).
       77  WRS-EMPRESA-VR            PIC 9(04) VALUE 0.
       77  WRS-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WRS-KDX-TIPO              PIC X(03) VALUE "SUC".
       77  WRS-KDX-DOCUMENTO         PIC X(12).
       77  WRS-KDX-CANTIDAD          PIC S9(07)V99.
       77  WRS-KDX-CLAVE             PIC X(22).
       01  WRS-VENDEDOR-SUC.
           05  FILLER                PIC X(03) VALUE "SUC".
           05  WRS-VEND-SUC          PIC 9(02).
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE SPACES TO WRS-KDX-DOCUMENTO.
           STRING "VTA " WVD-SECUENCIA DELIMITED BY SIZE
               INTO WRS-KDX-DOCUMENTO
           END-STRING.
           COMPUTE WRS-KDX-CANTIDAD = 0 - XM-CANTIDAD.
           CALL "STKMOV" USING XM-SUCURSAL
                               WRS-KDX-DEPOSITO
                               XM-ARTICULO
                               WRS-KDX-TIPO
                               WRS-KDX-DOCUMENTO
                               WRS-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WRS-VENDEDOR-SUC
                               WRS-KDX-CLAVE
           END-CALL.

      *    Agregado incremental de ventas (VTARESUM).
           CALL "VTARESUM" USING WRS-EMPRESA-VR
