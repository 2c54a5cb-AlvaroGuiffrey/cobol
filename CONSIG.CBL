      *           vuelve a subir).
      * El resumen mensual por cuenta para contar las camaras
      * del cliente sale por CONSEST.
      * La factura por consumo se cubre con los anticipos
      * abiertos de la cuenta (CALL a ANTIAPLI, una vez cerrado
      * FACT en esta corrida).
      * Envio y retorno dejan su movimiento "CON" en el kardex
      * (STKMOV).
      * La factura por consumo a una cuenta que es otra empresa
      * del grupo (ICVINC) se espeja en la cuenta del proveedor
      * vinculado, con el articulo recibido en su stock
      * (ICESPEJO): lo consignado recien pasa a ser de ella
      * cuando lo consume.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WCG-DIA-LINEAL            PIC 9(08).
       77  WCG-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WCG-PERIODO-ABIERTO       PIC X(01).
       77  WCG-FACTURA-NUEVA         PIC 9(08) VALUE 0.
       77  WCG-ANTICIPO-TODOS        PIC 9(08) VALUE 0.
       77  WCG-APLICADO-ANTICIPO     PIC S9(09)V99.
       77  WCG-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WCG-KDX-TIPO              PIC X(03) VALUE "CON".
       77  WCG-KDX-DOCUMENTO         PIC X(12).
       77  WCG-KDX-CANTIDAD          PIC S9(07)V99.
       77  WCG-KDX-OPERADOR          PIC X(08) VALUE "CONSIG".
       77  WCG-KDX-CLAVE             PIC X(22).
       77  WCG-ESP-OPERACION         PIC X(01).
       77  WCG-ESP-TIPO              PIC X(01) VALUE "F".
       77  WCG-ESP-NETO              PIC S9(09)V99.
       77  WCG-ESP-ALICUOTA          PIC 9(03)V99 VALUE 0.
       77  WCG-ESP-IVA               PIC S9(09)V99 VALUE 0.
       77  WCG-ESP-TOTAL             PIC S9(09)V99.
       77  WCG-ESPEJADO              PIC X(01).

       PROCEDURE DIVISION.
       DECLARATIVES.
                   DISPLAY "MODO INVALIDO (E/F/R)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           IF WCG-FACTURA-NUEVA NOT = 0
               MOVE 0 TO WCG-APLICADO-ANTICIPO
               CALL "ANTIAPLI" USING WCG-CUENTA-PARAM
                                     WCG-ANTICIPO-TODOS
                                     WCG-FACTURA-NUEVA
                                     WCG-APLICADO-ANTICIPO
               END-CALL
           END-IF.
           STOP RUN.

       1000-INICIAL.
           REWRITE REG-STOCKSUC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKSUC"
           END-REWRITE.
           COMPUTE WCG-KDX-CANTIDAD = 0 - WCG-CANTIDAD-PARAM.
           PERFORM 6000-KARDEX.
           PERFORM 5000-SUMAR-CONSTK.
           DISPLAY "ENVIADO EN CONSIGNACION".
       2000-ENVIO-EXIT.
           MOVE "N" TO WFA-CANCELADO.
           WRITE REG-FACT
               INVALID KEY DISPLAY "NO PUDO GRABAR FACT"
               NOT INVALID KEY
                   MOVE WFA-COMPROBANTE TO WCG-FACTURA-NUEVA
           END-WRITE.
           DISPLAY "FACTURA CONSUMO " WFA-COMPROBANTE
               " POR " WFA-SALDO.
           IF WCG-FACTURA-NUEVA NOT = 0
               PERFORM 3100-ESPEJO THRU 3100-ESPEJO-EXIT
           END-IF.
       3000-FACTURAR-CONSUMO-EXIT.
           EXIT.

      *    Espejo intercompania de la factura por consumo: el
      *    comprobante y su unico renglon.
       3100-ESPEJO.
           MOVE WFA-SALDO TO WCG-ESP-NETO.
           MOVE WFA-SALDO TO WCG-ESP-TOTAL.
           MOVE "C" TO WCG-ESP-OPERACION.
           CALL "ICESPEJO" USING WCG-ESP-OPERACION
                                 WCG-ESP-TIPO
                                 WCG-CUENTA-PARAM
                                 WCG-FACTURA-NUEVA
                                 WCG-HOY
                                 WCG-ESP-NETO
                                 WCG-ESP-ALICUOTA
                                 WCG-ESP-IVA
                                 WCG-ESP-TOTAL
                                 WCG-ARTICULO-PARAM
                                 WCG-CANTIDAD-PARAM
                                 WCG-PRECIO-PARAM
                                 WCG-KDX-OPERADOR
                                 WCG-ESPEJADO
           END-CALL.
           IF WCG-ESPEJADO NOT = "S"
               GO TO 3100-ESPEJO-EXIT
           END-IF.
           MOVE "R" TO WCG-ESP-OPERACION.
           CALL "ICESPEJO" USING WCG-ESP-OPERACION
                                 WCG-ESP-TIPO
                                 WCG-CUENTA-PARAM
                                 WCG-FACTURA-NUEVA
                                 WCG-HOY
                                 WCG-ESP-NETO
                                 WCG-ESP-ALICUOTA
                                 WCG-ESP-IVA
                                 WCG-ESP-TOTAL
                                 WCG-ARTICULO-PARAM
                                 WCG-CANTIDAD-PARAM
                                 WCG-PRECIO-PARAM
                                 WCG-KDX-OPERADOR
                                 WCG-ESPEJADO
           END-CALL.
       3100-ESPEJO-EXIT.
           EXIT.

       4000-RETORNO.
           MOVE WCG-CUENTA-PARAM   TO WCS-CUENTA.
           MOVE WCG-ARTICULO-PARAM TO WCS-ARTICULO.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE WCG-CANTIDAD-PARAM TO WCG-KDX-CANTIDAD.
           PERFORM 6000-KARDEX.
           DISPLAY "RETORNO DE CONSIGNACION REGISTRADO".
       4000-RETORNO-EXIT.
           EXIT.
                   END-WRITE
           END-REWRITE.

      *    Movimiento "CON" en el kardex con la cuenta del cliente
      *    como documento y el saldo que quedo en STOCKSUC.
       6000-KARDEX.
           MOVE SPACES TO WCG-KDX-DOCUMENTO.
           STRING "CTA " WCG-CUENTA-PARAM DELIMITED BY SIZE
               INTO WCG-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WCG-SUCURSAL-PARAM
                               WCG-KDX-DEPOSITO
                               WCG-ARTICULO-PARAM
                               WCG-KDX-TIPO
                               WCG-KDX-DOCUMENTO
                               WCG-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WCG-KDX-OPERADOR
                               WCG-KDX-CLAVE
           END-CALL.

       9999-FINAL.
           CLOSE STOCKSUC.
           CLOSE CONSTK.
