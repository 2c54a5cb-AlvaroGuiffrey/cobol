      * de factura referenciado e importe, para que el debito
      * siempre pueda rastrearse hasta la factura que lo origino
      * en vez de quedar suelto en la cartera.
      * La nota de debito a una cuenta que es otra empresa del
      * grupo (ICVINC) se espeja como nota de debito del
      * proveedor vinculado en CTAPROV (ICESPEJO).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WNB-FACT-COMPROB-PARAM    PIC 9(08).
       77  WNB-IMPORTE-PARAM         PIC S9(09)V99.
       77  WNB-CONCEPTO-PARAM        PIC X(40).
       77  WNB-ESP-OPERACION         PIC X(01) VALUE "C".
       77  WNB-ESP-TIPO              PIC X(01) VALUE "D".
       77  WNB-ESP-ALICUOTA          PIC 9(03)V99 VALUE 0.
       77  WNB-ESP-IVA               PIC S9(09)V99 VALUE 0.
       77  WNB-ESP-TOTAL             PIC S9(09)V99.
       77  WNB-ESP-ARTICULO          PIC 9(06) VALUE 0.
       77  WNB-ESP-CANTIDAD          PIC S9(07)V99 VALUE 0.
       77  WNB-ESP-PRECIO            PIC S9(07)V99 VALUE 0.
       77  WNB-ESP-OPERADOR          PIC X(08) VALUE "NOTADEB2".
       77  WNB-ESPEJADO              PIC X(01).

       PROCEDURE DIVISION.
       DECLARATIVES.
               INVALID KEY DISPLAY "NO PUDO GRABAR NOTADEB"
           END-WRITE.
           DISPLAY "NOTA DE DEBITO NUMERO: " WND-NUMERO.
      *    Espejo intercompania: el importe va como neto sin IVA
      *    discriminado, igual que lo lleva NOTADEB.
           MOVE WNB-IMPORTE-PARAM TO WNB-ESP-TOTAL.
           CALL "ICESPEJO" USING WNB-ESP-OPERACION
                                 WNB-ESP-TIPO
                                 WNB-CUENTA-PARAM
                                 WND-NUMERO
                                 WND-FECHA
                                 WNB-IMPORTE-PARAM
                                 WNB-ESP-ALICUOTA
                                 WNB-ESP-IVA
                                 WNB-ESP-TOTAL
                                 WNB-ESP-ARTICULO
                                 WNB-ESP-CANTIDAD
                                 WNB-ESP-PRECIO
                                 WNB-ESP-OPERADOR
                                 WNB-ESPEJADO
           END-CALL.

       9999-FINAL.
           CLOSE NUMERO.
