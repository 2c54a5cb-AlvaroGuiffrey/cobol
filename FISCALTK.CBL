      * contingencia: el ticket queda registrado con la marca de
      * contingencia para reimprimirlo fiscalmente cuando el
      * equipo vuelva, y la venta no se detiene.
      * En la empresa de practica (EMPPRCHK) no se le manda nada
      * al controlador: el ticket se registra como en
      * contingencia pero con marca P (practica), sin valor
      * fiscal y sin reimpresion pendiente.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WFT-IMPORTE-RENGLON       PIC S9(09)V99.
       77  WFT-HOY                   PIC 9(08).
       77  WFT-CONTINGENCIA          PIC X(01) VALUE "N".
           88  WFT-MODO-CONTINGENCIA  VALUE "S" "P".
           88  WFT-MODO-PRACTICA      VALUE "P".
       77  WFT-EMP-SESION            PIC 9(04) VALUE 0.
       77  WFT-PRACTICA              PIC X(01) VALUE "N".
       77  FIN-TICKET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RENGLONES   VALUE "S".

           DISPLAY "TURNO: " LINE 9 POSITION 5.
           ACCEPT WFT-TURNO-PARAM LINE 9 POSITION 13.
           ACCEPT WFT-HOY FROM DATE YYYYMMDD.
           CALL "EMPPRCHK" USING WFT-EMP-SESION
                                 WFT-PRACTICA
           END-CALL.
           IF WFT-PRACTICA = "S"
               MOVE "P" TO WFT-CONTINGENCIA
               DISPLAY "EMPRESA DE PRACTICA - TICKET SIN VALOR "
                   "FISCAL"
           ELSE
               OPEN EXTEND FISCMD
      *        Controlador caido: no se puede abrir el
      *        dispositivo, la venta sigue en modo contingencia.
               IF WFC-STATUS NOT = "00" AND WFC-STATUS NOT = "05"
                   MOVE "S" TO WFT-CONTINGENCIA
                   DISPLAY "CONTROLADOR FISCAL SIN RESPUESTA - "
                       "MODO CONTINGENCIA"
               END-IF
           END-IF.
           OPEN INPUT ALICUO.
           OPEN I-O TKFISCAL.
           END-WRITE.
           DISPLAY "TICKET FISCAL " WTK-TICKET " TOTAL "
               WTK-TOTAL.
           EVALUATE TRUE
               WHEN WFT-MODO-PRACTICA
                   DISPLAY "TICKET DE PRACTICA - SIN VALOR FISCAL"
               WHEN WFT-MODO-CONTINGENCIA
                   DISPLAY "EMITIDO EN CONTINGENCIA - REIMPRIMIR "
                       "FISCALMENTE AL VOLVER EL EQUIPO"
           END-EVALUATE.

       9999-FINAL.
           IF NOT WFT-MODO-CONTINGENCIA
