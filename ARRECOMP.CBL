           03  WAR-IMPORTE-CAP    PIC S9(09)V99.
           03  WAR-SALDO-SIN-APL  PIC S9(09)V99.

      *    Registro del recibo manual contra su talonario (RECMAN,
      *    control de talonarios de TALREC).
       01  WAR-PARAM-RECMANU.
           03  WAR-REC-OPERACION  PIC X(01) VALUE "R".
           03  WAR-REC-ORIGEN     PIC X(08) VALUE "RECIBOS".
           03  WAR-REC-LEGAJO     PIC 9(05) VALUE 0.
           03  WAR-REC-OBSERV     PIC X(30) VALUE SPACES.
           03  WAR-REC-RESULTADO  PIC X(01).

       PROCEDURE DIVISION.
       DECLARATIVES.
           COPY "P-CTA.ERR".
               DISPLAY "SALDO SIN APLICAR A FACTURAS: "
                   WAR-SALDO-SIN-APL LINE 24 POSITION 1 SIZE 40
           END-IF.
           CALL "RECMANU" USING WAR-REC-OPERACION
                                 WAR-RECIBO-CAP
                                 WAR-CUENTA-CAP
                                 WAR-IMPORTE-CAP
                                 WAR-REC-ORIGEN
                                 WAR-REC-LEGAJO
                                 WAR-REC-OBSERV
                                 WAR-REC-RESULTADO
           END-CALL.
           IF WAR-REC-RESULTADO = "D"
               DISPLAY "RECIBO YA RENDIDO O ANULADO EN SU TALONARIO"
                   LINE 23 POSITION 1 SIZE 45
           END-IF.
           IF WAR-REC-RESULTADO = "X"
               DISPLAY "RECIBO DE UN TALONARIO YA DEVUELTO"
                   LINE 23 POSITION 1 SIZE 45
           END-IF.
      *     PERFORM GRABA-MOV    THRU GRABA-MOV-F.
      *     PERFORM REGRABA-CTA  THRU REGRABA-CTA-F.

