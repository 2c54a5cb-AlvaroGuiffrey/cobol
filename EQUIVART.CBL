      * busca en EQUIVART un sustituto con stock disponible para
      * ofrecerlo en su lugar, en vez de avisar "sin stock" sin
      * mas alternativa al cliente.
      * Con la cuenta del pedido solo se ofrecen sustitutos que
      * esten en el surtido catalogado de la cuenta o de su
      * cadena (SURTIDO via SURTCHK); cuenta 0 no controla.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WEA-SUCURSAL-PARAM        PIC 9(02).
       77  WEA-ARTICULO-PARAM        PIC 9(06).
       77  WEA-CANT-NECESARIA        PIC S9(07)V99.
       77  WEA-CUENTA-PARAM          PIC 9(06).
       77  WEA-HOY                   PIC 9(08).
       77  WEA-SURTIDO               PIC X(01).
       77  EOF-EQUIVART              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EQUIVART    VALUE "S".
       77  WEA-RESUELTO              PIC X(01) VALUE "N".
           ACCEPT WEA-ARTICULO-PARAM LINE 11 POSITION 26.
           DISPLAY "CANTIDAD NECESARIA: " LINE 12 POSITION 5.
           ACCEPT WEA-CANT-NECESARIA LINE 12 POSITION 26.
           DISPLAY "CUENTA (0=NINGUNA): " LINE 13 POSITION 5.
           ACCEPT WEA-CUENTA-PARAM LINE 13 POSITION 26.
           ACCEPT WEA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT EQUIVART.
           OPEN INPUT BSTOCK.

               MOVE "S" TO EOF-EQUIVART
               GO TO 3000-BUSCAR-SUSTITUTO-EXIT
           END-IF.
           IF WEA-CUENTA-PARAM NOT = 0
               CALL "SURTCHK" USING WEA-CUENTA-PARAM
                                    WEQ-SUSTITUTO
                                    WEA-HOY
                                    WEA-SURTIDO
               END-CALL
               IF WEA-SURTIDO = "N"
                   GO TO 3000-BUSCAR-SUSTITUTO-EXIT
               END-IF
           END-IF.
           MOVE WEA-SUCURSAL-PARAM TO WST-SUCURSAL.
           MOVE WEQ-SUSTITUTO      TO WST-ARTICULO.
           READ BSTOCK KEY IS WST-CLAVE
