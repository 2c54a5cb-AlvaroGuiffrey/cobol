      * acumulados. Modo C consulta la cola por estado: que
      * salio, a quien y cuando, que es la auditoria que antes
      * no existia.
      * Como paso de la cadena nocturna (CADNOCHE) corre en
      * modo D sin operador: completa desde CUENMAIL la
      * direccion de las entradas pendientes que no la tienen,
      * deja fallidas las de cuentas sin mail e informa cuantas
      * quedaron listas para el despachante.
      * En la empresa de practica (EMPPRCHK) el modo D no
      * despacha nada: la cola queda como esta.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WEA-DECISION              PIC X(01).
       77  WEA-HOY                   PIC 9(08).
       77  WEA-CANT-LISTADAS         PIC 9(05) VALUE 0.
       77  WEA-CANT-LISTAS           PIC 9(05) VALUE 0.
       77  WEA-CANT-SIN-MAIL         PIC 9(05) VALUE 0.
      *    Area de pasaje con CADPASO (cadena nocturna).
       77  WEA-CAD-OPERACION         PIC X(01).
       77  WEA-CAD-PROGRAMA          PIC X(08).
       77  WEA-CAD-FECHA             PIC 9(08).
       77  WEA-CAD-EMPRESA           PIC 9(04).
       77  WEA-CAD-SUCURSAL          PIC 9(02).
       77  WEA-CAD-PARAMETRO         PIC X(20).
       77  WEA-CAD-ESTADO            PIC X(03).
       77  WEA-CAD-REGISTROS         PIC 9(07).
       77  EOF-EMAILQ                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EMAILQ      VALUE "S".
       77  WEA-EMP-SESION            PIC 9(04) VALUE 0.
       77  WEA-PRACTICA              PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       DECLARATIVES.
                   PERFORM 2000-CARGAR-MAIL
                       THRU 2000-CARGAR-MAIL-EXIT
               WHEN "D"
                   PERFORM 0500-CONTROL-PRACTICA
                   IF WEA-PRACTICA = "S"
                       DISPLAY "EMPRESA DE PRACTICA - NO SE "
                           "DESPACHAN MAILS"
                   ELSE
                       PERFORM 3000-DESPACHAR
                           THRU 3000-DESPACHAR-EXIT
                           UNTIL NO-HAY-MAS-EMAILQ
                   END-IF
               WHEN "C"
                   PERFORM 5000-CONSULTAR THRU 5000-CONSULTAR-EXIT
                       UNTIL NO-HAY-MAS-EMAILQ
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           IF WEA-CAD-ESTADO = "PEN"
               MOVE "F"   TO WEA-CAD-OPERACION
               MOVE "OK " TO WEA-CAD-ESTADO
               MOVE WEA-CANT-LISTAS TO WEA-CAD-REGISTROS
               CALL "CADPASO" USING WEA-CAD-OPERACION
                                    WEA-CAD-PROGRAMA
                                    WEA-CAD-FECHA
                                    WEA-CAD-EMPRESA
                                    WEA-CAD-SUCURSAL
                                    WEA-CAD-PARAMETRO
                                    WEA-CAD-ESTADO
                                    WEA-CAD-REGISTROS
               END-CALL
           END-IF.
           GOBACK.

      *    En la cadena la empresa es la del paso; a mano, la de
      *    la sesion.
       0500-CONTROL-PRACTICA.
           IF WEA-CAD-ESTADO = "PEN"
               MOVE WEA-CAD-EMPRESA TO WEA-EMP-SESION
           END-IF.
           CALL "EMPPRCHK" USING WEA-EMP-SESION
                                 WEA-PRACTICA
           END-CALL.

       1000-INICIAL.
      *    Dentro de la cadena nocturna (CADNOCHE) los parametros
      *    vienen de la definicion del paso y no se pregunta nada.
           MOVE "L"        TO WEA-CAD-OPERACION.
           MOVE "EMAILQ  " TO WEA-CAD-PROGRAMA.
           CALL "CADPASO" USING WEA-CAD-OPERACION
                                WEA-CAD-PROGRAMA
                                WEA-CAD-FECHA
                                WEA-CAD-EMPRESA
                                WEA-CAD-SUCURSAL
                                WEA-CAD-PARAMETRO
                                WEA-CAD-ESTADO
                                WEA-CAD-REGISTROS
           END-CALL.
           IF WEA-CAD-ESTADO = "PEN"
               MOVE "D" TO WEA-MODO-PARAM
           ELSE
               DISPLAY "MODO (M=MAIL D=DESPACHO C=CONSULTA): "
                   LINE 5 POSITION 5
               ACCEPT WEA-MODO-PARAM LINE 5 POSITION 43
           END-IF.
           ACCEPT WEA-HOY FROM DATE YYYYMMDD.
           OPEN I-O EMAILQ.
           IF WEQ-STATUS = "35"
           IF NOT WEQ-PENDIENTE AND NOT WEQ-REINTENTO
               GO TO 3000-DESPACHAR-EXIT
           END-IF.
           IF WEA-CAD-ESTADO = "PEN"
               PERFORM 3100-PREPARAR-ENVIO
                   THRU 3100-PREPARAR-ENVIO-EXIT
               GO TO 3000-DESPACHAR-EXIT
           END-IF.
           DISPLAY WEQ-NUMERO " " WEQ-PROGRAMA " CTA " WEQ-CUENTA.
           DISPLAY "  " WEQ-EMAIL.
           DISPLAY "  " WEQ-DOCUMENTO.
       3000-DESPACHAR-EXIT.
           EXIT.

      *    De noche no hay quien confirme el envio: la cadena deja
      *    la cola lista para el despachante. Una entrada sin
      *    direccion toma la de CUENMAIL; si la cuenta tampoco
      *    tiene, queda fallida para que se cargue el mail.
       3100-PREPARAR-ENVIO.
           IF WEQ-EMAIL = SPACES
               MOVE WEQ-CUENTA TO WML-CUENTA
               MOVE SPACES     TO WML-EMAIL
               READ CUENMAIL KEY IS WML-CUENTA
                   INVALID KEY CONTINUE
               END-READ
               MOVE WML-EMAIL TO WEQ-EMAIL
           END-IF.
           IF WEQ-EMAIL = SPACES
               MOVE "F"     TO WEQ-ESTADO
               MOVE WEA-HOY TO WEQ-FEC-ESTADO
               ADD 1 TO WEQ-INTENTOS
               ADD 1 TO WEA-CANT-SIN-MAIL
           ELSE
               ADD 1 TO WEA-CANT-LISTAS
           END-IF.
           REWRITE REG-EMAILQ
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR EMAILQ"
           END-REWRITE.
       3100-PREPARAR-ENVIO-EXIT.
           EXIT.

       5000-CONSULTAR.
           READ EMAILQ NEXT RECORD
               AT END MOVE "S" TO EOF-EMAILQ
