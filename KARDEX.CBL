       IDENTIFICATION DIVISION.
       PROGRAM-ID.       KARDEX.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Kardex de stock por articulo sobre el libro unico de
      * movimientos KARDEX que dejan los programas que postean
      * STOCKSUC (via STKMOV). Hasta ahora cada programa dejaba
      * su rastro en su propio archivo (PARTI, AJUSTOCK,
      * TRANSTOC, PRODMOV, DEPMOVI...) y no habia forma de
      * explicar como se llego al saldo de un articulo.
      *   modo C: consulta por pantalla de una sucursal y un
      *           articulo entre dos fechas, con el saldo
      *           anterior y el saldo corrido movimiento por
      *           movimiento, diez renglones por pantalla;
      *   modo L: el mismo kardex impreso por PRNTDEST, para un
      *           articulo o para todos los de la sucursal
      *           (articulo 0);
      *   modo V: verificacion de integridad: por sucursal y
      *           articulo recalcula el saldo sumando las
      *           cantidades del libro desde el primer movimiento
      *           (saldo de apertura = saldo grabado menos su
      *           cantidad) y lo compara contra STOCKSUC; imprime
      *           los articulos que no cierran y los que tienen
      *           algun saldo grabado que no sigue la suma.
      * El saldo corrido se arma siempre con las cantidades, no
      * con el saldo grabado: un renglon cuyo saldo grabado no
      * coincide sale marcado con "*" (hubo un posteo de
      * STOCKSUC que no paso por el libro).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX    ASSIGN TO "KARDEX"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKX-CLAVE
                             FILE STATUS IS WKX-STATUS.
           SELECT STOCKSUC  ASSIGN TO "STOCKSUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX.
       01  REG-KARDEX.
           05  WKX-CLAVE.
               10  WKX-SUCURSAL      PIC 9(02).
               10  WKX-ARTICULO      PIC 9(06).
               10  WKX-FECHA         PIC 9(08).
               10  WKX-SECUENCIA     PIC 9(06).
           05  WKX-DEPOSITO          PIC 9(02).
           05  WKX-TIPO-ORIGEN       PIC X(03).
           05  WKX-DOCUMENTO         PIC X(12).
           05  WKX-CANTIDAD          PIC S9(07)V99.
           05  WKX-SALDO             PIC S9(09)V99.
           05  WKX-OPERADOR          PIC X(08).
           05  WKX-HORA              PIC 9(08).

       FD  STOCKSUC.
       01  REG-STOCKSUC.
           05  WSS-CLAVE.
               10  WSS-SUCURSAL      PIC 9(02).
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "KARDEX".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WKX-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WKR-MODO-PARAM            PIC X(01).
       77  WKR-SUCURSAL-PARAM        PIC 9(02).
       77  WKR-ARTICULO-PARAM        PIC 9(06).
       77  WKR-DESDE-PARAM           PIC 9(08).
       77  WKR-HASTA-PARAM           PIC 9(08).
       77  WKR-HAY-LISTADO           PIC X(01) VALUE "N".
       77  WKR-SUC-ACTUAL            PIC 9(02) VALUE 0.
       77  WKR-ART-ACTUAL            PIC 9(06) VALUE 0.
       77  WKR-HAY-ACTUAL            PIC X(01) VALUE "N".
       77  WKR-ABIERTO               PIC X(01).
       77  WKR-SALDO                 PIC S9(09)V99.
       77  WKR-ENTRADAS              PIC S9(09)V99.
       77  WKR-SALIDAS               PIC S9(09)V99.
       77  WKR-CANT-MOV              PIC 9(07) COMP.
       77  WKR-CANT-SALTOS           PIC 9(05) COMP.
       77  WKR-DIFERENCIA            PIC S9(09)V99.
       77  WKR-CANT-ARTICULOS        PIC 9(06) VALUE 0.
       77  WKR-CANT-DIFERENCIAS      PIC 9(06) VALUE 0.
       77  WKR-RENGLON               PIC 9(02) COMP.
       77  WKR-SIGUE                 PIC X(01).
       77  WKR-BLANCOS               PIC X(78) VALUE SPACES.
       77  EOF-KARDEX                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-KARDEX      VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  T-LEYENDA             PIC X(40).
           05  FILLER                PIC X(10) VALUE "SUCURSAL: ".
           05  T-SUCURSAL            PIC 9(02).
           05  FILLER                PIC X(09) VALUE "  DESDE: ".
           05  T-DESDE               PIC 9(08).
           05  FILLER                PIC X(09) VALUE "  HASTA: ".
           05  T-HASTA               PIC 9(08).

       01  LIN-CAB-MOV.
           05  FILLER                PIC X(40)
               VALUE "FECHA    TIP DOCUMENTO    DP    ENTRADA ".
           05  FILLER                PIC X(40)
               VALUE "    SALIDA         SALDO     OPERADOR   ".

       01  LIN-ARTICULO.
           05  FILLER                PIC X(10) VALUE "ARTICULO: ".
           05  A-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(19)
               VALUE "   SALDO ANTERIOR: ".
           05  A-SALDO               PIC Z,ZZZ,ZZ9.99-.

       01  LIN-MOV.
           05  M-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-TIPO                PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-DOCUMENTO           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-DEPOSITO            PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-ENTRADA             PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-SALIDA              PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  M-SALDO               PIC Z,ZZZ,ZZ9.99-.
           05  M-MARCA               PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  M-OPERADOR            PIC X(08).

       01  LIN-CIERRE.
           05  FILLER                PIC X(10) VALUE "ENTRADAS: ".
           05  C-ENTRADAS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(11) VALUE "  SALIDAS: ".
           05  C-SALIDAS             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(09) VALUE "  SALDO: ".
           05  C-SALDO               PIC Z,ZZZ,ZZ9.99-.

       01  LIN-CAB-VERIF.
           05  FILLER                PIC X(40)
               VALUE "SUC ARTICULO  SALDO KARDEX    STOCKSUC ".
           05  FILLER                PIC X(40)
               VALUE "   DIFERENCIA  MOVS SALTOS              ".

       01  LIN-VERIF.
           05  V-SUCURSAL            PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-ARTICULO            PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-SALDO-KARDEX        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-STOCKSUC            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-DIFERENCIA          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-CANT-MOV            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-CANT-SALTOS         PIC ZZZZ9.

       01  LIN-TOTAL-VERIF.
           05  FILLER                PIC X(22)
               VALUE "ARTICULOS REVISADOS: ".
           05  TV-ARTICULOS          PIC ZZZZZ9.
           05  FILLER                PIC X(20)
               VALUE "   CON DIFERENCIAS: ".
           05  TV-DIFERENCIAS        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       KARDEX-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON KARDEX.
           DISPLAY "ERROR E/S KARDEX: " WKX-STATUS.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WKR-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CONSULTA THRU 2000-CONSULTA-EXIT
               WHEN "L"
                   PERFORM 3000-LISTADO THRU 3000-LISTADO-EXIT
               WHEN "V"
                   PERFORM 4000-VERIFICAR THRU 4000-VERIFICAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CONSULTA L=LISTADO V=VERIFICAR): "
               LINE 5 POSITION 5.
           ACCEPT WKR-MODO-PARAM LINE 5 POSITION 47.
           OPEN INPUT KARDEX.
           OPEN INPUT STOCKSUC.

      *    Pedido de sucursal, articulo y rango de fechas comun a
      *    la consulta y al listado. Hasta en cero es sin tope.
       1100-PEDIR-RANGO.
           DISPLAY "SUCURSAL .....: " LINE 7 POSITION 5.
           ACCEPT WKR-SUCURSAL-PARAM LINE 7 POSITION 22.
           DISPLAY "ARTICULO .....: " LINE 8 POSITION 5.
           ACCEPT WKR-ARTICULO-PARAM LINE 8 POSITION 22.
           DISPLAY "DESDE FECHA ..: " LINE 9 POSITION 5.
           ACCEPT WKR-DESDE-PARAM LINE 9 POSITION 22.
           DISPLAY "HASTA FECHA ..: " LINE 10 POSITION 5.
           ACCEPT WKR-HASTA-PARAM LINE 10 POSITION 22.
           IF WKR-HASTA-PARAM = 0
               MOVE 99999999 TO WKR-HASTA-PARAM
           END-IF.

      *    El recorrido arranca en el primer movimiento del
      *    articulo (o de la sucursal), no en la fecha desde: el
      *    saldo anterior se arma sumando lo previo al rango.
       1200-POSICIONAR.
           MOVE "N" TO EOF-KARDEX.
           MOVE "N" TO WKR-HAY-ACTUAL.
           MOVE WKR-SUCURSAL-PARAM TO WKX-SUCURSAL.
           MOVE WKR-ARTICULO-PARAM TO WKX-ARTICULO.
           MOVE 0                  TO WKX-FECHA.
           MOVE 0                  TO WKX-SECUENCIA.
           START KARDEX KEY IS NOT LESS THAN WKX-CLAVE
               INVALID KEY MOVE "S" TO EOF-KARDEX
           END-START.
           IF WKX-STATUS NOT = "00"
               MOVE "S" TO EOF-KARDEX
           END-IF.

       1300-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WKR-HAY-LISTADO.

       2000-CONSULTA.
           PERFORM 1100-PEDIR-RANGO.
           IF WKR-ARTICULO-PARAM = 0
               DISPLAY "INDIQUE EL ARTICULO" LINE 20 POSITION 5
               GO TO 2000-CONSULTA-EXIT
           END-IF.
           DISPLAY LIN-CAB-MOV LINE 12 POSITION 1.
           MOVE 13  TO WKR-RENGLON.
           MOVE "S" TO WKR-SIGUE.
           PERFORM 1200-POSICIONAR.
           PERFORM 5000-UN-MOVIMIENTO THRU 5000-UN-MOVIMIENTO-EXIT
               UNTIL NO-HAY-MAS-KARDEX.
           IF WKR-HAY-ACTUAL = "S" AND WKR-SIGUE = "S"
               PERFORM 5500-CERRAR-ARTICULO
                   THRU 5500-CERRAR-ARTICULO-EXIT
           END-IF.
           IF WKR-HAY-ACTUAL = "N"
               DISPLAY "SIN MOVIMIENTOS EN EL KARDEX" LINE 20
                   POSITION 5
           END-IF.
       2000-CONSULTA-EXIT.
           EXIT.

       3000-LISTADO.
           PERFORM 1100-PEDIR-RANGO.
           PERFORM 1300-ABRIR-LISTADO.
           MOVE "KARDEX DE STOCK POR ARTICULO" TO T-LEYENDA.
           MOVE WKR-SUCURSAL-PARAM TO T-SUCURSAL.
           MOVE WKR-DESDE-PARAM    TO T-DESDE.
           MOVE WKR-HASTA-PARAM    TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-MOV AFTER 2.
           MOVE "S" TO WKR-SIGUE.
           PERFORM 1200-POSICIONAR.
           PERFORM 5000-UN-MOVIMIENTO THRU 5000-UN-MOVIMIENTO-EXIT
               UNTIL NO-HAY-MAS-KARDEX.
           IF WKR-HAY-ACTUAL = "S"
               PERFORM 5500-CERRAR-ARTICULO
                   THRU 5500-CERRAR-ARTICULO-EXIT
           END-IF.
       3000-LISTADO-EXIT.
           EXIT.

      *    Verificacion de todo el libro (o de una sucursal):
      *    cada corte de articulo compara la suma contra STOCKSUC.
       4000-VERIFICAR.
           DISPLAY "SUCURSAL (0 TODAS): " LINE 7 POSITION 5.
           ACCEPT WKR-SUCURSAL-PARAM LINE 7 POSITION 26.
           MOVE 0        TO WKR-ARTICULO-PARAM.
           MOVE 0        TO WKR-DESDE-PARAM.
           MOVE 99999999 TO WKR-HASTA-PARAM.
           PERFORM 1300-ABRIR-LISTADO.
           MOVE "VERIFICACION KARDEX CONTRA STOCKSUC" TO T-LEYENDA.
           MOVE WKR-SUCURSAL-PARAM TO T-SUCURSAL.
           MOVE WKR-DESDE-PARAM    TO T-DESDE.
           MOVE WKR-HASTA-PARAM    TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-VERIF AFTER 2.
           MOVE "S" TO WKR-SIGUE.
           PERFORM 1200-POSICIONAR.
           PERFORM 5000-UN-MOVIMIENTO THRU 5000-UN-MOVIMIENTO-EXIT
               UNTIL NO-HAY-MAS-KARDEX.
           IF WKR-HAY-ACTUAL = "S"
               PERFORM 6000-COMPARAR-STOCK
                   THRU 6000-COMPARAR-STOCK-EXIT
           END-IF.
           MOVE WKR-CANT-ARTICULOS   TO TV-ARTICULOS.
           MOVE WKR-CANT-DIFERENCIAS TO TV-DIFERENCIAS.
           WRITE LIN-LISTADO FROM LIN-TOTAL-VERIF AFTER 2.
           DISPLAY "ARTICULOS REVISADOS: " WKR-CANT-ARTICULOS
               LINE 20 POSITION 5.
           DISPLAY "CON DIFERENCIAS ...: " WKR-CANT-DIFERENCIAS
               LINE 21 POSITION 5.
       4000-VERIFICAR-EXIT.
           EXIT.

      *    Un movimiento del libro. Al cambiar de articulo se
      *    cierra el anterior y el saldo de apertura del nuevo
      *    sale de su primer movimiento (saldo grabado menos la
      *    cantidad). De ahi en mas el saldo se suma.
       5000-UN-MOVIMIENTO.
           READ KARDEX NEXT RECORD
               AT END MOVE "S" TO EOF-KARDEX
           END-READ.
           IF NO-HAY-MAS-KARDEX
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           IF WKR-SUCURSAL-PARAM NOT = 0 AND
              WKX-SUCURSAL NOT = WKR-SUCURSAL-PARAM
               MOVE "S" TO EOF-KARDEX
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           IF WKR-ARTICULO-PARAM NOT = 0 AND
              WKX-ARTICULO NOT = WKR-ARTICULO-PARAM
               MOVE "S" TO EOF-KARDEX
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           IF WKR-HAY-ACTUAL = "S" AND
              (WKX-SUCURSAL NOT = WKR-SUC-ACTUAL OR
               WKX-ARTICULO NOT = WKR-ART-ACTUAL)
               IF WKR-MODO-PARAM = "V"
                   PERFORM 6000-COMPARAR-STOCK
                       THRU 6000-COMPARAR-STOCK-EXIT
               ELSE
                   PERFORM 5500-CERRAR-ARTICULO
                       THRU 5500-CERRAR-ARTICULO-EXIT
               END-IF
               MOVE "N" TO WKR-HAY-ACTUAL
           END-IF.
           IF WKR-HAY-ACTUAL = "N"
               MOVE "S"          TO WKR-HAY-ACTUAL
               MOVE WKX-SUCURSAL TO WKR-SUC-ACTUAL
               MOVE WKX-ARTICULO TO WKR-ART-ACTUAL
               MOVE "N"          TO WKR-ABIERTO
               MOVE 0            TO WKR-ENTRADAS
               MOVE 0            TO WKR-SALIDAS
               MOVE 0            TO WKR-CANT-MOV
               MOVE 0            TO WKR-CANT-SALTOS
               COMPUTE WKR-SALDO = WKX-SALDO - WKX-CANTIDAD
           END-IF.
           IF WKX-FECHA > WKR-HASTA-PARAM
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           IF WKX-FECHA < WKR-DESDE-PARAM
               ADD WKX-CANTIDAD TO WKR-SALDO
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           IF WKR-ABIERTO = "N"
               MOVE "S" TO WKR-ABIERTO
               IF WKR-MODO-PARAM NOT = "V"
                   PERFORM 5400-SALDO-ANTERIOR
               END-IF
           END-IF.
           ADD WKX-CANTIDAD TO WKR-SALDO.
           ADD 1 TO WKR-CANT-MOV.
           IF WKX-CANTIDAD < 0
               SUBTRACT WKX-CANTIDAD FROM WKR-SALIDAS
           ELSE
               ADD WKX-CANTIDAD TO WKR-ENTRADAS
           END-IF.
           MOVE SPACE TO M-MARCA.
           IF WKX-SALDO NOT = WKR-SALDO
               MOVE "*" TO M-MARCA
               ADD 1 TO WKR-CANT-SALTOS
           END-IF.
           IF WKR-MODO-PARAM = "V"
               GO TO 5000-UN-MOVIMIENTO-EXIT
           END-IF.
           MOVE WKX-FECHA       TO M-FECHA.
           MOVE WKX-TIPO-ORIGEN TO M-TIPO.
           MOVE WKX-DOCUMENTO   TO M-DOCUMENTO.
           MOVE WKX-DEPOSITO    TO M-DEPOSITO.
           MOVE WKX-OPERADOR    TO M-OPERADOR.
           IF WKX-CANTIDAD < 0
               MOVE 0 TO M-ENTRADA
               COMPUTE M-SALIDA = 0 - WKX-CANTIDAD
           ELSE
               MOVE WKX-CANTIDAD TO M-ENTRADA
               MOVE 0 TO M-SALIDA
           END-IF.
           MOVE WKR-SALDO TO M-SALDO.
           IF WKR-MODO-PARAM = "L"
               WRITE LIN-LISTADO FROM LIN-MOV AFTER 1
           ELSE
               PERFORM 5100-RENGLON-PANTALLA
                   THRU 5100-RENGLON-PANTALLA-EXIT
           END-IF.
       5000-UN-MOVIMIENTO-EXIT.
           EXIT.

      *    Diez movimientos por pantalla, renglones 13 a 22.
       5100-RENGLON-PANTALLA.
           IF WKR-RENGLON > 22
               DISPLAY "SIGUIENTE PAGINA (S/N): " LINE 23 POSITION 5
               MOVE "N" TO WKR-SIGUE
               ACCEPT WKR-SIGUE LINE 23 POSITION 30
               IF WKR-SIGUE NOT = "S"
                   MOVE "S" TO EOF-KARDEX
                   GO TO 5100-RENGLON-PANTALLA-EXIT
               END-IF
               PERFORM 5200-LIMPIAR
                   VARYING WKR-RENGLON FROM 13 BY 1
                   UNTIL WKR-RENGLON > 22
               MOVE 13 TO WKR-RENGLON
           END-IF.
           DISPLAY LIN-MOV LINE WKR-RENGLON POSITION 1.
           ADD 1 TO WKR-RENGLON.
       5100-RENGLON-PANTALLA-EXIT.
           EXIT.

       5200-LIMPIAR.
           DISPLAY WKR-BLANCOS LINE WKR-RENGLON POSITION 1.

       5400-SALDO-ANTERIOR.
           MOVE WKR-ART-ACTUAL TO A-ARTICULO.
           MOVE WKR-SALDO      TO A-SALDO.
           IF WKR-MODO-PARAM = "L"
               WRITE LIN-LISTADO FROM LIN-ARTICULO AFTER 2
           ELSE
               DISPLAY LIN-ARTICULO LINE 11 POSITION 1
           END-IF.

      *    Cierre del articulo: totales del rango y saldo final
      *    (el de la ultima fecha del rango, sin lo posterior).
       5500-CERRAR-ARTICULO.
           IF WKR-ABIERTO = "N"
               GO TO 5500-CERRAR-ARTICULO-EXIT
           END-IF.
           MOVE WKR-ENTRADAS TO C-ENTRADAS.
           MOVE WKR-SALIDAS  TO C-SALIDAS.
           MOVE WKR-SALDO    TO C-SALDO.
           IF WKR-MODO-PARAM = "L"
               WRITE LIN-LISTADO FROM LIN-CIERRE AFTER 1
           ELSE
               DISPLAY LIN-CIERRE LINE 23 POSITION 1
           END-IF.
       5500-CERRAR-ARTICULO-EXIT.
           EXIT.

      *    Saldo recalculado del libro contra STOCKSUC. Sale al
      *    listado si no cierra o si algun saldo grabado no
      *    siguio la suma.
       6000-COMPARAR-STOCK.
           ADD 1 TO WKR-CANT-ARTICULOS.
           MOVE WKR-SUC-ACTUAL TO WSS-SUCURSAL.
           MOVE WKR-ART-ACTUAL TO WSS-ARTICULO.
           READ STOCKSUC KEY IS WSS-CLAVE
               INVALID KEY MOVE 0 TO WSS-CANT-ACTUAL
           END-READ.
           IF WSS-STATUS NOT = "00"
               MOVE 0 TO WSS-CANT-ACTUAL
           END-IF.
           COMPUTE WKR-DIFERENCIA = WKR-SALDO - WSS-CANT-ACTUAL.
           IF WKR-DIFERENCIA = 0 AND WKR-CANT-SALTOS = 0
               GO TO 6000-COMPARAR-STOCK-EXIT
           END-IF.
           ADD 1 TO WKR-CANT-DIFERENCIAS.
           MOVE WKR-SUC-ACTUAL  TO V-SUCURSAL.
           MOVE WKR-ART-ACTUAL  TO V-ARTICULO.
           MOVE WKR-SALDO       TO V-SALDO-KARDEX.
           MOVE WSS-CANT-ACTUAL TO V-STOCKSUC.
           MOVE WKR-DIFERENCIA  TO V-DIFERENCIA.
           MOVE WKR-CANT-MOV    TO V-CANT-MOV.
           MOVE WKR-CANT-SALTOS TO V-CANT-SALTOS.
           WRITE LIN-LISTADO FROM LIN-VERIF AFTER 1.
       6000-COMPARAR-STOCK-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE KARDEX.
           CLOSE STOCKSUC.
           IF WKR-HAY-LISTADO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
