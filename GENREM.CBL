      * RUTMANIF) y renglones en REMDET con el precio de venta
      * de CAPPRE. Solo quedan para tocar a mano las
      * excepciones.
      * Las cuentas con varios puntos de entrega (PUNTENT) se
      * generan en una segunda pasada: por la clave alternativa
      * ruta + orden del punto, un remito por cada punto activo
      * de la ruta con los renglones de PEDFIJO de ese punto, el
      * domicilio del punto y su codigo postal y jurisdiccion
      * (que despues usan RUTMANIF, PICKLIST, ARBACOT y la
      * percepcion de FACTPER). La preventa de la cuenta va en
      * el remito del domicilio propio (punto 0) si la cuenta
      * esta en la ruta segun ARET; si no, en el del primer
      * punto de la cuenta en la ruta.
      * Los renglones (fijos o de preventa) con un articulo fuera
      * del surtido catalogado de la cuenta o de su cadena
      * (SURTIDO via SURTCHK) no se generan: se informan en
      * pantalla para corregir el pedido fijo o el surtido.
      * Cada renglon generado deja su movimiento "REM" en el
      * kardex (STKMOV) con el remito y el deposito de salida.
      * Si la ruta tiene secuencia aprobada para ese dia de la
      * semana (RUTSEC, la arma RUTSECU con las coordenadas de
      * los clientes) el orden de entrega de cada remito sale de
      * ahi; las cuentas o puntos que no estan en la secuencia
      * van al final en el orden de siempre.
      * Las cuentas dadas de baja como incobrables (INCOCTA, de
      * INCOBRA) se saltean mientras no se las habilite.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             ALTERNATE RECORD KEY IS WNT-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WNT-STATUS.
           SELECT RUTSEC    ASSIGN TO "RUTSEC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQB-CLAVE
                             FILE STATUS IS WQB-STATUS.
           SELECT INCOCTA   ASSIGN TO "INCOCTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIK-CUENTA
                             FILE STATUS IS WIK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARET.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
           05  WPJ-DIAS-SEMANA.
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
      *    Punto de entrega de la cuenta (0 = domicilio de la
      *    cuenta) con el codigo postal y la jurisdiccion de
      *    IIBB del destino; en blanco valen los de la cuenta.
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).
           05  WRM-JURISDICCION      PIC X(02).

       FD  REMDET.
       01  REG-REMDET.
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       FD  PUNTENT.
       01  REG-PUNTENT.
           05  WNT-CLAVE.
               10  WNT-CUENTA        PIC 9(06).
               10  WNT-PUNTO         PIC 9(03).
           05  WNT-RUTA-CLAVE.
               10  WNT-RUTA          PIC 9(04).
               10  WNT-ORDEN         PIC 9(03).
           05  WNT-NOMBRE            PIC X(30).
           05  WNT-DIRECCION         PIC X(30).
           05  WNT-LOCALIDAD         PIC X(20).
           05  WNT-COD-POSTAL        PIC X(08).
           05  WNT-JURISDICCION      PIC X(02).
           05  WNT-HORA-DESDE        PIC 9(04).
           05  WNT-HORA-HASTA        PIC 9(04).
           05  WNT-CONTACTO          PIC X(30).
           05  WNT-TELEFONO          PIC X(15).
           05  WNT-COD-CADENA        PIC X(13).
           05  WNT-ACTIVO            PIC X(01).
               88  WNT-ESTA-ACTIVO    VALUE "S".

       FD  RUTSEC.
       01  REG-RUTSEC.
           05  WQB-CLAVE.
               10  WQB-RUTA          PIC 9(03).
               10  WQB-DIA-SEMANA    PIC 9(01).
               10  WQB-CUENTA        PIC 9(06).
               10  WQB-PUNTO         PIC 9(03).
           05  WQB-ORDEN             PIC 9(03).
           05  WQB-FEC-APROBADA      PIC 9(08).
           05  WQB-OPERADOR          PIC X(08).

      *    Situacion de incobrable que lleva INCOBRA.
       FD  INCOCTA.
       01  REG-INCOCTA.
           05  WIK-CUENTA            PIC 9(06).
           05  WIK-ESTADO            PIC X(01).
           05  WIK-FEC-JUICIO        PIC 9(08).
           05  WIK-ABOGADO           PIC X(30).
           05  WIK-EXPEDIENTE        PIC X(20).
           05  WIK-FEC-CONCURSO      PIC 9(08).
           05  WIK-FEC-BAJA          PIC 9(08).
           05  WIK-TOTAL-BAJA        PIC S9(09)V99.
           05  WIK-TOTAL-RECUPERADO  PIC S9(09)V99.
           05  WIK-CRIT-INSOLVENCIA  PIC X(01).
           05  WIK-CRIT-JUICIO       PIC X(01).
           05  WIK-CRIT-PLAZO        PIC X(01).
           05  WIK-ASIENTO-BAJA      PIC 9(08).
           05  WIK-BLOQUEO           PIC X(01).
               88  WIK-CUENTA-BLOQUEADA VALUE "S".

       WORKING-STORAGE SECTION.
       77  WAR-STATUS                PIC X(02).
       77  WCA-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WQB-STATUS                PIC X(02).
       77  WIK-STATUS                PIC X(02).
       77  WGR-RUTA-PARAM            PIC 9(03).
       77  WGR-FECHA-PARAM           PIC 9(08).
       77  WGR-DIA-SEMANA            PIC 9(01).
       77  WGR-OPERADOR-PARAM        PIC X(08).
       77  WGR-DEPOSITO-PARAM        PIC 9(02).
       77  WGR-MODO-DEPSALDO         PIC X(01) VALUE "E".
       77  WGR-KDX-ARTICULO          PIC 9(06).
       77  WGR-KDX-TIPO              PIC X(03) VALUE "REM".
       77  WGR-KDX-DOCUMENTO         PIC X(12).
       77  WGR-KDX-CANTIDAD          PIC S9(07)V99.
       77  WGR-KDX-CLAVE             PIC X(22).
       77  WGR-CANTIDAD-PQ           PIC S9(07)V99.
       77  WGR-PRECIO-PQ             PIC S9(07)V99.
       77  WGR-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WGR-HAY-RUTSEC            PIC X(01) VALUE "S".
       77  WGR-HAY-INCOCTA           PIC X(01) VALUE "S".
       77  WGR-EN-SECUENCIA          PIC X(01).
       77  WGR-RUTSEC-ABIERTO        PIC X(01) VALUE "N".
       77  WGR-CUENTA-ACT            PIC 9(06).
       77  WGR-PUNTO-ACT             PIC 9(03).
       77  WGR-DIRECCION-ACT         PIC X(30).
       77  WGR-COD-POSTAL-ACT        PIC X(08).
       77  WGR-JURISDICCION-ACT      PIC X(02).
       77  WGR-ARTICULO-SU           PIC 9(06).
       77  WGR-SURTIDO               PIC X(01).
       77  WGR-CANT-FUERA-SURT       PIC 9(04) VALUE 0.
       77  EOF-ARET                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ARET        VALUE "S".
       77  EOF-PEDFIJO                PIC X(01).
           88  NO-HAY-MAS-PEDFIJO     VALUE "S".
       77  EOF-PEDIDET                PIC X(01).
           88  NO-HAY-MAS-PEDIDET     VALUE "S".
       77  EOF-PUNTENT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PUNTENT     VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       PUNTENT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PUNTENT.
           DISPLAY "ERROR E/S PUNTENT: " WNT-STATUS.
       RUTSEC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTSEC.
           DISPLAY "ERROR E/S RUTSEC: " WQB-STATUS.
       INCOCTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOCTA.
           DISPLAY "ERROR E/S INCOCTA: " WIK-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 2000-GENERAR-CUENTA
               THRU 2000-GENERAR-CUENTA-EXIT
               UNTIL NO-HAY-MAS-ARET.
           PERFORM 2500-GENERAR-PUNTO
               THRU 2500-GENERAR-PUNTO-EXIT
               UNTIL NO-HAY-MAS-PUNTENT.
           DISPLAY "REMITOS GENERADOS: " WGR-CANT-REMITOS.
           IF WGR-CANT-FUERA-SURT > 0
               DISPLAY "RENGLONES FUERA DE SURTIDO OMITIDOS: "
                   WGR-CANT-FUERA-SURT
           END-IF.
           PERFORM 9999-FINAL.
           STOP RUN.

               OPEN I-O REMDET
           END-IF.
           OPEN I-O STOCKSUC.
           OPEN INPUT INCOCTA.
           IF WIK-STATUS NOT = "00"
               MOVE "N" TO WGR-HAY-INCOCTA
           END-IF.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WGR-HAY-PUNTENT
               MOVE "S" TO EOF-PUNTENT
           END-IF.
      *    Secuencia aprobada de la ruta para el dia: el registro
      *    de cuenta 0 trae la cantidad de paradas, y los remitos
      *    fuera de la secuencia se numeran a continuacion.
           OPEN INPUT RUTSEC.
           IF WQB-STATUS NOT = "00"
               MOVE "N" TO WGR-HAY-RUTSEC
           ELSE
               MOVE "S" TO WGR-RUTSEC-ABIERTO
               MOVE WGR-RUTA-PARAM TO WQB-RUTA
               MOVE WGR-DIA-SEMANA TO WQB-DIA-SEMANA
               MOVE 0              TO WQB-CUENTA
               MOVE 0              TO WQB-PUNTO
               READ RUTSEC KEY IS WQB-CLAVE
                   INVALID KEY MOVE "N" TO WGR-HAY-RUTSEC
               END-READ
               IF WGR-HAY-RUTSEC = "S"
                   MOVE WQB-ORDEN TO WGR-ORDEN-ENTREGA
               END-IF
           END-IF.
      *    Cierre general del dia (cuenta 0): no se genera nada.
           MOVE WGR-FECHA-PARAM TO WCA-FECHA.
           MOVE 0               TO WCA-CUENTA.
           IF WCA-STATUS = "00"
               DISPLAY "DIA DE CIERRE GENERAL: " WCA-MOTIVO
               MOVE "S" TO EOF-ARET
               MOVE "S" TO EOF-PUNTENT
           END-IF.
           IF NOT NO-HAY-MAS-ARET
               MOVE WGR-RUTA-PARAM TO WAR-RUTA
                   INVALID KEY MOVE "S" TO EOF-ARET
               END-START
           END-IF.
           IF NOT NO-HAY-MAS-PUNTENT
               MOVE WGR-RUTA-PARAM TO WNT-RUTA
               MOVE 0              TO WNT-ORDEN
               START PUNTENT KEY IS NOT LESS THAN WNT-RUTA-CLAVE
                   INVALID KEY MOVE "S" TO EOF-PUNTENT
               END-START
           END-IF.

       2000-GENERAR-CUENTA.
           READ ARET NEXT RECORD
               GO TO 2000-GENERAR-CUENTA-EXIT
           END-IF.

           MOVE WAR-CUENTA TO WGR-CUENTA-ACT.
           MOVE 0          TO WGR-PUNTO-ACT.
           MOVE SPACES     TO WGR-DIRECCION-ACT.
           MOVE SPACES     TO WGR-COD-POSTAL-ACT.
           MOVE SPACES     TO WGR-JURISDICCION-ACT.
           PERFORM 2800-VER-CIERRE THRU 2800-VER-CIERRE-EXIT.
           IF WGR-CERRADO = "S"
               DISPLAY "CUENTA " WAR-CUENTA " CERRADA - SALTEADA"
               GO TO 2000-GENERAR-CUENTA-EXIT
           END-IF.
           PERFORM 2850-VER-BLOQUEO.
           IF WGR-CERRADO = "S"
               DISPLAY "CUENTA " WAR-CUENTA " INCOBRABLE BLOQUEADA"
                   " - SALTEADA"
               GO TO 2000-GENERAR-CUENTA-EXIT
           END-IF.
           PERFORM 2900-ARMAR-REMITO THRU 2900-ARMAR-REMITO-EXIT.
       2000-GENERAR-CUENTA-EXIT.
           EXIT.

      *    Segunda pasada: puntos de entrega de la ruta en el
      *    orden de entrega del punto.
       2500-GENERAR-PUNTO.
           READ PUNTENT NEXT RECORD
               AT END MOVE "S" TO EOF-PUNTENT
           END-READ.
           IF NO-HAY-MAS-PUNTENT OR WNT-RUTA NOT = WGR-RUTA-PARAM
               MOVE "S" TO EOF-PUNTENT
               GO TO 2500-GENERAR-PUNTO-EXIT
           END-IF.
           IF NOT WNT-ESTA-ACTIVO
               GO TO 2500-GENERAR-PUNTO-EXIT
           END-IF.
           MOVE WNT-CUENTA       TO WGR-CUENTA-ACT.
           MOVE WNT-PUNTO        TO WGR-PUNTO-ACT.
           MOVE WNT-DIRECCION    TO WGR-DIRECCION-ACT.
           MOVE WNT-COD-POSTAL   TO WGR-COD-POSTAL-ACT.
           MOVE WNT-JURISDICCION TO WGR-JURISDICCION-ACT.
           PERFORM 2800-VER-CIERRE THRU 2800-VER-CIERRE-EXIT.
           IF WGR-CERRADO = "S"
               DISPLAY "CUENTA " WNT-CUENTA " PUNTO " WNT-PUNTO
                   " CERRADA - SALTEADA"
               GO TO 2500-GENERAR-PUNTO-EXIT
           END-IF.
           PERFORM 2850-VER-BLOQUEO.
           IF WGR-CERRADO = "S"
               DISPLAY "CUENTA " WNT-CUENTA " PUNTO " WNT-PUNTO
                   " INCOBRABLE BLOQUEADA - SALTEADA"
               GO TO 2500-GENERAR-PUNTO-EXIT
           END-IF.
           PERFORM 2900-ARMAR-REMITO THRU 2900-ARMAR-REMITO-EXIT.
       2500-GENERAR-PUNTO-EXIT.
           EXIT.

       2800-VER-CIERRE.
      *    Cliente cerrado ese dia (vacaciones, feriado propio).
           MOVE "N" TO WGR-CERRADO.
           MOVE WGR-FECHA-PARAM TO WCA-FECHA.
           MOVE WGR-CUENTA-ACT  TO WCA-CUENTA.
           READ CALENDTR KEY IS WCA-CLAVE
               INVALID KEY CONTINUE
           END-READ.
           IF WCA-STATUS = "00"
               MOVE "S" TO WGR-CERRADO
           END-IF.
       2800-VER-CIERRE-EXIT.
           EXIT.

      *    Cuenta dada de baja como incobrable en INCOBRA y no
      *    habilitada: no se le genera remito.
       2850-VER-BLOQUEO.
           IF WGR-HAY-INCOCTA = "S"
               MOVE WGR-CUENTA-ACT TO WIK-CUENTA
               READ INCOCTA KEY IS WIK-CUENTA
                   INVALID KEY MOVE "N" TO WIK-BLOQUEO
               END-READ
               IF WIK-CUENTA-BLOQUEADA
                   MOVE "S" TO WGR-CERRADO
               END-IF
           END-IF.

      *    Remito de la cuenta/punto en curso: renglones fijos
      *    del punto mas la preventa de la cuenta.
       2900-ARMAR-REMITO.
           MOVE 0 TO WGR-REMITO-NUEVO.
           MOVE 0 TO WGR-SECUENCIA-DET.
           MOVE "N" TO EOF-PEDFIJO.
           MOVE WGR-CUENTA-ACT TO WPJ-CUENTA.
           MOVE WGR-PUNTO-ACT  TO WPJ-PUNTO.
           MOVE 0              TO WPJ-ARTICULO.
           START PEDFIJO KEY IS NOT LESS THAN WPJ-CLAVE
               INVALID KEY MOVE "S" TO EOF-PEDFIJO
           END-START.
               UNTIL NO-HAY-MAS-PEDFIJO.
      *    Pedidos de preventa de la cuenta para esta fecha y
      *    ruta (PREVENTA): se mezclan con los renglones fijos
      *    en el mismo remito y el pedido queda en estado G
      *    (si ya quedo en G no se vuelve a tomar en otro punto).
           MOVE WGR-FECHA-PARAM TO WPD-FEC-ENTREGA.
           MOVE WGR-RUTA-PARAM  TO WPD-RUTA.
           MOVE WGR-CUENTA-ACT  TO WPD-CUENTA.
           READ PEDIDOS KEY IS WPD-CLAVE
               INVALID KEY CONTINUE
           END-READ.
               MOVE "N" TO EOF-PEDIDET
               MOVE WGR-FECHA-PARAM TO WPE-FEC-ENTREGA
               MOVE WGR-RUTA-PARAM  TO WPE-RUTA
               MOVE WGR-CUENTA-ACT  TO WPE-CUENTA
               MOVE 0               TO WPE-SECUENCIA
               START PEDIDET KEY IS NOT LESS THAN WPE-CLAVE
                   INVALID KEY MOVE "S" TO EOF-PEDIDET
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PEDIDOS"
               END-REWRITE
           END-IF.
       2900-ARMAR-REMITO-EXIT.
           EXIT.

       3000-RENGLON-FIJO.
           READ PEDFIJO NEXT RECORD
               AT END MOVE "S" TO EOF-PEDFIJO
           END-READ.
           IF NO-HAY-MAS-PEDFIJO
              OR WPJ-CUENTA NOT = WGR-CUENTA-ACT
              OR WPJ-PUNTO NOT = WGR-PUNTO-ACT
               MOVE "S" TO EOF-PEDFIJO
               GO TO 3000-RENGLON-FIJO-EXIT
           END-IF.
              OR WPJ-DIA (WGR-DIA-SEMANA) NOT = "S"
               GO TO 3000-RENGLON-FIJO
           END-IF.
           MOVE WPJ-ARTICULO TO WGR-ARTICULO-SU.
           PERFORM 3900-VER-SURTIDO THRU 3900-VER-SURTIDO-EXIT.
           IF WGR-SURTIDO = "N"
               GO TO 3000-RENGLON-FIJO
           END-IF.
           IF WGR-REMITO-NUEVO = 0
               PERFORM 4000-ABRIR-REMITO
           END-IF.
           ADD 1 TO WGR-SECUENCIA-DET.
           MOVE WGR-REMITO-NUEVO  TO WRD-NUMERO.
           MOVE WGR-SECUENCIA-DET TO WRD-SECUENCIA.
           MOVE WGR-CUENTA-ACT    TO WRD-CUENTA.
           MOVE WPJ-ARTICULO      TO WRD-ARTICULO.
           MOVE WPJ-CANTIDAD      TO WRD-CANTIDAD.
           MOVE WPJ-ARTICULO      TO WCP-ARTICULO.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE WPJ-ARTICULO TO WGR-KDX-ARTICULO.
           COMPUTE WGR-KDX-CANTIDAD = 0 - WPJ-CANTIDAD.
           PERFORM 3950-KARDEX.
      *    Fecha de ultima venta y vendido acumulado para el
      *    informe de rotacion (STOCKFEC via STKFECHA).
           CALL "STKFECHA" USING WGR-MODO-STKFECHA
           IF NO-HAY-MAS-PEDIDET
              OR WPE-FEC-ENTREGA NOT = WGR-FECHA-PARAM
              OR WPE-RUTA NOT = WGR-RUTA-PARAM
              OR WPE-CUENTA NOT = WGR-CUENTA-ACT
               MOVE "S" TO EOF-PEDIDET
               GO TO 3500-RENGLON-PREVENTA-EXIT
           END-IF.
           MOVE WPE-ARTICULO TO WGR-ARTICULO-SU.
           PERFORM 3900-VER-SURTIDO THRU 3900-VER-SURTIDO-EXIT.
           IF WGR-SURTIDO = "N"
               GO TO 3500-RENGLON-PREVENTA-EXIT
           END-IF.
           IF WGR-REMITO-NUEVO = 0
               PERFORM 4000-ABRIR-REMITO
           END-IF.
           ADD 1 TO WGR-SECUENCIA-DET.
           MOVE WGR-REMITO-NUEVO  TO WRD-NUMERO.
           MOVE WGR-SECUENCIA-DET TO WRD-SECUENCIA.
           MOVE WGR-CUENTA-ACT    TO WRD-CUENTA.
           MOVE WPE-ARTICULO      TO WRD-ARTICULO.
           MOVE WPE-CANTIDAD      TO WRD-CANTIDAD.
           MOVE WPE-ARTICULO      TO WCP-ARTICULO.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           MOVE WPE-ARTICULO TO WGR-KDX-ARTICULO.
           COMPUTE WGR-KDX-CANTIDAD = 0 - WPE-CANTIDAD.
           PERFORM 3950-KARDEX.
           CALL "STKFECHA" USING WGR-MODO-STKFECHA
                                 WGR-SUCURSAL-PARAM
                                 WPE-ARTICULO
       3500-RENGLON-PREVENTA-EXIT.
           EXIT.

      *    Surtido catalogado de la cuenta a la fecha de reparto:
      *    el renglon fuera de surtido se informa y no se genera.
       3900-VER-SURTIDO.
           CALL "SURTCHK" USING WGR-CUENTA-ACT
                                WGR-ARTICULO-SU
                                WGR-FECHA-PARAM
                                WGR-SURTIDO
           END-CALL.
           IF WGR-SURTIDO = "N"
               DISPLAY "FUERA DE SURTIDO CUENTA " WGR-CUENTA-ACT
                   " ARTICULO " WGR-ARTICULO-SU " - OMITIDO"
               ADD 1 TO WGR-CANT-FUERA-SURT
           END-IF.
       3900-VER-SURTIDO-EXIT.
           EXIT.

      *    Movimiento "REM" en el kardex con el saldo que quedo en
      *    STOCKSUC (el registro recien regrabado sigue en el
      *    buffer).
       3950-KARDEX.
           MOVE SPACES TO WGR-KDX-DOCUMENTO.
           STRING "REM " WGR-REMITO-NUEVO DELIMITED BY SIZE
               INTO WGR-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WGR-SUCURSAL-PARAM
                               WGR-DEPOSITO-PARAM
                               WGR-KDX-ARTICULO
                               WGR-KDX-TIPO
                               WGR-KDX-DOCUMENTO
                               WGR-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WGR-OPERADOR-PARAM
                               WGR-KDX-CLAVE
           END-CALL.

       4000-ABRIR-REMITO.
           MOVE "REMITO  " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR NUMERO"
           END-REWRITE.

           MOVE WGR-REMITO-NUEVO  TO WRM-NUMERO.
           MOVE WGR-RUTA-PARAM    TO WRM-RUTA.
           MOVE WGR-FECHA-PARAM   TO WRM-FEC-REPARTO.
           MOVE "N" TO WGR-EN-SECUENCIA.
           IF WGR-HAY-RUTSEC = "S"
               MOVE WGR-RUTA-PARAM TO WQB-RUTA
               MOVE WGR-DIA-SEMANA TO WQB-DIA-SEMANA
               MOVE WGR-CUENTA-ACT TO WQB-CUENTA
               MOVE WGR-PUNTO-ACT  TO WQB-PUNTO
               MOVE "S" TO WGR-EN-SECUENCIA
               READ RUTSEC KEY IS WQB-CLAVE
                   INVALID KEY MOVE "N" TO WGR-EN-SECUENCIA
               END-READ
           END-IF.
           IF WGR-EN-SECUENCIA = "S"
               MOVE WQB-ORDEN TO WRM-ORDEN-ENTREGA
           ELSE
               ADD 1 TO WGR-ORDEN-ENTREGA
               MOVE WGR-ORDEN-ENTREGA TO WRM-ORDEN-ENTREGA
           END-IF.
           MOVE WGR-CUENTA-ACT    TO WRM-CUENTA.
           MOVE WGR-CUENTA-ACT    TO WCU-CUENTA.
           MOVE SPACES            TO WCU-NOMBRE.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY CONTINUE
           END-READ.
           MOVE WCU-NOMBRE        TO WRM-NOMBRE.
           MOVE WGR-DIRECCION-ACT TO WRM-DIRECCION.
           MOVE WGR-PUNTO-ACT     TO WRM-PUNTO.
           MOVE WGR-COD-POSTAL-ACT TO WRM-COD-POSTAL.
           MOVE WGR-JURISDICCION-ACT TO WRM-JURISDICCION.
           WRITE REG-REMITO
               INVALID KEY DISPLAY "NO PUDO GRABAR REMITO"
           END-WRITE.
           CLOSE REMITO.
           CLOSE REMDET.
           CLOSE STOCKSUC.
           IF WGR-HAY-PUNTENT = "S"
               CLOSE PUNTENT
           END-IF.
           IF WGR-RUTSEC-ABIERTO = "S"
               CLOSE RUTSEC
           END-IF.
           IF WGR-HAY-INCOCTA = "S"
               CLOSE INCOCTA
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
