      * con PLU desconocido, cantidad invalida o sin stock salen
      * rechazados por pantalla y no cortan el resto de la
      * importacion. Se corta un remito por cuenta del archivo.
      * Cada renglon trae ademas el codigo de lugar de entrega
      * de la cadena (WED-LUGAR): se busca entre los puntos de
      * entrega de la cuenta (PUNTENT, por WNT-COD-CADENA) y se
      * corta un remito por cuenta y punto, con la ruta, el
      * domicilio, el codigo postal y la jurisdiccion del punto.
      * Lugar en blanco o desconocido va al domicilio de la
      * cuenta (punto 0) con aviso por pantalla.
      * Un articulo fuera del surtido catalogado de la cuenta o
      * de su cadena (SURTIDO via SURTCHK) a la fecha de reparto
      * sale rechazado como el PLU desconocido: la cadena no lo
      * recibiria en el muelle.
      * El renglon rechazado por falta de stock informa desde
      * que fecha se puede prometer la cantidad (ATPCALC), para
      * contestarle a la cadena.
      * Cada renglon aceptado deja su movimiento "EDI" en el
      * kardex (STKMOV) con el remito borrador como documento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRD-CLAVE
                             FILE STATUS IS WRD-STATUS.
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             FILE STATUS IS WNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIORDEN.
           05  WED-CUENTA            PIC 9(06).
           05  WED-PLU               PIC X(13).
           05  WED-CANTIDAD          PIC 9(05)V99.
           05  WED-LUGAR             PIC X(13).

       FD  EDIXREF.
       01  REG-EDIXREF.
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).
           05  WRM-JURISDICCION      PIC X(02).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-PRESU-ORIGEN      PIC 9(08).
           05  WRD-OPERADOR          PIC X(08).

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

       WORKING-STORAGE SECTION.
       77  WED-STATUS                PIC X(02).
       77  WXR-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WEI-FECHA-PARAM           PIC 9(08).
       77  WEI-SUCURSAL-PARAM        PIC 9(02).
       77  WEI-CUENTA-ACTUAL         PIC 9(06) VALUE 0.
       77  WEI-REMITO-ACTUAL         PIC 9(08) VALUE 0.
       77  WEI-LUGAR-ACTUAL          PIC X(13) VALUE SPACES.
       77  WEI-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WEI-PUNTO-HALLADO         PIC X(01).
       77  EOF-PUNTENT                PIC X(01).
           88  NO-HAY-MAS-PUNTENT     VALUE "S".
       77  WEI-SECUENCIA             PIC 9(04) VALUE 0.
       77  WEI-CANT-ACEPTADOS        PIC 9(05) VALUE 0.
       77  WEI-CANT-RECHAZADOS       PIC 9(05) VALUE 0.
       77  WEI-HALLADO               PIC X(01).
       77  WEI-SURTIDO               PIC X(01).
       77  WEI-HOY                   PIC 9(08).
       77  WEI-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WEI-PERIODO-ABIERTO       PIC X(01).
       77  WEI-MODO-STKFECHA         PIC X(01) VALUE "V".
       77  WEI-CANTIDAD-STK          PIC S9(07)V99.
       77  WEI-FEC-PROMESA           PIC 9(08).
       77  WEI-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WEI-KDX-TIPO              PIC X(03) VALUE "EDI".
       77  WEI-KDX-DOCUMENTO         PIC X(12).
       77  WEI-KDX-CANTIDAD          PIC S9(07)V99.
       77  WEI-KDX-OPERADOR          PIC X(08) VALUE "EDI".
       77  WEI-KDX-CLAVE             PIC X(22).
       01  WEI-PROYECCION.
           05  WEI-P-STOCK           PIC S9(07)V99.
           05  WEI-P-RETENIDO        PIC S9(07)V99.
           05  WEI-P-RESERVADO       PIC S9(07)V99.
           05  WEI-P-DIA OCCURS 30 TIMES.
               10  WEI-P-FECHA       PIC 9(08).
               10  WEI-P-ENTRADAS    PIC S9(07)V99.
               10  WEI-P-SALIDAS     PIC S9(07)V99.
               10  WEI-P-SALDO       PIC S9(09)V99.
       77  EOF-EDIORDEN               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EDIORDEN    VALUE "S".

       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       PUNTENT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PUNTENT.
           DISPLAY "ERROR E/S PUNTENT: " WNT-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               CLOSE REMDET
               OPEN I-O REMDET
           END-IF.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WEI-HAY-PUNTENT
           END-IF.
           IF NOT NO-HAY-MAS-EDIORDEN
               READ EDIORDEN
                   AT END MOVE "S" TO EOF-EDIORDEN

       2000-IMPORTAR.
           IF WED-CUENTA NOT = WEI-CUENTA-ACTUAL
              OR WED-LUGAR NOT = WEI-LUGAR-ACTUAL
               PERFORM 3000-ABRIR-REMITO
           END-IF.

               ADD 1 TO WEI-CANT-RECHAZADOS
               GO TO 2000-IMPORTAR-SIG
           END-IF.
           CALL "SURTCHK" USING WED-CUENTA
                                WXR-ARTICULO
                                WEI-FECHA-PARAM
                                WEI-SURTIDO
           END-CALL.
           IF WEI-SURTIDO = "N"
               DISPLAY "PLU " WED-PLU " CUENTA " WED-CUENTA
                   " FUERA DE SURTIDO - RECHAZADO"
               ADD 1 TO WEI-CANT-RECHAZADOS
               GO TO 2000-IMPORTAR-SIG
           END-IF.
           IF WED-CANTIDAD = 0
               DISPLAY "PLU " WED-PLU " CANTIDAD CERO - RECHAZADO"
               ADD 1 TO WEI-CANT-RECHAZADOS
           IF WSS-CANT-ACTUAL < WED-CANTIDAD
               DISPLAY "ARTICULO " WXR-ARTICULO
                   " SIN DISPONIBILIDAD - RECHAZADO"
               MOVE WED-CANTIDAD TO WEI-CANTIDAD-STK
               CALL "ATPCALC" USING WEI-SUCURSAL-PARAM
                                    WXR-ARTICULO
                                    WEI-CANTIDAD-STK
                                    WEI-FEC-PROMESA
                                    WEI-PROYECCION
               END-CALL
               IF WEI-FEC-PROMESA = 0
                   DISPLAY "   SIN DISPONIBLE EN 30 DIAS"
               ELSE
                   DISPLAY "   SE PUEDE PROMETER DESDE EL "
                       WEI-FEC-PROMESA
               END-IF
               ADD 1 TO WEI-CANT-RECHAZADOS
               GO TO 2000-IMPORTAR-SIG
           END-IF.
           REWRITE REG-STOCKSUC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR STOCKSUC"
           END-REWRITE.
           MOVE SPACES TO WEI-KDX-DOCUMENTO.
           STRING "REM " WEI-REMITO-ACTUAL DELIMITED BY SIZE
               INTO WEI-KDX-DOCUMENTO
           END-STRING.
           COMPUTE WEI-KDX-CANTIDAD = 0 - WED-CANTIDAD.
           CALL "STKMOV" USING WEI-SUCURSAL-PARAM
                               WEI-KDX-DEPOSITO
                               WXR-ARTICULO
                               WEI-KDX-TIPO
                               WEI-KDX-DOCUMENTO
                               WEI-KDX-CANTIDAD
                               WSS-CANT-ACTUAL
                               WEI-KDX-OPERADOR
                               WEI-KDX-CLAVE
           END-CALL.
      *    Fecha de ultima venta y vendido acumulado para el
      *    informe de rotacion (STOCKFEC via STKFECHA), como en
      *    PRE2REM y GENREM.
       2000-IMPORTAR-EXIT.
           EXIT.

      *    Remito borrador por cuenta y lugar: numero de NUMERO,
      *    ruta de la cuenta segun ARET (o la del punto de
      *    entrega), orden de entrega 0 (lo acomoda la revision
      *    antes del manifiesto).
       3000-ABRIR-REMITO.
           MOVE "REMITO  " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR NUMERO"
           END-REWRITE.
           MOVE WED-CUENTA TO WEI-CUENTA-ACTUAL.
           MOVE WED-LUGAR  TO WEI-LUGAR-ACTUAL.
           MOVE 0          TO WEI-SECUENCIA.

           MOVE WED-CUENTA TO WAR-CUENTA.
           MOVE WED-CUENTA        TO WRM-CUENTA.
           MOVE SPACES            TO WRM-NOMBRE.
           MOVE SPACES            TO WRM-DIRECCION.
           MOVE 0                 TO WRM-PUNTO.
           MOVE SPACES            TO WRM-COD-POSTAL.
           MOVE SPACES            TO WRM-JURISDICCION.
           MOVE "N"               TO WEI-PUNTO-HALLADO.
           IF WED-LUGAR NOT = SPACES AND WEI-HAY-PUNTENT = "S"
               MOVE "N"        TO EOF-PUNTENT
               MOVE WED-CUENTA TO WNT-CUENTA
               MOVE 0          TO WNT-PUNTO
               START PUNTENT KEY IS NOT LESS THAN WNT-CLAVE
                   INVALID KEY MOVE "S" TO EOF-PUNTENT
               END-START
               PERFORM 3100-BUSCAR-PUNTO THRU 3100-BUSCAR-PUNTO-EXIT
                   UNTIL NO-HAY-MAS-PUNTENT
           END-IF.
           IF WEI-PUNTO-HALLADO = "S"
               MOVE WNT-PUNTO        TO WRM-PUNTO
               MOVE WNT-DIRECCION    TO WRM-DIRECCION
               MOVE WNT-COD-POSTAL   TO WRM-COD-POSTAL
               MOVE WNT-JURISDICCION TO WRM-JURISDICCION
               IF WNT-RUTA NOT = 0
                   MOVE WNT-RUTA     TO WRM-RUTA
               END-IF
           ELSE
               IF WED-LUGAR NOT = SPACES
                   DISPLAY "LUGAR " WED-LUGAR " CUENTA " WED-CUENTA
                       " SIN PUNTO DE ENTREGA - VA A LA CUENTA"
               END-IF
           END-IF.
           WRITE REG-REMITO
               INVALID KEY DISPLAY "NO PUDO GRABAR REMITO"
           END-WRITE.
           DISPLAY "REMITO BORRADOR " WEI-REMITO-ACTUAL
               " CUENTA " WED-CUENTA " PUNTO " WRM-PUNTO.

      *    Punto activo de la cuenta con el codigo de lugar de la
      *    cadena.
       3100-BUSCAR-PUNTO.
           READ PUNTENT NEXT RECORD
               AT END MOVE "S" TO EOF-PUNTENT
           END-READ.
           IF NO-HAY-MAS-PUNTENT OR WNT-CUENTA NOT = WED-CUENTA
               MOVE "S" TO EOF-PUNTENT
               GO TO 3100-BUSCAR-PUNTO-EXIT
           END-IF.
           IF WNT-COD-CADENA = WED-LUGAR AND WNT-ESTA-ACTIVO
               MOVE "S" TO WEI-PUNTO-HALLADO
               MOVE "S" TO EOF-PUNTENT
           END-IF.
       3100-BUSCAR-PUNTO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE EDIORDEN.
           CLOSE NUMERO.
           CLOSE REMITO.
           CLOSE REMDET.
           IF WEI-HAY-PUNTENT = "S"
               CLOSE PUNTENT
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
