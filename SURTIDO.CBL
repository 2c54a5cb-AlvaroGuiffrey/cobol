       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SURTIDO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Surtido catalogado por cadena o por cuenta: las cadenas
      * solo reciben los articulos que tienen dados de alta en su
      * surtido, y lo que no esta catalogado lo rechazan en el
      * muelle. El surtido queda en SURTIDO con clave cuenta +
      * articulo y las fechas de alta (listing) y de baja
      * (delisting; 0 = vigente). Se carga a la casa central y
      * rige para todas sus sucursales segun CUENPAD (CADENA);
      * una sucursal con surtido propio usa el suyo. Una cuenta
      * sin surtido cargado no se controla.
      *   modo A: alta de un articulo al surtido (o nueva alta
      *           de uno dado de baja);
      *   modo B: baja de un articulo del surtido;
      *   modo L: listado del surtido de una cuenta con la fecha
      *           de la ultima entrega de cada articulo a la
      *           cuenta o a cualquiera de sus sucursales.
      * El control lo hace SURTCHK: REMITO y PRE2REM avisan,
      * PREVENTA no deja cargar el renglon, GENREM y EDIIMP
      * dejan afuera el renglon, y EQUIVART solo sugiere
      * sustitutos que esten en el surtido.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURTIDO   ASSIGN TO "SURTIDO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSM-CLAVE
                             FILE STATUS IS WSM-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-ARTICULO
                             FILE STATUS IS WAR-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT REMITO    ASSIGN TO "REMITO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRM-NUMERO
                             ALTERNATE RECORD KEY IS WRM-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WRM-STATUS.
           SELECT REMDET    ASSIGN TO "REMDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRD-CLAVE
                             FILE STATUS IS WRD-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  SURTIDO.
       01  REG-SURTIDO.
           05  WSM-CLAVE.
               10  WSM-CUENTA        PIC 9(06).
               10  WSM-ARTICULO      PIC 9(06).
           05  WSM-FEC-ALTA          PIC 9(08).
           05  WSM-FEC-BAJA          PIC 9(08).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  ART02.
       01  REG-ART02.
           05  WAR-ARTICULO          PIC 9(06).
           05  WAR-DESCRIPCION       PIC X(30).
           05  WAR-CODBARRA          PIC X(13).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SURTIDO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WSM-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WSL-MODO-PARAM            PIC X(01).
       77  WSL-CUENTA-PARAM          PIC 9(06).
       77  WSL-ARTICULO-PARAM        PIC 9(06).
       77  WSL-FECHA-PARAM           PIC 9(08).
       77  WSL-HOY                   PIC 9(08).
       77  WSL-CONFIRMA              PIC X(01).
       77  WSL-EXISTE                PIC X(01).
       77  WSL-HAY-CUENPAD           PIC X(01) VALUE "S".
       77  WSL-EN-GRUPO              PIC X(01).
       77  WSL-IX                    PIC 9(04).
       77  WSL-SX                    PIC 9(04).
       77  WSL-CANT-ARTICULOS        PIC 9(03) VALUE 0.
       77  WSL-CANT-SUCURSALES       PIC 9(03) VALUE 0.
       77  WSL-CANT-VIGENTES         PIC 9(05) VALUE 0.
       77  WSL-CANT-SIN-ENTREGA      PIC 9(05) VALUE 0.
       77  EOF-SURTIDO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SURTIDO     VALUE "S".
       77  EOF-CUENPAD                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CUENPAD     VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".

      *    Surtido de la cuenta listada, con la ultima fecha de
      *    entrega que se va encontrando en los remitos.
       01  WSL-TABLA-SURTIDO.
           05  WSL-S-ENTRADA         OCCURS 999 TIMES.
               10  WSL-S-ARTICULO    PIC 9(06).
               10  WSL-S-FEC-ALTA    PIC 9(08).
               10  WSL-S-FEC-BAJA    PIC 9(08).
               10  WSL-S-ULT-ENTREGA PIC 9(08).

      *    Sucursales de la cuenta listada segun CUENPAD.
       01  WSL-TABLA-SUCURSALES.
           05  WSL-C-CUENTA          OCCURS 500 TIMES PIC 9(06).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(32)
               VALUE "SURTIDO CATALOGADO DE LA CUENTA".
           05  T-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  T-NOMBRE           PIC X(30).

       01  LIN-ENCABEZADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "ARTICULO DESCRIPCION                    ALTA     B".
           05  FILLER             PIC X(30) VALUE
               "AJA     ULT.ENTR ESTADO".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FEC-ALTA            PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FEC-BAJA            PIC Z(8).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ULT-ENTREGA         PIC Z(8).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ESTADO              PIC X(12).

       01  LIN-TOTALES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(20)
               VALUE "ARTICULOS VIGENTES:".
           05  TT-VIGENTES        PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(25)
               VALUE "VIGENTES SIN ENTREGAS:".
           05  TT-SIN-ENTREGA     PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       SURTIDO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SURTIDO.
           DISPLAY "ERROR E/S SURTIDO: " WSM-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAR-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WSL-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
               WHEN "B"
                   PERFORM 3000-BAJA THRU 3000-BAJA-EXIT
               WHEN "L"
                   PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (A/B/L)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           ACCEPT WSL-HOY FROM DATE YYYYMMDD.
           DISPLAY "MODO (A ALTA B BAJA L LISTADO): "
               LINE 6 POSITION 5.
           ACCEPT WSL-MODO-PARAM LINE 6 POSITION 50.
           OPEN I-O SURTIDO.
           IF WSM-STATUS = "35"
               CLOSE SURTIDO
               OPEN OUTPUT SURTIDO
               CLOSE SURTIDO
               OPEN I-O SURTIDO
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT ART02.
           OPEN INPUT CUENPAD.
           IF WPD-STATUS NOT = "00"
               MOVE "N" TO WSL-HAY-CUENPAD
           END-IF.
           IF WSL-MODO-PARAM = "L"
               OPEN INPUT REMITO
               OPEN INPUT REMDET
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    Alta al surtido. Un articulo dado de baja vuelve a
      *    quedar vigente con la nueva fecha de alta.
       2000-ALTA.
           PERFORM 5000-PEDIR-CLAVE THRU 5000-PEDIR-CLAVE-EXIT.
           IF WSL-CUENTA-PARAM = 0
               GO TO 2000-ALTA-EXIT
           END-IF.
           DISPLAY "FECHA DE ALTA (0=HOY): " LINE 10 POSITION 5.
           ACCEPT WSL-FECHA-PARAM LINE 10 POSITION 29.
           IF WSL-FECHA-PARAM = 0
               MOVE WSL-HOY TO WSL-FECHA-PARAM
           END-IF.
           MOVE "S"                TO WSL-EXISTE.
           MOVE WSL-CUENTA-PARAM   TO WSM-CUENTA.
           MOVE WSL-ARTICULO-PARAM TO WSM-ARTICULO.
           READ SURTIDO KEY IS WSM-CLAVE
               INVALID KEY MOVE "N" TO WSL-EXISTE
           END-READ.
           IF WSL-EXISTE = "S" AND WSM-FEC-BAJA = 0
               DISPLAY "EL ARTICULO YA ESTA EN EL SURTIDO DESDE "
                   LINE 20 POSITION 5
               DISPLAY WSM-FEC-ALTA LINE 20 POSITION 46
               GO TO 2000-ALTA-EXIT
           END-IF.
      *    Una sucursal con surtido propio deja de usar el de la
      *    casa central: se avisa al cargarle el primer articulo.
           IF WSL-EXISTE = "N" AND WSL-HAY-CUENPAD = "S"
               MOVE WSL-CUENTA-PARAM TO WPD-CUENTA-HIJA
               READ CUENPAD KEY IS WPD-CUENTA-HIJA
                   INVALID KEY MOVE 0 TO WPD-CUENTA-MADRE
               END-READ
               IF WPD-CUENTA-MADRE NOT = 0
                   DISPLAY "ATENCION: ES SUCURSAL DE LA CUENTA "
                       LINE 19 POSITION 5
                   DISPLAY WPD-CUENTA-MADRE LINE 19 POSITION 41
                   DISPLAY "(CON SURTIDO PROPIO NO USA EL DE ELLA)"
                       LINE 20 POSITION 5
               END-IF
           END-IF.
           DISPLAY "CONFIRMA (S/N) ......: " LINE 21 POSITION 5.
           ACCEPT WSL-CONFIRMA LINE 21 POSITION 29.
           IF WSL-CONFIRMA NOT = "S"
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE WSL-FECHA-PARAM TO WSM-FEC-ALTA.
           MOVE 0               TO WSM-FEC-BAJA.
           IF WSL-EXISTE = "S"
               REWRITE REG-SURTIDO
                   INVALID KEY
                       DISPLAY "NO PUDO ACTUALIZAR SURTIDO"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-REWRITE
           ELSE
               WRITE REG-SURTIDO
                   INVALID KEY
                       DISPLAY "NO PUDO GRABAR SURTIDO"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-WRITE
           END-IF.
           DISPLAY "ARTICULO CATALOGADO" LINE 22 POSITION 5.
       2000-ALTA-EXIT.
           EXIT.

      *    Baja del surtido: el registro queda con la fecha de
      *    baja para conservar la historia del listado.
       3000-BAJA.
           PERFORM 5000-PEDIR-CLAVE THRU 5000-PEDIR-CLAVE-EXIT.
           IF WSL-CUENTA-PARAM = 0
               GO TO 3000-BAJA-EXIT
           END-IF.
           MOVE WSL-CUENTA-PARAM   TO WSM-CUENTA.
           MOVE WSL-ARTICULO-PARAM TO WSM-ARTICULO.
           READ SURTIDO KEY IS WSM-CLAVE
               INVALID KEY
                   DISPLAY "EL ARTICULO NO ESTA EN EL SURTIDO"
                       LINE 20 POSITION 5
                   GO TO 3000-BAJA-EXIT
           END-READ.
           IF WSM-FEC-BAJA NOT = 0
               DISPLAY "EL ARTICULO YA ESTA DADO DE BAJA EL "
                   LINE 20 POSITION 5
               DISPLAY WSM-FEC-BAJA LINE 20 POSITION 42
               GO TO 3000-BAJA-EXIT
           END-IF.
           DISPLAY "FECHA DE BAJA (0=HOY): " LINE 10 POSITION 5.
           ACCEPT WSL-FECHA-PARAM LINE 10 POSITION 29.
           IF WSL-FECHA-PARAM = 0
               MOVE WSL-HOY TO WSL-FECHA-PARAM
           END-IF.
           IF WSL-FECHA-PARAM < WSM-FEC-ALTA
               DISPLAY "LA BAJA ES ANTERIOR AL ALTA" LINE 20 POSITION 5
               GO TO 3000-BAJA-EXIT
           END-IF.
           DISPLAY "CONFIRMA BAJA (S/N) .: " LINE 21 POSITION 5.
           ACCEPT WSL-CONFIRMA LINE 21 POSITION 29.
           IF WSL-CONFIRMA NOT = "S"
               GO TO 3000-BAJA-EXIT
           END-IF.
           MOVE WSL-FECHA-PARAM TO WSM-FEC-BAJA.
           REWRITE REG-SURTIDO
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR SURTIDO"
                       LINE 22 POSITION 5
                   GO TO 3000-BAJA-EXIT
           END-REWRITE.
           DISPLAY "ARTICULO DADO DE BAJA DEL SURTIDO"
               LINE 22 POSITION 5.
       3000-BAJA-EXIT.
           EXIT.

      *    Listado del surtido de una cuenta (la casa central de
      *    una cadena o una cuenta suelta): se carga el surtido en
      *    tabla, se juntan las sucursales de CUENPAD y se recorre
      *    REMDET buscando la ultima fecha de reparto de cada
      *    articulo entregado a la cuenta o a una sucursal.
       4000-LISTAR.
           DISPLAY "CUENTA ..............: " LINE 8 POSITION 5.
           ACCEPT WSL-CUENTA-PARAM LINE 8 POSITION 29.
           MOVE WSL-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WSL-CUENTA-PARAM TO WSM-CUENTA.
           MOVE 0                TO WSM-ARTICULO.
           START SURTIDO KEY IS NOT LESS THAN WSM-CLAVE
               INVALID KEY MOVE "S" TO EOF-SURTIDO
           END-START.
           PERFORM 4100-CARGAR-SURTIDO THRU 4100-CARGAR-SURTIDO-EXIT
               UNTIL NO-HAY-MAS-SURTIDO.
           IF WSL-CANT-ARTICULOS = 0
               DISPLAY "LA CUENTA NO TIENE SURTIDO CARGADO"
                   LINE 20 POSITION 5
               GO TO 4000-LISTAR-EXIT
           END-IF.
           IF WSL-HAY-CUENPAD = "S"
               PERFORM 4200-CARGAR-SUCURSAL
                   THRU 4200-CARGAR-SUCURSAL-EXIT
                   UNTIL NO-HAY-MAS-CUENPAD
           END-IF.
           PERFORM 4300-UN-RENGLON THRU 4300-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           MOVE WSL-CUENTA-PARAM TO T-CUENTA.
           MOVE WCU-NOMBRE       TO T-NOMBRE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 2.
           PERFORM 4400-IMPRIMIR THRU 4400-IMPRIMIR-EXIT
               VARYING WSL-IX FROM 1 BY 1
               UNTIL WSL-IX > WSL-CANT-ARTICULOS.
           MOVE WSL-CANT-VIGENTES    TO TT-VIGENTES.
           MOVE WSL-CANT-SIN-ENTREGA TO TT-SIN-ENTREGA.
           WRITE LIN-LISTADO FROM LIN-TOTALES AFTER 2.
           DISPLAY "ARTICULOS LISTADOS: " LINE 20 POSITION 5.
           DISPLAY WSL-CANT-ARTICULOS LINE 20 POSITION 26.
       4000-LISTAR-EXIT.
           EXIT.

       4100-CARGAR-SURTIDO.
           READ SURTIDO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-SURTIDO
                   GO TO 4100-CARGAR-SURTIDO-EXIT
           END-READ.
           IF WSM-CUENTA NOT = WSL-CUENTA-PARAM
               MOVE "S" TO EOF-SURTIDO
               GO TO 4100-CARGAR-SURTIDO-EXIT
           END-IF.
           IF WSL-CANT-ARTICULOS >= 999
               DISPLAY "SURTIDO DE MAS DE 999 ARTICULOS"
                   LINE 19 POSITION 5
               MOVE "S" TO EOF-SURTIDO
               GO TO 4100-CARGAR-SURTIDO-EXIT
           END-IF.
           ADD 1 TO WSL-CANT-ARTICULOS.
           MOVE WSM-ARTICULO TO WSL-S-ARTICULO (WSL-CANT-ARTICULOS).
           MOVE WSM-FEC-ALTA TO WSL-S-FEC-ALTA (WSL-CANT-ARTICULOS).
           MOVE WSM-FEC-BAJA TO WSL-S-FEC-BAJA (WSL-CANT-ARTICULOS).
           MOVE 0 TO WSL-S-ULT-ENTREGA (WSL-CANT-ARTICULOS).
       4100-CARGAR-SURTIDO-EXIT.
           EXIT.

       4200-CARGAR-SUCURSAL.
           READ CUENPAD NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CUENPAD
                   GO TO 4200-CARGAR-SUCURSAL-EXIT
           END-READ.
           IF WPD-CUENTA-MADRE NOT = WSL-CUENTA-PARAM
               GO TO 4200-CARGAR-SUCURSAL-EXIT
           END-IF.
           IF WSL-CANT-SUCURSALES >= 500
               GO TO 4200-CARGAR-SUCURSAL-EXIT
           END-IF.
           ADD 1 TO WSL-CANT-SUCURSALES.
           MOVE WPD-CUENTA-HIJA TO WSL-C-CUENTA (WSL-CANT-SUCURSALES).
       4200-CARGAR-SUCURSAL-EXIT.
           EXIT.

       4300-UN-RENGLON.
           READ REMDET NEXT RECORD
               AT END
                   MOVE "S" TO EOF-REMDET
                   GO TO 4300-UN-RENGLON-EXIT
           END-READ.
           MOVE "S" TO WSL-EN-GRUPO.
           IF WRD-CUENTA NOT = WSL-CUENTA-PARAM
               PERFORM 4310-UBICAR-SUCURSAL
                   THRU 4310-UBICAR-SUCURSAL-EXIT
                   VARYING WSL-SX FROM 1 BY 1
                   UNTIL WSL-SX > WSL-CANT-SUCURSALES
                      OR WSL-C-CUENTA (WSL-SX) = WRD-CUENTA
               IF WSL-SX > WSL-CANT-SUCURSALES
                   MOVE "N" TO WSL-EN-GRUPO
               END-IF
           END-IF.
           IF WSL-EN-GRUPO = "N"
               GO TO 4300-UN-RENGLON-EXIT
           END-IF.
           PERFORM 4320-UBICAR-ARTICULO THRU 4320-UBICAR-ARTICULO-EXIT
               VARYING WSL-IX FROM 1 BY 1
               UNTIL WSL-IX > WSL-CANT-ARTICULOS
                  OR WSL-S-ARTICULO (WSL-IX) = WRD-ARTICULO.
           IF WSL-IX > WSL-CANT-ARTICULOS
               GO TO 4300-UN-RENGLON-EXIT
           END-IF.
           MOVE WRD-NUMERO TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY GO TO 4300-UN-RENGLON-EXIT
           END-READ.
           IF WRM-FEC-REPARTO > WSL-S-ULT-ENTREGA (WSL-IX)
               MOVE WRM-FEC-REPARTO TO WSL-S-ULT-ENTREGA (WSL-IX)
           END-IF.
       4300-UN-RENGLON-EXIT.
           EXIT.

       4310-UBICAR-SUCURSAL.
           CONTINUE.
       4310-UBICAR-SUCURSAL-EXIT.
           EXIT.

       4320-UBICAR-ARTICULO.
           CONTINUE.
       4320-UBICAR-ARTICULO-EXIT.
           EXIT.

       4400-IMPRIMIR.
           MOVE WSL-S-ARTICULO (WSL-IX) TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY MOVE SPACES TO WAR-DESCRIPCION
           END-READ.
           MOVE WSL-S-ARTICULO (WSL-IX)    TO D-ARTICULO.
           MOVE WAR-DESCRIPCION            TO D-DESCRIPCION.
           MOVE WSL-S-FEC-ALTA (WSL-IX)    TO D-FEC-ALTA.
           MOVE WSL-S-FEC-BAJA (WSL-IX)    TO D-FEC-BAJA.
           MOVE WSL-S-ULT-ENTREGA (WSL-IX) TO D-ULT-ENTREGA.
           IF WSL-S-FEC-BAJA (WSL-IX) NOT = 0
              AND WSL-S-FEC-BAJA (WSL-IX) <= WSL-HOY
               MOVE "DE BAJA"      TO D-ESTADO
           ELSE
               ADD 1 TO WSL-CANT-VIGENTES
               IF WSL-S-ULT-ENTREGA (WSL-IX) = 0
                   MOVE "SIN ENTREGAS" TO D-ESTADO
                   ADD 1 TO WSL-CANT-SIN-ENTREGA
               ELSE
                   MOVE "VIGENTE"      TO D-ESTADO
               END-IF
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4400-IMPRIMIR-EXIT.
           EXIT.

      *    Cuenta y articulo de alta o baja; la cuenta queda en
      *    cero si alguno no existe.
       5000-PEDIR-CLAVE.
           DISPLAY "CUENTA ..............: " LINE 8 POSITION 5.
           ACCEPT WSL-CUENTA-PARAM LINE 8 POSITION 29.
           MOVE WSL-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   MOVE 0 TO WSL-CUENTA-PARAM
                   GO TO 5000-PEDIR-CLAVE-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 40.
           DISPLAY "ARTICULO ............: " LINE 9 POSITION 5.
           ACCEPT WSL-ARTICULO-PARAM LINE 9 POSITION 29.
           MOVE WSL-ARTICULO-PARAM TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO INEXISTENTE" LINE 20 POSITION 5
                   MOVE 0 TO WSL-CUENTA-PARAM
                   GO TO 5000-PEDIR-CLAVE-EXIT
           END-READ.
           DISPLAY WAR-DESCRIPCION LINE 9 POSITION 40.
       5000-PEDIR-CLAVE-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE SURTIDO.
           CLOSE CUENTA.
           CLOSE ART02.
           IF WSL-HAY-CUENPAD = "S"
               CLOSE CUENPAD
           END-IF.
           IF WSL-MODO-PARAM = "L"
               CLOSE REMITO
               CLOSE REMDET
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
