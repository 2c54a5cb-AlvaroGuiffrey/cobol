       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PUNTENT.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Puntos de entrega por cuenta: los institucionales y
      * algunas cadenas tienen varios lugares de entrega que se
      * facturan a la misma cuenta, cada uno con su domicilio,
      * horario de recepcion y a veces en otra provincia. El
      * punto queda en PUNTENT con clave cuenta + numero de
      * punto (el punto 0 es el domicilio de la propia cuenta y
      * no se carga aca), con domicilio, localidad y codigo
      * postal, la jurisdiccion de IIBB resuelta por CPJURIS, la
      * ruta y el orden de entrega dentro de la ruta (por
      * defecto la ruta de la cuenta en ARET), el horario de
      * recepcion, el contacto y el codigo con que la cadena
      * identifica el lugar en sus pedidos EDI.
      *   modo A: alta o cambio de un punto;
      *   modo B: baja (queda inactivo: los remitos ya hechos
      *           lo siguen referenciando);
      *   modo L: listado de los puntos de una cuenta (0 =
      *           todas).
      * PEDFIJO y GENREM generan un remito por punto, EDIIMP lo
      * toma del codigo de lugar del pedido, y REMITO lleva el
      * punto con su codigo postal y jurisdiccion: RUTMANIF,
      * PICKLIST y ARBACOT usan el domicilio del punto y la
      * percepcion de IIBB de FACTPER (PERCCALC) y el COT se
      * determinan por el destino de la mercaderia.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             ALTERNATE RECORD KEY IS WNT-RUTA-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WNT-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT CPJURIS   ASSIGN TO "CPJURIS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCJ-COD-POSTAL
                             FILE STATUS IS WCJ-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  CPJURIS.
       01  REG-CPJURIS.
           05  WCJ-COD-POSTAL        PIC X(08).
           05  WCJ-JURISDICCION      PIC X(02).
           05  WCJ-DESCRIPCION       PIC X(30).

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PUNTENT".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WNT-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WCJ-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WNP-MODO-PARAM            PIC X(01).
       77  WNP-CUENTA-PARAM          PIC 9(06).
       77  WNP-PUNTO-PARAM           PIC 9(03).
       77  WNP-CONFIRMA              PIC X(01).
       77  WNP-EXISTE                PIC X(01).
       77  WNP-HORA                  PIC 9(04).
       77  WNP-HH                    PIC 9(02).
       77  WNP-MM                    PIC 9(02).
       77  WNP-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-PUNTENT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PUNTENT     VALUE "S".

      *    Datos del punto tal como se tipean, para no pisar el
      *    registro leido si el operador no confirma.
       01  WNP-DATOS.
           05  WNP-RUTA              PIC 9(04).
           05  WNP-ORDEN             PIC 9(03).
           05  WNP-NOMBRE            PIC X(30).
           05  WNP-DIRECCION         PIC X(30).
           05  WNP-LOCALIDAD         PIC X(20).
           05  WNP-COD-POSTAL        PIC X(08).
           05  WNP-HORA-DESDE        PIC 9(04).
           05  WNP-HORA-HASTA        PIC 9(04).
           05  WNP-CONTACTO          PIC X(30).
           05  WNP-TELEFONO          PIC X(15).
           05  WNP-COD-CADENA        PIC X(13).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "PUNTOS DE ENTREGA POR CUENTA".

       01  LIN-ENCABEZADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CUENTA PTO NOMBRE                         DIRECCI".
           05  FILLER             PIC X(50) VALUE
               "ON                      CP       JU RUTA ORD HORAR".
           05  FILLER             PIC X(12) VALUE
               "IO     A".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PUNTO               PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DIRECCION           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COD-POSTAL          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-JURISDICCION        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-RUTA                PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ORDEN               PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-HORA-DESDE          PIC 9(04).
           05  FILLER                PIC X(01) VALUE "-".
           05  D-HORA-HASTA          PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ACTIVO              PIC X(01).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PUNTENT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PUNTENT.
           DISPLAY "ERROR E/S PUNTENT: " WNT-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       CPJURIS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CPJURIS.
           DISPLAY "ERROR E/S CPJURIS: " WCJ-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WNP-MODO-PARAM
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
           DISPLAY "MODO (A ALTA/CAMBIO B BAJA L LISTADO): "
               LINE 6 POSITION 5.
           ACCEPT WNP-MODO-PARAM LINE 6 POSITION 50.
           OPEN I-O PUNTENT.
           IF WNT-STATUS = "35"
               CLOSE PUNTENT
               OPEN OUTPUT PUNTENT
               CLOSE PUNTENT
               OPEN I-O PUNTENT
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT CPJURIS.
           OPEN INPUT ARET.
           IF WNP-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    El cambio muestra lo cargado; un dato en blanco o cero
      *    deja el anterior.
       2000-ALTA.
           DISPLAY "CUENTA ..............: " LINE 8 POSITION 5.
           ACCEPT WNP-CUENTA-PARAM LINE 8 POSITION 29.
           MOVE WNP-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-ALTA-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 40.
           DISPLAY "PUNTO DE ENTREGA ....: " LINE 9 POSITION 5.
           ACCEPT WNP-PUNTO-PARAM LINE 9 POSITION 29.
           IF WNP-PUNTO-PARAM = 0
               DISPLAY "EL PUNTO 0 ES EL DOMICILIO DE LA CUENTA"
                   LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE "S"              TO WNP-EXISTE.
           MOVE WNP-CUENTA-PARAM TO WNT-CUENTA.
           MOVE WNP-PUNTO-PARAM  TO WNT-PUNTO.
           READ PUNTENT KEY IS WNT-CLAVE
               INVALID KEY MOVE "N" TO WNP-EXISTE
           END-READ.
           IF WNP-EXISTE = "N"
               MOVE SPACES           TO REG-PUNTENT
               MOVE WNP-CUENTA-PARAM TO WNT-CUENTA
               MOVE WNP-PUNTO-PARAM  TO WNT-PUNTO
               MOVE 0                TO WNT-RUTA
               MOVE 0                TO WNT-ORDEN
               MOVE 0                TO WNT-HORA-DESDE
               MOVE 0                TO WNT-HORA-HASTA
           ELSE
               DISPLAY "PUNTO EXISTENTE:" LINE 10 POSITION 5
               DISPLAY WNT-NOMBRE LINE 10 POSITION 29
               DISPLAY WNT-DIRECCION LINE 11 POSITION 29
           END-IF.
           DISPLAY "NOMBRE DEL LUGAR ....: " LINE 12 POSITION 5.
           ACCEPT WNP-NOMBRE LINE 12 POSITION 29.
           DISPLAY "DIRECCION ...........: " LINE 13 POSITION 5.
           ACCEPT WNP-DIRECCION LINE 13 POSITION 29.
           DISPLAY "LOCALIDAD ...........: " LINE 14 POSITION 5.
           ACCEPT WNP-LOCALIDAD LINE 14 POSITION 29.
           DISPLAY "CODIGO POSTAL .......: " LINE 15 POSITION 5.
           ACCEPT WNP-COD-POSTAL LINE 15 POSITION 29.
           DISPLAY "RUTA (0=LA DE ARET) .: " LINE 16 POSITION 5.
           ACCEPT WNP-RUTA LINE 16 POSITION 29.
           DISPLAY "ORDEN EN LA RUTA ....: " LINE 16 POSITION 40.
           ACCEPT WNP-ORDEN LINE 16 POSITION 64.
           DISPLAY "RECIBE DESDE (HHMM) .: " LINE 17 POSITION 5.
           ACCEPT WNP-HORA-DESDE LINE 17 POSITION 29.
           DISPLAY "HASTA (HHMM) ........: " LINE 17 POSITION 40.
           ACCEPT WNP-HORA-HASTA LINE 17 POSITION 64.
           DISPLAY "CONTACTO ............: " LINE 18 POSITION 5.
           ACCEPT WNP-CONTACTO LINE 18 POSITION 29.
           DISPLAY "TELEFONO ............: " LINE 19 POSITION 5.
           ACCEPT WNP-TELEFONO LINE 19 POSITION 29.
           DISPLAY "COD. LUGAR CADENA ...: " LINE 19 POSITION 45.
           ACCEPT WNP-COD-CADENA LINE 19 POSITION 69.

           IF WNP-NOMBRE NOT = SPACES
               MOVE WNP-NOMBRE     TO WNT-NOMBRE
           END-IF.
           IF WNP-DIRECCION NOT = SPACES
               MOVE WNP-DIRECCION  TO WNT-DIRECCION
           END-IF.
           IF WNP-LOCALIDAD NOT = SPACES
               MOVE WNP-LOCALIDAD  TO WNT-LOCALIDAD
           END-IF.
           IF WNP-COD-POSTAL NOT = SPACES
               MOVE WNP-COD-POSTAL TO WNT-COD-POSTAL
           END-IF.
           IF WNP-RUTA NOT = 0
               MOVE WNP-RUTA       TO WNT-RUTA
           END-IF.
           IF WNP-ORDEN NOT = 0
               MOVE WNP-ORDEN      TO WNT-ORDEN
           END-IF.
           IF WNP-HORA-DESDE NOT = 0
               MOVE WNP-HORA-DESDE TO WNT-HORA-DESDE
           END-IF.
           IF WNP-HORA-HASTA NOT = 0
               MOVE WNP-HORA-HASTA TO WNT-HORA-HASTA
           END-IF.
           IF WNP-CONTACTO NOT = SPACES
               MOVE WNP-CONTACTO   TO WNT-CONTACTO
           END-IF.
           IF WNP-TELEFONO NOT = SPACES
               MOVE WNP-TELEFONO   TO WNT-TELEFONO
           END-IF.
           IF WNP-COD-CADENA NOT = SPACES
               MOVE WNP-COD-CADENA TO WNT-COD-CADENA
           END-IF.

           IF WNT-DIRECCION = SPACES OR WNT-COD-POSTAL = SPACES
               DISPLAY "FALTA DIRECCION O CODIGO POSTAL"
                   LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE WNT-HORA-DESDE TO WNP-HORA.
           PERFORM 7000-HORA-VALIDA THRU 7000-HORA-VALIDA-EXIT.
           IF WNP-HORA = 9999
               DISPLAY "HORARIO DESDE INVALIDO" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE WNT-HORA-HASTA TO WNP-HORA.
           PERFORM 7000-HORA-VALIDA THRU 7000-HORA-VALIDA-EXIT.
           IF WNP-HORA = 9999
               DISPLAY "HORARIO HASTA INVALIDO" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
      *    Sin ruta propia, la de la cuenta en ARET.
           IF WNT-RUTA = 0
               MOVE WNP-CUENTA-PARAM TO WAR-CUENTA
               READ ARET KEY IS WAR-CUENTA
                   INVALID KEY MOVE 0 TO WAR-RUTA
               END-READ
               MOVE WAR-RUTA TO WNT-RUTA
           END-IF.
      *    Jurisdiccion de IIBB del lugar de entrega por el
      *    codigo postal, como CPJURIS lo hace para la cuenta.
           MOVE WNT-COD-POSTAL TO WCJ-COD-POSTAL.
           READ CPJURIS KEY IS WCJ-COD-POSTAL
               INVALID KEY MOVE SPACES TO WCJ-JURISDICCION
           END-READ.
           MOVE WCJ-JURISDICCION TO WNT-JURISDICCION.
           IF WNT-JURISDICCION = SPACES
               DISPLAY "ATENCION: CODIGO POSTAL SIN JURISDICCION"
                   LINE 20 POSITION 5
           ELSE
               DISPLAY "JURISDICCION IIBB: " LINE 20 POSITION 5
               DISPLAY WNT-JURISDICCION LINE 20 POSITION 25
           END-IF.
           MOVE "S" TO WNT-ACTIVO.

           DISPLAY "CONFIRMA (S/N) ......: " LINE 21 POSITION 5.
           ACCEPT WNP-CONFIRMA LINE 21 POSITION 29.
           IF WNP-CONFIRMA NOT = "S"
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WNP-EXISTE = "S"
               REWRITE REG-PUNTENT
                   INVALID KEY
                       DISPLAY "NO PUDO ACTUALIZAR PUNTENT"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-REWRITE
           ELSE
               WRITE REG-PUNTENT
                   INVALID KEY
                       DISPLAY "NO PUDO GRABAR PUNTENT"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-WRITE
           END-IF.
           DISPLAY "PUNTO DE ENTREGA GRABADO" LINE 22 POSITION 5.
       2000-ALTA-EXIT.
           EXIT.

       3000-BAJA.
           DISPLAY "CUENTA ..............: " LINE 8 POSITION 5.
           ACCEPT WNP-CUENTA-PARAM LINE 8 POSITION 29.
           DISPLAY "PUNTO DE ENTREGA ....: " LINE 9 POSITION 5.
           ACCEPT WNP-PUNTO-PARAM LINE 9 POSITION 29.
           MOVE WNP-CUENTA-PARAM TO WNT-CUENTA.
           MOVE WNP-PUNTO-PARAM  TO WNT-PUNTO.
           READ PUNTENT KEY IS WNT-CLAVE
               INVALID KEY
                   DISPLAY "PUNTO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3000-BAJA-EXIT
           END-READ.
           DISPLAY WNT-NOMBRE LINE 10 POSITION 29.
           DISPLAY WNT-DIRECCION LINE 11 POSITION 29.
           DISPLAY "CONFIRMA BAJA (S/N) .: " LINE 12 POSITION 5.
           ACCEPT WNP-CONFIRMA LINE 12 POSITION 29.
           IF WNP-CONFIRMA NOT = "S"
               GO TO 3000-BAJA-EXIT
           END-IF.
           MOVE "N" TO WNT-ACTIVO.
           REWRITE REG-PUNTENT
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR PUNTENT"
                       LINE 20 POSITION 5
                   GO TO 3000-BAJA-EXIT
           END-REWRITE.
           DISPLAY "PUNTO DADO DE BAJA" LINE 20 POSITION 5.
       3000-BAJA-EXIT.
           EXIT.

       4000-LISTAR.
           DISPLAY "CUENTA (0=TODAS) ....: " LINE 8 POSITION 5.
           ACCEPT WNP-CUENTA-PARAM LINE 8 POSITION 29.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 2.
           MOVE WNP-CUENTA-PARAM TO WNT-CUENTA.
           MOVE 0                TO WNT-PUNTO.
           START PUNTENT KEY IS NOT LESS THAN WNT-CLAVE
               INVALID KEY MOVE "S" TO EOF-PUNTENT
           END-START.
           PERFORM 4100-UN-PUNTO THRU 4100-UN-PUNTO-EXIT
               UNTIL NO-HAY-MAS-PUNTENT.
           DISPLAY "PUNTOS LISTADOS: " LINE 20 POSITION 5.
           DISPLAY WNP-CANT-LISTADOS LINE 20 POSITION 23.
       4000-LISTAR-EXIT.
           EXIT.

       4100-UN-PUNTO.
           READ PUNTENT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-PUNTENT
                   GO TO 4100-UN-PUNTO-EXIT
           END-READ.
           IF WNP-CUENTA-PARAM NOT = 0
              AND WNT-CUENTA NOT = WNP-CUENTA-PARAM
               MOVE "S" TO EOF-PUNTENT
               GO TO 4100-UN-PUNTO-EXIT
           END-IF.
           MOVE WNT-CUENTA       TO D-CUENTA.
           MOVE WNT-PUNTO        TO D-PUNTO.
           MOVE WNT-NOMBRE       TO D-NOMBRE.
           MOVE WNT-DIRECCION    TO D-DIRECCION.
           MOVE WNT-COD-POSTAL   TO D-COD-POSTAL.
           MOVE WNT-JURISDICCION TO D-JURISDICCION.
           MOVE WNT-RUTA         TO D-RUTA.
           MOVE WNT-ORDEN        TO D-ORDEN.
           MOVE WNT-HORA-DESDE   TO D-HORA-DESDE.
           MOVE WNT-HORA-HASTA   TO D-HORA-HASTA.
           MOVE WNT-ACTIVO       TO D-ACTIVO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WNP-CANT-LISTADOS.
       4100-UN-PUNTO-EXIT.
           EXIT.

      *    Hora HHMM valida (00 a 23, 00 a 59); si no, 9999.
       7000-HORA-VALIDA.
           DIVIDE WNP-HORA BY 100 GIVING WNP-HH REMAINDER WNP-MM.
           IF WNP-HH > 23 OR WNP-MM > 59
               MOVE 9999 TO WNP-HORA
           END-IF.
       7000-HORA-VALIDA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE PUNTENT.
           CLOSE CUENTA.
           CLOSE CPJURIS.
           CLOSE ARET.
           IF WNP-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
