      * PRNTDEST. Los articulos sin ubicacion cargada salen al
      * final con la ubicacion en blanco, que es la lista de lo
      * que falta relevar.
      * Para los articulos con lote en LOTESTK la hoja sugiere
      * el lote a levantar con el mismo criterio de LOTEFEFO:
      * vencimiento mas proximo entre los liberados con saldo.
      * Un lote en cuarentena, rechazado o todavia madurando en
      * camara (MADURA) no se ofrece nunca.
      * La hoja de un remito suelto lleva arriba los datos de
      * entrega: nombre y domicilio del remito y, si va a un
      * punto de entrega de la cuenta (PUNTENT), el lugar, su
      * codigo postal y localidad, el horario de recepcion y el
      * contacto, para armar el bulto con el destino a la vista.
      * La hoja de una ruta cierra con el orden de carga del
      * camion: los remitos de la ruta por WRM-ORDEN-ENTREGA
      * descendente (la ultima entrega entra primero), con el
      * mismo numero de carga que RUTMANIF.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WUB-CLAVE
                             FILE STATUS IS WUB-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT PUNTENT   ASSIGN TO "PUNTENT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNT-CLAVE
                             FILE STATUS IS WNT-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).

       FD  REMDET.
       01  REG-REMDET.
           05  WUB-ESTANTERIA        PIC 9(02).
           05  WUB-NIVEL             PIC 9(02).

       FD  LOTESTK.
       01  REG-LOTESTK.
           05  WLS-CLAVE.
               10  WLS-SUCURSAL      PIC 9(02).
               10  WLS-ARTICULO      PIC 9(06).
               10  WLS-LOTE          PIC X(10).
           05  WLS-VENCIMIENTO       PIC 9(08).
           05  WLS-CANT-ACTUAL       PIC S9(07)V99.
           05  WLS-FEC-ELABORACION   PIC 9(08).
           05  WLS-ESTADO-CALIDAD    PIC X(01).
               88  WLS-LIBERADO       VALUE "L" " ".
               88  WLS-EN-CUARENTENA  VALUE "Q".
               88  WLS-RECHAZADO      VALUE "R".
               88  WLS-EN-MADURACION  VALUE "M".

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

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WUB-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WNT-STATUS                PIC X(02).
       77  WPK-HAY-PUNTENT           PIC X(01) VALUE "S".
       77  WPK-MEJOR-LOTE            PIC X(10).
       77  WPK-MEJOR-VENC            PIC 9(08).
       77  WPK-REMITO-PARAM          PIC 9(08).
       77  WPK-RUTA-PARAM            PIC 9(03).
       77  WPK-FECHA-PARAM           PIC 9(08).
       77  WPK-IX                    PIC 9(03).
       77  WPK-JX                    PIC 9(03).
       77  WPK-HALLADO               PIC X(01).
       77  WPK-CANT-REMITOS          PIC 9(03) VALUE 0.
       77  WPK-RX                    PIC 9(03).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-LOTESTK                PIC X(01).
           88  NO-HAY-MAS-LOTES       VALUE "S".

      *    Consolidado en memoria: hasta 500 articulos por hoja,
      *    con la ubicacion como clave de ordenamiento (los sin
                   15  WPK-T-NIVEL      PIC 9(02).
               10  WPK-T-ARTICULO       PIC 9(06).
               10  WPK-T-CANTIDAD       PIC S9(07)V99.
               10  WPK-T-LOTE           PIC X(10).
       01  WPK-ITEM-AUX.
           05  WPK-A-UBICACION       PIC X(06).
           05  WPK-A-ARTICULO        PIC 9(06).
           05  WPK-A-CANTIDAD        PIC S9(07)V99.
           05  WPK-A-LOTE            PIC X(10).

      *    Remitos de la ruta en el orden en que se leen por
      *    WRM-RUTA-CLAVE (orden de entrega ascendente); el orden
      *    de carga se lista recorriendola de atras para adelante.
       01  WPK-TABLA-CARGA.
           05  WPK-REM OCCURS 200 TIMES.
               10  WPK-R-ORDEN          PIC 9(03).
               10  WPK-R-REMITO         PIC 9(08).
               10  WPK-R-CUENTA         PIC 9(06).
               10  WPK-R-NOMBRE         PIC X(30).
               10  WPK-R-DIRECCION      PIC X(30).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE " RUTA ".
           05  T-RUTA             PIC ZZ9.

      *    Datos de entrega de la hoja de un remito suelto.
       01  LIN-ENTREGA-1.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "ENTREGAR A: ".
           05  E-NOMBRE           PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  E-DIRECCION        PIC X(30).

       01  LIN-ENTREGA-2.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE "CP: ".
           05  E-COD-POSTAL       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  E-LOCALIDAD        PIC X(20).
           05  FILLER             PIC X(10) VALUE "  RECIBE: ".
           05  E-HORA-DESDE       PIC X(04).
           05  E-GUION            PIC X(01).
           05  E-HORA-HASTA       PIC X(04).

       01  LIN-ENTREGA-3.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "CONTACTO: ".
           05  E-CONTACTO         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  E-TELEFONO         PIC X(15).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "PAS EST NIV ARTICULO     CANTIDAD  LOTE".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-CANTIDAD            PIC ZZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LOTE                PIC X(10).

       01  LIN-TIT-CARGA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "ORDEN DE CARGA (LA ULTIMA ENTREGA VA PRIMERO)".

       01  LIN-CAB-CARGA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(37) VALUE
               "CRG    ORD     REMITO  CUENTA  NOMBRE".
           05  FILLER             PIC X(26) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "DIRECCION".

       01  LIN-DET-CARGA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CARGA               PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C-ORDEN               PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C-REMITO              PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-NOMBRE              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-DIRECCION           PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.
       UBICA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON UBICA.
           DISPLAY "ERROR E/S UBICA: " WUB-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT UBICA.
           OPEN INPUT LOTESTK.
           OPEN INPUT PUNTENT.
           IF WNT-STATUS NOT = "00"
               MOVE "N" TO WPK-HAY-PUNTENT
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
               MOVE "S" TO EOF-REMITO
               GO TO 2000-RECORRER-RUTA-EXIT
           END-IF.
           PERFORM 2100-ANOTAR-CARGA THRU 2100-ANOTAR-CARGA-EXIT.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           PERFORM 3000-JUNTAR-RENGLONES
               THRU 3000-JUNTAR-RENGLONES-FIN.
       2000-RECORRER-RUTA-EXIT.
           EXIT.

       2100-ANOTAR-CARGA.
           IF WPK-CANT-REMITOS >= 200
               DISPLAY "TABLA DE CARGA LLENA - REMITO "
                   WRM-NUMERO " AFUERA"
               GO TO 2100-ANOTAR-CARGA-EXIT
           END-IF.
           ADD 1 TO WPK-CANT-REMITOS.
           MOVE WPK-CANT-REMITOS  TO WPK-RX.
           MOVE WRM-ORDEN-ENTREGA TO WPK-R-ORDEN (WPK-RX).
           MOVE WRM-NUMERO        TO WPK-R-REMITO (WPK-RX).
           MOVE WRM-CUENTA        TO WPK-R-CUENTA (WPK-RX).
           MOVE WRM-NOMBRE        TO WPK-R-NOMBRE (WPK-RX).
           MOVE WRM-DIRECCION     TO WPK-R-DIRECCION (WPK-RX).
       2100-ANOTAR-CARGA-EXIT.
           EXIT.

      *    Junta los renglones de REMDET del remito que quedo en
      *    WRD-NUMERO, consolidando por articulo en la tabla.
       3000-JUNTAR-RENGLONES.
           MOVE WUB-PASILLO    TO WPK-T-PASILLO (WPK-CANT-ITEMS).
           MOVE WUB-ESTANTERIA TO WPK-T-ESTANTERIA (WPK-CANT-ITEMS).
           MOVE WUB-NIVEL      TO WPK-T-NIVEL (WPK-CANT-ITEMS).
           PERFORM 4500-SUGERIR-LOTE THRU 4500-SUGERIR-LOTE-FIN.
           MOVE WPK-MEJOR-LOTE TO WPK-T-LOTE (WPK-CANT-ITEMS).
       4000-CONSOLIDAR-FIN.
           EXIT.

      *    Lote sugerido del articulo en la sucursal: el liberado
      *    con saldo de vencimiento mas proximo. Articulo sin
      *    lotes liberados queda con el lote en blanco.
       4500-SUGERIR-LOTE.
           MOVE SPACES   TO WPK-MEJOR-LOTE.
           MOVE 99999999 TO WPK-MEJOR-VENC.
           MOVE "N" TO EOF-LOTESTK.
           MOVE WPK-SUCURSAL-PARAM TO WLS-SUCURSAL.
           MOVE WRD-ARTICULO       TO WLS-ARTICULO.
           MOVE SPACES             TO WLS-LOTE.
           START LOTESTK KEY IS NOT LESS THAN WLS-CLAVE
               INVALID KEY MOVE "S" TO EOF-LOTESTK
           END-START.
           PERFORM 4600-UN-LOTE THRU 4600-UN-LOTE-EXIT
               UNTIL NO-HAY-MAS-LOTES.
       4500-SUGERIR-LOTE-FIN.
           EXIT.

       4600-UN-LOTE.
           READ LOTESTK NEXT RECORD
               AT END MOVE "S" TO EOF-LOTESTK
           END-READ.
           IF NO-HAY-MAS-LOTES
              OR WLS-SUCURSAL NOT = WPK-SUCURSAL-PARAM
              OR WLS-ARTICULO NOT = WRD-ARTICULO
               MOVE "S" TO EOF-LOTESTK
               GO TO 4600-UN-LOTE-EXIT
           END-IF.
           IF WLS-CANT-ACTUAL <= 0 OR NOT WLS-LIBERADO
               GO TO 4600-UN-LOTE-EXIT
           END-IF.
           IF WLS-VENCIMIENTO < WPK-MEJOR-VENC
               MOVE WLS-LOTE        TO WPK-MEJOR-LOTE
               MOVE WLS-VENCIMIENTO TO WPK-MEJOR-VENC
           END-IF.
       4600-UN-LOTE-EXIT.
           EXIT.

      *    Ordenamiento por ubicacion (burbuja sobre la tabla en
      *    memoria; la hoja tiene a lo sumo 500 renglones).
       5000-ORDENAR.
                           TO WPK-A-ARTICULO
                       MOVE WPK-T-CANTIDAD (WPK-JX)
                           TO WPK-A-CANTIDAD
                       MOVE WPK-T-LOTE (WPK-JX)
                           TO WPK-A-LOTE
                       MOVE WPK-T-UBICACION (WPK-JX + 1)
                           TO WPK-T-UBICACION (WPK-JX)
                       MOVE WPK-T-ARTICULO (WPK-JX + 1)
                           TO WPK-T-ARTICULO (WPK-JX)
                       MOVE WPK-T-CANTIDAD (WPK-JX + 1)
                           TO WPK-T-CANTIDAD (WPK-JX)
                       MOVE WPK-T-LOTE (WPK-JX + 1)
                           TO WPK-T-LOTE (WPK-JX)
                       MOVE WPK-A-UBICACION
                           TO WPK-T-UBICACION (WPK-JX + 1)
                       MOVE WPK-A-ARTICULO
                           TO WPK-T-ARTICULO (WPK-JX + 1)
                       MOVE WPK-A-CANTIDAD
                           TO WPK-T-CANTIDAD (WPK-JX + 1)
                       MOVE WPK-A-LOTE
                           TO WPK-T-LOTE (WPK-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WPK-REMITO-PARAM TO T-REMITO.
           MOVE WPK-RUTA-PARAM   TO T-RUTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           IF WPK-REMITO-PARAM > 0
               PERFORM 6100-DATOS-ENTREGA THRU 6100-DATOS-ENTREGA-EXIT
           END-IF.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1.
           PERFORM VARYING WPK-IX FROM 1 BY 1
               UNTIL WPK-IX > WPK-CANT-ITEMS
               MOVE WPK-T-NIVEL (WPK-IX)      TO D-NIVEL
               MOVE WPK-T-ARTICULO (WPK-IX)   TO D-ARTICULO
               MOVE WPK-T-CANTIDAD (WPK-IX)   TO D-CANTIDAD
               MOVE WPK-T-LOTE (WPK-IX)       TO D-LOTE
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-PERFORM.
           DISPLAY "RENGLONES DE PICKING: " WPK-CANT-ITEMS.
           IF WPK-REMITO-PARAM = 0
               PERFORM 6200-ORDEN-CARGA THRU 6200-ORDEN-CARGA-EXIT
           END-IF.

       6100-DATOS-ENTREGA.
           MOVE WPK-REMITO-PARAM TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY GO TO 6100-DATOS-ENTREGA-EXIT
           END-READ.
           MOVE WRM-NOMBRE     TO E-NOMBRE.
           MOVE WRM-DIRECCION  TO E-DIRECCION.
           MOVE WRM-COD-POSTAL TO E-COD-POSTAL.
           MOVE SPACES         TO E-LOCALIDAD.
           MOVE SPACES         TO E-HORA-DESDE.
           MOVE SPACES         TO E-GUION.
           MOVE SPACES         TO E-HORA-HASTA.
           MOVE SPACES         TO E-CONTACTO.
           MOVE SPACES         TO E-TELEFONO.
           IF WRM-PUNTO NOT = 0 AND WPK-HAY-PUNTENT = "S"
               MOVE WRM-CUENTA TO WNT-CUENTA
               MOVE WRM-PUNTO  TO WNT-PUNTO
               READ PUNTENT KEY IS WNT-CLAVE
                   INVALID KEY MOVE SPACES TO WNT-NOMBRE
               END-READ
               IF WNT-STATUS = "00"
                   MOVE WNT-NOMBRE     TO E-NOMBRE
                   MOVE WNT-DIRECCION  TO E-DIRECCION
                   MOVE WNT-COD-POSTAL TO E-COD-POSTAL
                   MOVE WNT-LOCALIDAD  TO E-LOCALIDAD
                   MOVE WNT-CONTACTO   TO E-CONTACTO
                   MOVE WNT-TELEFONO   TO E-TELEFONO
                   IF WNT-HORA-HASTA NOT = 0
                       MOVE WNT-HORA-DESDE TO E-HORA-DESDE
                       MOVE "-"            TO E-GUION
                       MOVE WNT-HORA-HASTA TO E-HORA-HASTA
                   END-IF
               END-IF
           END-IF.
           WRITE LIN-LISTADO FROM LIN-ENTREGA-1 AFTER 2.
           WRITE LIN-LISTADO FROM LIN-ENTREGA-2 AFTER 1.
           IF E-CONTACTO NOT = SPACES OR E-TELEFONO NOT = SPACES
               WRITE LIN-LISTADO FROM LIN-ENTREGA-3 AFTER 1
           END-IF.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
       6100-DATOS-ENTREGA-EXIT.
           EXIT.

      *    Orden de carga de la ruta: la tabla viene en orden de
      *    entrega, se recorre de atras para adelante.
       6200-ORDEN-CARGA.
           WRITE LIN-LISTADO FROM LIN-TIT-CARGA AFTER 3.
           WRITE LIN-LISTADO FROM LIN-CAB-CARGA AFTER 2.
           PERFORM 6300-RENGLON-CARGA THRU 6300-RENGLON-CARGA-EXIT
               VARYING WPK-RX FROM WPK-CANT-REMITOS BY -1
               UNTIL WPK-RX < 1.
           DISPLAY "REMITOS DE LA RUTA: " WPK-CANT-REMITOS.
       6200-ORDEN-CARGA-EXIT.
           EXIT.

       6300-RENGLON-CARGA.
           COMPUTE C-CARGA = WPK-CANT-REMITOS - WPK-RX + 1.
           MOVE WPK-R-ORDEN (WPK-RX)     TO C-ORDEN.
           MOVE WPK-R-REMITO (WPK-RX)    TO C-REMITO.
           MOVE WPK-R-CUENTA (WPK-RX)    TO C-CUENTA.
           MOVE WPK-R-NOMBRE (WPK-RX)    TO C-NOMBRE.
           MOVE WPK-R-DIRECCION (WPK-RX) TO C-DIRECCION.
           WRITE LIN-LISTADO FROM LIN-DET-CARGA AFTER 1.
       6300-RENGLON-CARGA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE REMITO.
           CLOSE REMDET.
           CLOSE UBICA.
           CLOSE LOTESTK.
           IF WPK-HAY-PUNTENT = "S"
               CLOSE PUNTENT
           END-IF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
