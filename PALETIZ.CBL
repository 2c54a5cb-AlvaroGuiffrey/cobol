       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PALETIZ.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Armado de pallets con etiqueta logistica GS1-128 para los
      * centros de distribucion de las cadenas, que rechazan en
      * el muelle todo pallet sin SSCC. Se corre por remito al
      * terminar la hoja de picking (PICKLIST) y la asignacion
      * de lotes (LOTEFEFO):
      *   modo G: parametros GS1 (prefijo de empresa de 7
      *           digitos y digito de extension) en GS1PARAM;
      *   modo P: arma los pallets del remito: recorre los
      *           renglones de REMDET, reparte cada renglon entre
      *           los lotes que LOTEFEFO le despacho (LOTEMOV) y
      *           va llenando pallets hasta el tope de bultos
      *           informado (unidades por bulto de ARTPACK; un
      *           renglon que no entra se parte en el pallet
      *           siguiente). Cada pallet toma un SSCC: extension
      *           + prefijo + serie de NUMERO tipo "SSCC    " a 9
      *           digitos + digito verificador GS1 (modulo 10,
      *           pesos 3 y 1 desde la izquierda). Graba cabecera
      *           en PALLET y contenido en PALLDET (GTIN de
      *           ARTBARRA, lote, vencimiento, cantidad) e imprime
      *           las etiquetas por PRNTDEST: SSCC (00) y por
      *           contenido GTIN (02), lote (10), vencimiento (17)
      *           y cantidad (37);
      *   modo R: reimprime las etiquetas del remito;
      *   modo B: deshace el armado de un remito que todavia no
      *           salio, para volver a armarlo.
      * El contenido por pallet lo usan el aviso de despacho de
      * EDIEXP, la conformidad de entrega de RUTENTRE (estado del
      * pallet) y el rastreo de lote de LOTERAST (clave
      * alternativa por lote de PALLDET).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GS1PARAM  ASSIGN TO "GS1PARAM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGS-CLAVE
                             FILE STATUS IS WGS-STATUS.
           SELECT PALLET    ASSIGN TO "PALLET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-SSCC
                             ALTERNATE RECORD KEY IS WPL-REMITO
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT PALLDET   ASSIGN TO "PALLDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPY-CLAVE
                             ALTERNATE RECORD KEY IS WPY-LOTE
                                 WITH DUPLICATES
                             FILE STATUS IS WPY-STATUS.
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
           SELECT LOTEMOV   ASSIGN TO "LOTEMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLM-CLAVE
                             FILE STATUS IS WLM-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT ARTBARRA  ASSIGN TO "ARTBARRA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAB-ARTICULO
                             ALTERNATE RECORD KEY IS WAB-CODBARRA
                                 WITH DUPLICATES
                             FILE STATUS IS WAB-STATUS.
           SELECT ARTPACK   ASSIGN TO "ARTPACK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPK-ARTICULO
                             FILE STATUS IS WPK-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  GS1PARAM.
       01  REG-GS1PARAM.
           05  WGS-CLAVE             PIC X(03).
           05  WGS-PREFIJO           PIC 9(07).
           05  WGS-EXTENSION         PIC 9(01).

      *    Cabecera de pallet armado, por SSCC.
       FD  PALLET.
       01  REG-PALLET.
           05  WPL-SSCC              PIC X(18).
           05  WPL-REMITO            PIC 9(08).
           05  WPL-CUENTA            PIC 9(06).
           05  WPL-NUMERO            PIC 9(03).
           05  WPL-CANT-PALLETS      PIC 9(03).
           05  WPL-BULTOS            PIC 9(05).
           05  WPL-FECHA             PIC 9(08).
           05  WPL-ESTADO            PIC X(01).
               88  WPL-ARMADO         VALUE "A".
               88  WPL-ENTREGADO      VALUE "E".
               88  WPL-RECHAZADO      VALUE "R".
           05  WPL-FEC-ENTREGA       PIC 9(08).

      *    Contenido del pallet: renglon del remito, lote y
      *    cantidad.
       FD  PALLDET.
       01  REG-PALLDET.
           05  WPY-CLAVE.
               10  WPY-SSCC          PIC X(18).
               10  WPY-SECUENCIA     PIC 9(03).
           05  WPY-REMITO            PIC 9(08).
           05  WPY-REM-SECUENCIA     PIC 9(04).
           05  WPY-ARTICULO          PIC 9(06).
           05  WPY-GTIN              PIC X(14).
           05  WPY-LOTE              PIC X(10).
           05  WPY-VENCIMIENTO       PIC 9(08).
           05  WPY-CANTIDAD          PIC S9(07)V99.

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA-CLAVE.
               10  WRM-RUTA          PIC 9(03).
               10  WRM-FEC-REPARTO   PIC 9(08).
               10  WRM-ORDEN-ENTREGA PIC 9(03).
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).

       FD  REMDET.
       01  REG-REMDET.
           05  WRD-CLAVE.
               10  WRD-NUMERO        PIC 9(08).
               10  WRD-SECUENCIA     PIC 9(04).
           05  WRD-CUENTA            PIC 9(06).
           05  WRD-ARTICULO          PIC 9(06).
           05  WRD-CANTIDAD          PIC S9(07)V99.
           05  WRD-PRECIO            PIC S9(07)V99.

       FD  LOTEMOV.
       01  REG-LOTEMOV.
           05  WLM-CLAVE.
               10  WLM-LOTE          PIC X(10).
               10  WLM-FECHA         PIC 9(08).
               10  WLM-SECUENCIA     PIC 9(06).
           05  WLM-SUCURSAL          PIC 9(02).
           05  WLM-ARTICULO          PIC 9(06).
           05  WLM-REMITO            PIC 9(08).
           05  WLM-CUENTA            PIC 9(06).
           05  WLM-CANTIDAD          PIC S9(07)V99.

       FD  LOTESTK.
       01  REG-LOTESTK.
           05  WLS-CLAVE.
               10  WLS-SUCURSAL      PIC 9(02).
               10  WLS-ARTICULO      PIC 9(06).
               10  WLS-LOTE          PIC X(10).
           05  WLS-VENCIMIENTO       PIC 9(08).

       FD  ARTBARRA.
       01  REG-ARTBARRA.
           05  WAB-ARTICULO          PIC 9(06).
           05  WAB-CODBARRA          PIC X(13).

       FD  ARTPACK.
       01  REG-ARTPACK.
           05  WPK-ARTICULO          PIC 9(06).
           05  WPK-UNID-POR-BULTO    PIC 9(04).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PALETIZ".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WGS-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WPY-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WLM-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WAB-STATUS                PIC X(02).
       77  WPK-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WPZ-MODO-PARAM            PIC X(01).
       77  WPZ-REMITO-PARAM          PIC 9(08).
       77  WPZ-TOPE-BULTOS           PIC 9(05).
       77  WPZ-PREFIJO-PARAM         PIC 9(07).
       77  WPZ-EXTENSION-PARAM       PIC 9(01).
       77  WPZ-HOY                   PIC 9(08).
       77  WPZ-HALLADO               PIC X(01).
       77  WPZ-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WPZ-UNID-POR-BULTO        PIC 9(04).
       77  WPZ-GTIN                  PIC X(14).
       77  WPZ-PENDIENTE             PIC S9(07)V99.
       77  WPZ-PIEZA-CANT            PIC S9(07)V99.
       77  WPZ-PIEZA-LOTE            PIC X(10).
       77  WPZ-PIEZA-VENC            PIC 9(08).
       77  WPZ-A-TOMAR               PIC S9(07)V99.
       77  WPZ-CAPACIDAD             PIC S9(09)V99.
       77  WPZ-BULTOS-PIEZA          PIC 9(05).
       77  WPZ-RESTO                 PIC S9(07)V99.
       77  WPZ-LIBRES                PIC 9(05).
       77  WPZ-SEC-DETALLE           PIC 9(03).
       77  WPZ-CANT-PALLETS          PIC 9(03) VALUE 0.
       77  WPZ-CANT-LOTES            PIC 9(03) VALUE 0.
       77  WPZ-CANT-BORRADOS         PIC 9(03) VALUE 0.
       77  WPZ-IX                    PIC 9(03).
       77  WPZ-DX                    PIC 9(02).
       77  WPZ-SUMA                  PIC 9(04).
       77  WPZ-COCIENTE              PIC 9(04).
       77  WPZ-DIGITO                PIC 9(02).
       77  WPZ-CANT-ETIQ             PIC 9(05) VALUE 0.
       77  WPZ-VENC-AAMMDD           PIC 9(06).
       77  WPZ-CANTIDAD-ENTERA       PIC 9(08).
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-LOTEMOV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LOTEMOV     VALUE "S".
       77  EOF-PALLET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLET      VALUE "S".
       77  EOF-PALLDET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLDET     VALUE "S".

      *    SSCC armado: extension + prefijo + serie + DV.
       01  WPZ-SSCC.
           05  WPZ-SSCC-EXTENSION    PIC 9(01).
           05  WPZ-SSCC-PREFIJO      PIC 9(07).
           05  WPZ-SSCC-SERIE        PIC 9(09).
           05  WPZ-SSCC-DV           PIC 9(01).
       01  WPZ-SSCC-R REDEFINES WPZ-SSCC.
           05  WPZ-SSCC-DIG          OCCURS 18 TIMES PIC 9(01).

      *    Lotes que LOTEFEFO despacho para el remito, con lo que
      *    queda por repartir entre renglones.
       01  WPZ-TABLA-LOTES.
           05  WPZ-L-ENTRADA         OCCURS 500 TIMES.
               10  WPZ-L-ARTICULO    PIC 9(06).
               10  WPZ-L-LOTE        PIC X(10).
               10  WPZ-L-VENCIMIENTO PIC 9(08).
               10  WPZ-L-RESTANTE    PIC S9(07)V99.

      *    Pallets del remito en armado; la cabecera se graba al
      *    final, cuando se sabe cuantos son.
       01  WPZ-TABLA-PALLETS.
           05  WPZ-P-ENTRADA         OCCURS 99 TIMES.
               10  WPZ-P-SSCC        PIC X(18).
               10  WPZ-P-BULTOS      PIC 9(05).

       01  LIN-ETIQ-SSCC.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "SSCC    ".
           05  FILLER             PIC X(04) VALUE "(00)".
           05  E-SSCC             PIC X(18).
           05  FILLER             PIC X(09) VALUE "  PALLET ".
           05  E-NUMERO           PIC ZZ9.
           05  FILLER             PIC X(04) VALUE " DE ".
           05  E-CANT-PALLETS     PIC ZZ9.
           05  FILLER             PIC X(09) VALUE "  BULTOS ".
           05  E-BULTOS           PIC ZZZZ9.

       01  LIN-ETIQ-DESTINO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "REMITO  ".
           05  E-REMITO           PIC Z(7)9.
           05  FILLER             PIC X(09) VALUE "  CUENTA ".
           05  E-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  E-NOMBRE           PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  E-DIRECCION        PIC X(30).

       01  LIN-ETIQ-CONTENIDO.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE "(02)".
           05  E-GTIN             PIC X(14).
           05  FILLER             PIC X(05) VALUE " (10)".
           05  E-LOTE             PIC X(10).
           05  FILLER             PIC X(05) VALUE " (17)".
           05  E-VENC             PIC 9(06).
           05  FILLER             PIC X(05) VALUE " (37)".
           05  E-CANTIDAD         PIC 9(08).
           05  FILLER             PIC X(05) VALUE " ART ".
           05  E-ARTICULO         PIC Z(5)9.

      *    Cadena de datos para el simbolo GS1-128 del SSCC.
       01  LIN-ETIQ-CODIGO.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE "00".
           05  E-SSCC-CODIGO      PIC X(18).

       PROCEDURE DIVISION.
       DECLARATIVES.
       GS1PARAM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON GS1PARAM.
           DISPLAY "ERROR E/S GS1PARAM: " WGS-STATUS.
       PALLET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLET.
           DISPLAY "ERROR E/S PALLET: " WPL-STATUS.
       PALLDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLDET.
           DISPLAY "ERROR E/S PALLDET: " WPY-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       REMDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMDET.
           DISPLAY "ERROR E/S REMDET: " WRD-STATUS.
       LOTEMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTEMOV.
           DISPLAY "ERROR E/S LOTEMOV: " WLM-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       ARTBARRA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTBARRA.
           DISPLAY "ERROR E/S ARTBARRA: " WAB-STATUS.
       ARTPACK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTPACK.
           DISPLAY "ERROR E/S ARTPACK: " WPK-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WPZ-MODO-PARAM
               WHEN "G"
                   PERFORM 2000-PARAMETROS THRU 2000-PARAMETROS-EXIT
               WHEN "P"
                   PERFORM 3000-ARMAR THRU 3000-ARMAR-EXIT
               WHEN "R"
                   PERFORM 5000-ETIQUETAS THRU 5000-ETIQUETAS-EXIT
               WHEN "B"
                   PERFORM 6000-DESHACER THRU 6000-DESHACER-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (G/P/R/B) .....: " LINE 6 POSITION 5.
           ACCEPT WPZ-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WPZ-HOY FROM DATE YYYYMMDD.
           OPEN I-O GS1PARAM.
           IF WGS-STATUS = "35"
               CLOSE GS1PARAM
               OPEN OUTPUT GS1PARAM
               CLOSE GS1PARAM
               OPEN I-O GS1PARAM
           END-IF.
           OPEN I-O PALLET.
           IF WPL-STATUS = "35"
               CLOSE PALLET
               OPEN OUTPUT PALLET
               CLOSE PALLET
               OPEN I-O PALLET
           END-IF.
           OPEN I-O PALLDET.
           IF WPY-STATUS = "35"
               CLOSE PALLDET
               OPEN OUTPUT PALLDET
               CLOSE PALLDET
               OPEN I-O PALLDET
           END-IF.
           OPEN INPUT REMITO.
           OPEN INPUT REMDET.
           OPEN INPUT LOTEMOV.
           IF WLM-STATUS NOT = "00"
               MOVE "S" TO EOF-LOTEMOV
           END-IF.
           OPEN INPUT LOTESTK.
           OPEN INPUT ARTBARRA.
           OPEN INPUT ARTPACK.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           IF WPZ-MODO-PARAM NOT = "G"
               DISPLAY "REMITO .............: " LINE 8 POSITION 5
               ACCEPT WPZ-REMITO-PARAM LINE 8 POSITION 28
           END-IF.

       2000-PARAMETROS.
           MOVE "S"   TO WPZ-HALLADO.
           MOVE "GS1" TO WGS-CLAVE.
           READ GS1PARAM KEY IS WGS-CLAVE
               INVALID KEY
                   MOVE "N" TO WPZ-HALLADO
                   MOVE 0   TO WGS-PREFIJO
                   MOVE 0   TO WGS-EXTENSION
           END-READ.
           DISPLAY "PREFIJO ACTUAL .....: " LINE 8 POSITION 5.
           DISPLAY WGS-PREFIJO LINE 8 POSITION 28.
           DISPLAY "PREFIJO EMPRESA GS1 : " LINE 9 POSITION 5.
           ACCEPT WPZ-PREFIJO-PARAM LINE 9 POSITION 28.
           DISPLAY "DIGITO EXTENSION ...: " LINE 10 POSITION 5.
           ACCEPT WPZ-EXTENSION-PARAM LINE 10 POSITION 28.
           IF WPZ-PREFIJO-PARAM = 0
               DISPLAY "PREFIJO INVALIDO" LINE 20 POSITION 5
               GO TO 2000-PARAMETROS-EXIT
           END-IF.
           MOVE "GS1"               TO WGS-CLAVE.
           MOVE WPZ-PREFIJO-PARAM   TO WGS-PREFIJO.
           MOVE WPZ-EXTENSION-PARAM TO WGS-EXTENSION.
           IF WPZ-HALLADO = "S"
               REWRITE REG-GS1PARAM
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR GS1PARAM"
               END-REWRITE
           ELSE
               WRITE REG-GS1PARAM
                   INVALID KEY DISPLAY "NO PUDO GRABAR GS1PARAM"
               END-WRITE
           END-IF.
           DISPLAY "PARAMETROS GRABADOS" LINE 17 POSITION 5.
       2000-PARAMETROS-EXIT.
           EXIT.

       3000-ARMAR.
           MOVE "GS1" TO WGS-CLAVE.
           READ GS1PARAM KEY IS WGS-CLAVE
               INVALID KEY
                   DISPLAY "FALTA EL PREFIJO GS1 (MODO G)"
                       LINE 20 POSITION 5
                   GO TO 3000-ARMAR-EXIT
           END-READ.
           MOVE WPZ-REMITO-PARAM TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY
                   DISPLAY "REMITO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3000-ARMAR-EXIT
           END-READ.
           PERFORM 7000-VER-ARMADO THRU 7000-VER-ARMADO-EXIT.
           IF WPZ-HALLADO = "S"
               DISPLAY "REMITO YA PALETIZADO (MODO B PARA REHACER)"
                   LINE 20 POSITION 5
               GO TO 3000-ARMAR-EXIT
           END-IF.
           DISPLAY "BULTOS POR PALLET ..: " LINE 9 POSITION 5.
           ACCEPT WPZ-TOPE-BULTOS LINE 9 POSITION 28.
           IF WPZ-TOPE-BULTOS = 0
               DISPLAY "TOPE DE BULTOS INVALIDO" LINE 20 POSITION 5
               GO TO 3000-ARMAR-EXIT
           END-IF.
           IF NOT NO-HAY-MAS-LOTEMOV
               MOVE LOW-VALUES TO WLM-CLAVE
               START LOTEMOV KEY IS NOT LESS THAN WLM-CLAVE
                   INVALID KEY MOVE "S" TO EOF-LOTEMOV
               END-START
           END-IF.
           PERFORM 3100-JUNTAR-LOTE THRU 3100-JUNTAR-LOTE-EXIT
               UNTIL NO-HAY-MAS-LOTEMOV.
           MOVE 0 TO WPZ-LIBRES.
           MOVE "N" TO EOF-REMDET.
           MOVE WPZ-REMITO-PARAM TO WRD-NUMERO.
           MOVE 0                TO WRD-SECUENCIA.
           START REMDET KEY IS NOT LESS THAN WRD-CLAVE
               INVALID KEY MOVE "S" TO EOF-REMDET
           END-START.
           PERFORM 3200-RENGLON THRU 3200-RENGLON-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           IF WPZ-CANT-PALLETS = 0
               DISPLAY "REMITO SIN RENGLONES" LINE 20 POSITION 5
               GO TO 3000-ARMAR-EXIT
           END-IF.
           PERFORM 3600-GRABAR-PALLET
               VARYING WPZ-IX FROM 1 BY 1
               UNTIL WPZ-IX > WPZ-CANT-PALLETS.
           DISPLAY "PALLETS ARMADOS ....: " LINE 17 POSITION 5.
           DISPLAY WPZ-CANT-PALLETS LINE 17 POSITION 28.
           PERFORM 5000-ETIQUETAS THRU 5000-ETIQUETAS-EXIT.
       3000-ARMAR-EXIT.
           EXIT.

       3100-JUNTAR-LOTE.
           READ LOTEMOV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LOTEMOV
                   GO TO 3100-JUNTAR-LOTE-EXIT
           END-READ.
           IF WLM-REMITO NOT = WPZ-REMITO-PARAM
               GO TO 3100-JUNTAR-LOTE-EXIT
           END-IF.
           IF WPZ-CANT-LOTES >= 500
               DISPLAY "DEMASIADOS LOTES EN EL REMITO - LOTE "
                   WLM-LOTE " SALE SIN LOTE"
               GO TO 3100-JUNTAR-LOTE-EXIT
           END-IF.
           MOVE WLM-SUCURSAL TO WLS-SUCURSAL.
           MOVE WLM-ARTICULO TO WLS-ARTICULO.
           MOVE WLM-LOTE     TO WLS-LOTE.
           READ LOTESTK KEY IS WLS-CLAVE
               INVALID KEY MOVE 0 TO WLS-VENCIMIENTO
           END-READ.
           ADD 1 TO WPZ-CANT-LOTES.
           MOVE WLM-ARTICULO    TO WPZ-L-ARTICULO (WPZ-CANT-LOTES).
           MOVE WLM-LOTE        TO WPZ-L-LOTE (WPZ-CANT-LOTES).
           MOVE WLS-VENCIMIENTO TO WPZ-L-VENCIMIENTO
                                       (WPZ-CANT-LOTES).
           MOVE WLM-CANTIDAD    TO WPZ-L-RESTANTE (WPZ-CANT-LOTES).
       3100-JUNTAR-LOTE-EXIT.
           EXIT.

      *    Cada renglon se reparte entre los lotes despachados del
      *    articulo; lo que no tiene lote va igual, sin lote.
       3200-RENGLON.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           END-READ.
           IF NO-HAY-MAS-REMDET OR WRD-NUMERO NOT = WPZ-REMITO-PARAM
               MOVE "S" TO EOF-REMDET
               GO TO 3200-RENGLON-EXIT
           END-IF.
           IF WRD-CANTIDAD NOT > 0
               GO TO 3200-RENGLON-EXIT
           END-IF.
           MOVE WRD-ARTICULO TO WPK-ARTICULO.
           READ ARTPACK KEY IS WPK-ARTICULO
               INVALID KEY MOVE 1 TO WPK-UNID-POR-BULTO
           END-READ.
           MOVE WPK-UNID-POR-BULTO TO WPZ-UNID-POR-BULTO.
           IF WPZ-UNID-POR-BULTO = 0
               MOVE 1 TO WPZ-UNID-POR-BULTO
           END-IF.
           MOVE SPACES TO WPZ-GTIN.
           MOVE WRD-ARTICULO TO WAB-ARTICULO.
           READ ARTBARRA KEY IS WAB-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO " WRD-ARTICULO
                       " SIN CODIGO DE BARRAS EN ARTBARRA"
               NOT INVALID KEY
                   STRING "0" WAB-CODBARRA
                       DELIMITED BY SIZE INTO WPZ-GTIN
           END-READ.
           MOVE WRD-CANTIDAD TO WPZ-PENDIENTE.
           PERFORM 3300-TOMAR-LOTE
               VARYING WPZ-IX FROM 1 BY 1
               UNTIL WPZ-IX > WPZ-CANT-LOTES OR WPZ-PENDIENTE = 0.
           IF WPZ-PENDIENTE > 0
               MOVE WPZ-PENDIENTE TO WPZ-PIEZA-CANT
               MOVE SPACES        TO WPZ-PIEZA-LOTE
               MOVE 0             TO WPZ-PIEZA-VENC
               PERFORM 3400-UBICAR THRU 3400-UBICAR-EXIT
                   UNTIL WPZ-PIEZA-CANT = 0
           END-IF.
       3200-RENGLON-EXIT.
           EXIT.

       3300-TOMAR-LOTE.
           IF WPZ-L-ARTICULO (WPZ-IX) = WRD-ARTICULO AND
              WPZ-L-RESTANTE (WPZ-IX) > 0
               IF WPZ-L-RESTANTE (WPZ-IX) < WPZ-PENDIENTE
                   MOVE WPZ-L-RESTANTE (WPZ-IX) TO WPZ-PIEZA-CANT
               ELSE
                   MOVE WPZ-PENDIENTE TO WPZ-PIEZA-CANT
               END-IF
               SUBTRACT WPZ-PIEZA-CANT FROM WPZ-L-RESTANTE (WPZ-IX)
               SUBTRACT WPZ-PIEZA-CANT FROM WPZ-PENDIENTE
               MOVE WPZ-L-LOTE (WPZ-IX)        TO WPZ-PIEZA-LOTE
               MOVE WPZ-L-VENCIMIENTO (WPZ-IX) TO WPZ-PIEZA-VENC
               PERFORM 3400-UBICAR THRU 3400-UBICAR-EXIT
                   UNTIL WPZ-PIEZA-CANT = 0
           END-IF.

      *    Pone en el pallet abierto lo que entra de la pieza
      *    (renglon/lote) y abre otro pallet si hace falta.
       3400-UBICAR.
           IF WPZ-LIBRES = 0
               PERFORM 3500-ABRIR-PALLET THRU 3500-ABRIR-PALLET-EXIT
               IF WPZ-LIBRES = 0
                   MOVE 0 TO WPZ-PIEZA-CANT
                   GO TO 3400-UBICAR-EXIT
               END-IF
           END-IF.
           COMPUTE WPZ-CAPACIDAD = WPZ-LIBRES * WPZ-UNID-POR-BULTO.
           IF WPZ-PIEZA-CANT > WPZ-CAPACIDAD
               MOVE WPZ-CAPACIDAD  TO WPZ-A-TOMAR
           ELSE
               MOVE WPZ-PIEZA-CANT TO WPZ-A-TOMAR
           END-IF.
           DIVIDE WPZ-A-TOMAR BY WPZ-UNID-POR-BULTO
               GIVING WPZ-BULTOS-PIEZA REMAINDER WPZ-RESTO.
           IF WPZ-RESTO > 0
               ADD 1 TO WPZ-BULTOS-PIEZA
           END-IF.
           IF WPZ-BULTOS-PIEZA > WPZ-LIBRES
               MOVE WPZ-LIBRES TO WPZ-BULTOS-PIEZA
           END-IF.
           ADD 1 TO WPZ-SEC-DETALLE.
           MOVE WPZ-P-SSCC (WPZ-CANT-PALLETS) TO WPY-SSCC.
           MOVE WPZ-SEC-DETALLE  TO WPY-SECUENCIA.
           MOVE WPZ-REMITO-PARAM TO WPY-REMITO.
           MOVE WRD-SECUENCIA    TO WPY-REM-SECUENCIA.
           MOVE WRD-ARTICULO     TO WPY-ARTICULO.
           MOVE WPZ-GTIN         TO WPY-GTIN.
           MOVE WPZ-PIEZA-LOTE   TO WPY-LOTE.
           MOVE WPZ-PIEZA-VENC   TO WPY-VENCIMIENTO.
           MOVE WPZ-A-TOMAR      TO WPY-CANTIDAD.
           WRITE REG-PALLDET
               INVALID KEY DISPLAY "NO PUDO GRABAR PALLDET"
           END-WRITE.
           ADD WPZ-BULTOS-PIEZA TO WPZ-P-BULTOS (WPZ-CANT-PALLETS).
           SUBTRACT WPZ-BULTOS-PIEZA FROM WPZ-LIBRES.
           SUBTRACT WPZ-A-TOMAR FROM WPZ-PIEZA-CANT.
       3400-UBICAR-EXIT.
           EXIT.

      *    Nuevo pallet con su SSCC.
       3500-ABRIR-PALLET.
           IF WPZ-CANT-PALLETS >= 99
               DISPLAY "MAS DE 99 PALLETS PARA EL REMITO - "
                   "COMPLETAR A MANO"
               GO TO 3500-ABRIR-PALLET-EXIT
           END-IF.
           MOVE "SSCC    " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.
           MOVE WGS-EXTENSION     TO WPZ-SSCC-EXTENSION.
           MOVE WGS-PREFIJO       TO WPZ-SSCC-PREFIJO.
           MOVE WNU-ULTIMO-NUMERO TO WPZ-SSCC-SERIE.
           MOVE 0                 TO WPZ-SSCC-DV.
           PERFORM 3700-DIGITO-VERIFICADOR
               THRU 3700-DIGITO-VERIFICADOR-EXIT.
           ADD 1 TO WPZ-CANT-PALLETS.
           MOVE WPZ-SSCC TO WPZ-P-SSCC (WPZ-CANT-PALLETS).
           MOVE 0        TO WPZ-P-BULTOS (WPZ-CANT-PALLETS).
           MOVE WPZ-TOPE-BULTOS TO WPZ-LIBRES.
           MOVE 0 TO WPZ-SEC-DETALLE.
       3500-ABRIR-PALLET-EXIT.
           EXIT.

       3600-GRABAR-PALLET.
           MOVE WPZ-P-SSCC (WPZ-IX)   TO WPL-SSCC.
           MOVE WPZ-REMITO-PARAM      TO WPL-REMITO.
           MOVE WRM-CUENTA            TO WPL-CUENTA.
           MOVE WPZ-IX                TO WPL-NUMERO.
           MOVE WPZ-CANT-PALLETS      TO WPL-CANT-PALLETS.
           MOVE WPZ-P-BULTOS (WPZ-IX) TO WPL-BULTOS.
           MOVE WPZ-HOY               TO WPL-FECHA.
           MOVE "A"                   TO WPL-ESTADO.
           MOVE 0                     TO WPL-FEC-ENTREGA.
           WRITE REG-PALLET
               INVALID KEY DISPLAY "NO PUDO GRABAR PALLET " WPL-SSCC
           END-WRITE.

      *    Digito verificador GS1 sobre los 17 digitos de datos:
      *    posiciones impares por 3 y pares por 1, completando a
      *    la decena (misma regla que el EAN-13 de ETIPESO, con
      *    la cantidad de digitos impar).
       3700-DIGITO-VERIFICADOR.
           MOVE 0 TO WPZ-SUMA.
           PERFORM 3710-SUMAR-DIGITO
               VARYING WPZ-DX FROM 1 BY 1 UNTIL WPZ-DX > 17.
           DIVIDE WPZ-SUMA BY 10
               GIVING WPZ-COCIENTE REMAINDER WPZ-DIGITO.
           IF WPZ-DIGITO = 0
               MOVE 0 TO WPZ-SSCC-DV
           ELSE
               COMPUTE WPZ-SSCC-DV = 10 - WPZ-DIGITO
           END-IF.
       3700-DIGITO-VERIFICADOR-EXIT.
           EXIT.

       3710-SUMAR-DIGITO.
           DIVIDE WPZ-DX BY 2 GIVING WPZ-COCIENTE REMAINDER WPZ-DIGITO.
           IF WPZ-DIGITO = 1
               COMPUTE WPZ-SUMA =
                   WPZ-SUMA + (WPZ-SSCC-DIG (WPZ-DX) * 3)
           ELSE
               ADD WPZ-SSCC-DIG (WPZ-DX) TO WPZ-SUMA
           END-IF.

      *    Una etiqueta por pallet del remito.
       5000-ETIQUETAS.
           MOVE WPZ-REMITO-PARAM TO WRM-NUMERO.
           READ REMITO KEY IS WRM-NUMERO
               INVALID KEY
                   MOVE 0      TO WRM-CUENTA
                   MOVE SPACES TO WRM-NOMBRE
                   MOVE SPACES TO WRM-DIRECCION
           END-READ.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WPZ-LISTADO-ABIERTO.
           MOVE "N" TO EOF-PALLET.
           MOVE WPZ-REMITO-PARAM TO WPL-REMITO.
           START PALLET KEY IS NOT LESS THAN WPL-REMITO
               INVALID KEY MOVE "S" TO EOF-PALLET
           END-START.
           PERFORM 5100-ETIQUETA THRU 5100-ETIQUETA-EXIT
               UNTIL NO-HAY-MAS-PALLET.
           DISPLAY "ETIQUETAS IMPRESAS .: " LINE 18 POSITION 5.
           DISPLAY WPZ-CANT-ETIQ LINE 18 POSITION 28.
       5000-ETIQUETAS-EXIT.
           EXIT.

       5100-ETIQUETA.
           READ PALLET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLET
           END-READ.
           IF NO-HAY-MAS-PALLET OR WPL-REMITO NOT = WPZ-REMITO-PARAM
               MOVE "S" TO EOF-PALLET
               GO TO 5100-ETIQUETA-EXIT
           END-IF.
           MOVE WPL-SSCC         TO E-SSCC.
           MOVE WPL-NUMERO       TO E-NUMERO.
           MOVE WPL-CANT-PALLETS TO E-CANT-PALLETS.
           MOVE WPL-BULTOS       TO E-BULTOS.
           WRITE LIN-LISTADO FROM LIN-ETIQ-SSCC AFTER PAGE.
           MOVE WPL-SSCC TO E-SSCC-CODIGO.
           WRITE LIN-LISTADO FROM LIN-ETIQ-CODIGO AFTER 1.
           MOVE WPL-REMITO    TO E-REMITO.
           MOVE WPL-CUENTA    TO E-CUENTA.
           MOVE WRM-NOMBRE    TO E-NOMBRE.
           MOVE WRM-DIRECCION TO E-DIRECCION.
           WRITE LIN-LISTADO FROM LIN-ETIQ-DESTINO AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE "N" TO EOF-PALLDET.
           MOVE WPL-SSCC TO WPY-SSCC.
           MOVE 0        TO WPY-SECUENCIA.
           START PALLDET KEY IS NOT LESS THAN WPY-CLAVE
               INVALID KEY MOVE "S" TO EOF-PALLDET
           END-START.
           PERFORM 5200-CONTENIDO THRU 5200-CONTENIDO-EXIT
               UNTIL NO-HAY-MAS-PALLDET.
           ADD 1 TO WPZ-CANT-ETIQ.
       5100-ETIQUETA-EXIT.
           EXIT.

       5200-CONTENIDO.
           READ PALLDET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLDET
           END-READ.
           IF NO-HAY-MAS-PALLDET OR WPY-SSCC NOT = WPL-SSCC
               MOVE "S" TO EOF-PALLDET
               GO TO 5200-CONTENIDO-EXIT
           END-IF.
           MOVE WPY-VENCIMIENTO (3:6) TO WPZ-VENC-AAMMDD.
           MOVE WPY-CANTIDAD          TO WPZ-CANTIDAD-ENTERA.
           MOVE WPY-GTIN              TO E-GTIN.
           MOVE WPY-LOTE              TO E-LOTE.
           MOVE WPZ-VENC-AAMMDD       TO E-VENC.
           MOVE WPZ-CANTIDAD-ENTERA   TO E-CANTIDAD.
           MOVE WPY-ARTICULO          TO E-ARTICULO.
           WRITE LIN-LISTADO FROM LIN-ETIQ-CONTENIDO AFTER 1.
       5200-CONTENIDO-EXIT.
           EXIT.

      *    Baja del armado: solo si ningun pallet del remito tiene
      *    todavia resultado de entrega.
       6000-DESHACER.
           MOVE "N" TO EOF-PALLET.
           MOVE WPZ-REMITO-PARAM TO WPL-REMITO.
           START PALLET KEY IS NOT LESS THAN WPL-REMITO
               INVALID KEY MOVE "S" TO EOF-PALLET
           END-START.
           PERFORM 6100-BORRAR-PALLET THRU 6100-BORRAR-PALLET-EXIT
               UNTIL NO-HAY-MAS-PALLET.
           DISPLAY "PALLETS BORRADOS ...: " LINE 17 POSITION 5.
           DISPLAY WPZ-CANT-BORRADOS LINE 17 POSITION 28.
       6000-DESHACER-EXIT.
           EXIT.

       6100-BORRAR-PALLET.
           READ PALLET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLET
           END-READ.
           IF NO-HAY-MAS-PALLET OR WPL-REMITO NOT = WPZ-REMITO-PARAM
               MOVE "S" TO EOF-PALLET
               GO TO 6100-BORRAR-PALLET-EXIT
           END-IF.
           IF NOT WPL-ARMADO
               DISPLAY "PALLET " WPL-SSCC " YA ENTREGADO - QUEDA"
               GO TO 6100-BORRAR-PALLET-EXIT
           END-IF.
           MOVE "N" TO EOF-PALLDET.
           MOVE WPL-SSCC TO WPY-SSCC.
           MOVE 0        TO WPY-SECUENCIA.
           START PALLDET KEY IS NOT LESS THAN WPY-CLAVE
               INVALID KEY MOVE "S" TO EOF-PALLDET
           END-START.
           PERFORM 6200-BORRAR-CONTENIDO
               THRU 6200-BORRAR-CONTENIDO-EXIT
               UNTIL NO-HAY-MAS-PALLDET.
           DELETE PALLET RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR PALLET"
           END-DELETE.
           ADD 1 TO WPZ-CANT-BORRADOS.
       6100-BORRAR-PALLET-EXIT.
           EXIT.

       6200-BORRAR-CONTENIDO.
           READ PALLDET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLDET
           END-READ.
           IF NO-HAY-MAS-PALLDET OR WPY-SSCC NOT = WPL-SSCC
               MOVE "S" TO EOF-PALLDET
               GO TO 6200-BORRAR-CONTENIDO-EXIT
           END-IF.
           DELETE PALLDET RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR PALLDET"
           END-DELETE.
       6200-BORRAR-CONTENIDO-EXIT.
           EXIT.

       7000-VER-ARMADO.
           MOVE "N" TO WPZ-HALLADO.
           MOVE WPZ-REMITO-PARAM TO WPL-REMITO.
           START PALLET KEY IS NOT LESS THAN WPL-REMITO
               INVALID KEY GO TO 7000-VER-ARMADO-EXIT
           END-START.
           READ PALLET NEXT RECORD
               AT END GO TO 7000-VER-ARMADO-EXIT
           END-READ.
           IF WPL-REMITO = WPZ-REMITO-PARAM
               MOVE "S" TO WPZ-HALLADO
           END-IF.
       7000-VER-ARMADO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE GS1PARAM.
           CLOSE PALLET.
           CLOSE PALLDET.
           CLOSE REMITO.
           CLOSE REMDET.
           IF WLM-STATUS NOT = "35"
               CLOSE LOTEMOV
           END-IF.
           CLOSE LOTESTK.
           CLOSE ARTBARRA.
           CLOSE ARTPACK.
           CLOSE NUMERO.
           IF WPZ-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
