      * fecha. Modo P marca una ruta como provincial en
      * RUTAPROV: para esas rutas el manifiesto de RUTMANIF
      * avisa si va a salir sin COT registrado.
      * El COT va por donde va la mercaderia: el modo E pide la
      * jurisdiccion de IIBB que corresponde a ARBA y no declara
      * los remitos cuyo destino (jurisdiccion del punto de
      * entrega grabada en el remito) es otra; los remitos sin
      * jurisdiccion de destino (domicilio de la cuenta) se
      * declaran como siempre. La declaracion lleva el codigo
      * postal y la jurisdiccion del destino.
      * Antes de declarar, el modo E pasa la ruta por DOCCHK:
      * con papeles del camion o del chofer vencidos no se arma
      * el COT, salvo autorizacion del supervisor (SALIDOC).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRM-CUENTA            PIC 9(06).
           05  WRM-NOMBRE            PIC X(30).
           05  WRM-DIRECCION         PIC X(30).
           05  WRM-PUNTO             PIC 9(03).
           05  WRM-COD-POSTAL        PIC X(08).
           05  WRM-JURISDICCION      PIC X(02).

       FD  REMDET.
       01  REG-REMDET.
       77  WAB-RUTA-PARAM            PIC 9(03).
       77  WAB-FECHA-PARAM           PIC 9(08).
       77  WAB-MARCA-PARAM           PIC X(01).
       77  WAB-JURIS-PARAM           PIC X(02).
       77  WAB-CANT-OMITIDOS         PIC 9(04) VALUE 0.
       77  WAB-BULTOS                PIC 9(07)V99.
       77  WAB-HOY                   PIC 9(08).
       77  WAB-CANT-REMITOS          PIC 9(04) VALUE 0.
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-COTRESP                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COTRESP     VALUE "S".
       77  WAB-DOC-RUTA              PIC 9(04).
       77  WAB-DOC-AUTORIZADO        PIC X(01) VALUE "S".
           88  WAB-DOC-RECHAZADO      VALUE "N".
       77  WAB-DOC-MOTIVO            PIC X(40).
       77  WAB-DOC-CANT-FALTAS       PIC 9(02).
       01  WAB-DOC-CLAVE-OPER.
           05  WAB-DOC-EMP-OPER      PIC 9(04).
           05  WAB-DOC-SUC-OPER      PIC 9(02).

       01  LIN-DECLARACION.
           05  X-FECHA               PIC 9(08).
           05  X-DIRECCION           PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  X-BULTOS              PIC 9(07)V99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  X-COD-POSTAL          PIC X(08).
           05  X-JURISDICCION        PIC X(02).

       PROCEDURE DIVISION.
       DECLARATIVES.
           PERFORM 1000-INICIAL.
           EVALUATE WAB-MODO-PARAM
               WHEN "E"
                   IF WAB-DOC-RECHAZADO
                       DISPLAY "COT NO GENERADO: " WAB-DOC-MOTIVO
                   ELSE
                       PERFORM 2000-EXPORTAR-REMITO
                           THRU 2000-EXPORTAR-REMITO-EXIT
                           UNTIL NO-HAY-MAS-REMITO
                       DISPLAY "REMITOS DECLARADOS: "
                           WAB-CANT-REMITOS
                       DISPLAY "OTRA JURISDICCION : "
                           WAB-CANT-OMITIDOS
                   END-IF
               WHEN "I"
                   PERFORM 4000-IMPORTAR-COT
                       THRU 4000-IMPORTAR-COT-EXIT
               ACCEPT WAB-RUTA-PARAM LINE 8 POSITION 23
               DISPLAY "FECHA REPARTO .: " LINE 9 POSITION 5
               ACCEPT WAB-FECHA-PARAM LINE 9 POSITION 23
               DISPLAY "JURISDICCION ARBA (BLANCO=TODAS): "
                   LINE 10 POSITION 5
               ACCEPT WAB-JURIS-PARAM LINE 10 POSITION 40
               PERFORM 1100-CONTROL-DOCUMENTOS
           END-IF.
           IF WAB-MODO-PARAM = "E" AND NOT WAB-DOC-RECHAZADO
               OPEN INPUT REMITO
               OPEN INPUT REMDET
               OPEN OUTPUT COTEXP
               END-IF
           END-IF.

      *    Papeles del camion y del chofer de la ruta a la fecha
      *    del reparto; si hay faltas se pide la clave del
      *    supervisor y se consulta de nuevo.
       1100-CONTROL-DOCUMENTOS.
           MOVE WAB-RUTA-PARAM TO WAB-DOC-RUTA.
           MOVE ZEROS          TO WAB-DOC-CLAVE-OPER.
           CALL "DOCCHK" USING WAB-DOC-RUTA
                               WAB-FECHA-PARAM
                               WAB-DOC-CLAVE-OPER
                               WAB-DOC-AUTORIZADO
                               WAB-DOC-MOTIVO
                               WAB-DOC-CANT-FALTAS
           END-CALL.
           IF WAB-DOC-RECHAZADO
               DISPLAY WAB-DOC-MOTIVO LINE 12 POSITION 5
               DISPLAY "FALTAS: " LINE 12 POSITION 47
               DISPLAY WAB-DOC-CANT-FALTAS LINE 12 POSITION 55
               DISPLAY "CLAVE OPER (EMP): " LINE 13 POSITION 5
               ACCEPT WAB-DOC-EMP-OPER LINE 13 POSITION 24
               DISPLAY "CLAVE OPER (SUC): " LINE 14 POSITION 5
               ACCEPT WAB-DOC-SUC-OPER LINE 14 POSITION 24
               CALL "DOCCHK" USING WAB-DOC-RUTA
                                   WAB-FECHA-PARAM
                                   WAB-DOC-CLAVE-OPER
                                   WAB-DOC-AUTORIZADO
                                   WAB-DOC-MOTIVO
                                   WAB-DOC-CANT-FALTAS
               END-CALL
           END-IF.

       2000-EXPORTAR-REMITO.
           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-REMITO
               MOVE "S" TO EOF-REMITO
               GO TO 2000-EXPORTAR-REMITO-EXIT
           END-IF.
           IF WAB-JURIS-PARAM NOT = SPACES
              AND WRM-JURISDICCION NOT = SPACES
              AND WRM-JURISDICCION NOT = WAB-JURIS-PARAM
               ADD 1 TO WAB-CANT-OMITIDOS
               GO TO 2000-EXPORTAR-REMITO-EXIT
           END-IF.
      *    Bultos declarados: suma de cantidades del remito.
           MOVE 0   TO WAB-BULTOS.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-CUENTA      TO X-CUENTA.
           MOVE WRM-DIRECCION   TO X-DIRECCION.
           MOVE WAB-BULTOS      TO X-BULTOS.
           MOVE WRM-COD-POSTAL  TO X-COD-POSTAL.
           MOVE WRM-JURISDICCION TO X-JURISDICCION.
           WRITE LIN-COTEXP FROM LIN-DECLARACION.
           ADD 1 TO WAB-CANT-REMITOS.
       2000-EXPORTAR-REMITO-EXIT.
       9999-FINAL.
           CLOSE COTMANIF.
           CLOSE RUTAPROV.
           IF WAB-MODO-PARAM = "E" AND NOT WAB-DOC-RECHAZADO
               CLOSE REMITO
               CLOSE REMDET
               CLOSE COTEXP
