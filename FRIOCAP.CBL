      * cumplimiento y excepciones que pide SENASA. Hasta ahora
      * no habia evidencia de frio en el sistema y una entrega
      * rechazada por una cadena paga este registro.
      * La lectura de salida (parada 0) pasa antes por DOCCHK:
      * con VTV, RUTA, SENASA, seguro o licencias del chofer
      * vencidos no se registra la salida, salvo autorizacion
      * del supervisor con permiso SALIDOC.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WFC-HALLADO               PIC X(01).
       77  EOF-VEHIC                  PIC X(01).
           88  NO-HAY-MAS-VEHIC       VALUE "S".
       77  WFC-DOC-RUTA              PIC 9(04).
       77  WFC-DOC-AUTORIZADO        PIC X(01).
       77  WFC-DOC-MOTIVO            PIC X(40).
       77  WFC-DOC-CANT-FALTAS       PIC 9(02).
       01  WFC-DOC-CLAVE-OPER.
           05  WFC-DOC-EMP-OPER      PIC 9(04).
           05  WFC-DOC-SUC-OPER      PIC 9(02).

       PROCEDURE DIVISION.
       DECLARATIVES.
           ACCEPT WFC-FECHA-PARAM LINE 9 POSITION 29.
           DISPLAY "PARADA (0 = SALIDA) .: " LINE 10 POSITION 5.
           ACCEPT WFC-PARADA-PARAM LINE 10 POSITION 29.
           IF WFC-PARADA-PARAM = 0
               PERFORM 2050-CONTROL-DOCUMENTOS
               IF WFC-DOC-AUTORIZADO = "N"
                   DISPLAY "SALIDA NO REGISTRADA" LINE 20 POSITION 5
                   GO TO 2000-CARGAR-LECTURA-EXIT
               END-IF
           END-IF.
           MOVE WFC-RUTA-PARAM   TO WFG-RUTA.
           MOVE WFC-FECHA-PARAM  TO WFG-FECHA.
           MOVE WFC-PARADA-PARAM TO WFG-PARADA.
       2000-CARGAR-LECTURA-EXIT.
           EXIT.

      *    Papeles del camion y del chofer a la fecha de la
      *    salida; si hay faltas se pide la clave del supervisor
      *    y se consulta de nuevo.
       2050-CONTROL-DOCUMENTOS.
           MOVE WFC-RUTA-PARAM TO WFC-DOC-RUTA.
           MOVE ZEROS          TO WFC-DOC-CLAVE-OPER.
           CALL "DOCCHK" USING WFC-DOC-RUTA
                               WFC-FECHA-PARAM
                               WFC-DOC-CLAVE-OPER
                               WFC-DOC-AUTORIZADO
                               WFC-DOC-MOTIVO
                               WFC-DOC-CANT-FALTAS
           END-CALL.
           IF WFC-DOC-AUTORIZADO = "N"
               DISPLAY WFC-DOC-MOTIVO LINE 17 POSITION 5
               DISPLAY "FALTAS: " LINE 17 POSITION 47
               DISPLAY WFC-DOC-CANT-FALTAS LINE 17 POSITION 55
               DISPLAY "CLAVE OPER (EMP): " LINE 18 POSITION 5
               ACCEPT WFC-DOC-EMP-OPER LINE 18 POSITION 24
               DISPLAY "CLAVE OPER (SUC): " LINE 19 POSITION 5
               ACCEPT WFC-DOC-SUC-OPER LINE 19 POSITION 24
               CALL "DOCCHK" USING WFC-DOC-RUTA
                                   WFC-FECHA-PARAM
                                   WFC-DOC-CLAVE-OPER
                                   WFC-DOC-AUTORIZADO
                                   WFC-DOC-MOTIVO
                                   WFC-DOC-CANT-FALTAS
               END-CALL
           END-IF.

       2100-BUSCAR-VEHICULO.
           READ VEHIC NEXT RECORD
               AT END MOVE "S" TO EOF-VEHIC
