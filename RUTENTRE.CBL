      * reponen la mercaderia en el STOCKSUC de la sucursal de la
      * que salio el reparto, en vez de conciliar los retornos en
      * papel y demorar dias la nota de credito del rechazo.
      * Para las cuentas con facturacion por periodo (CUENFREC
      * distinta de R) el remito aun no facturado (sin marca en
      * REMFACT) no genera credito: FACTPER factura solo lo
      * entregado. La reposicion de stock se hace igual.
      * Si el remito se paletizo con PALETIZ, el resultado pasa a
      * sus pallets: entregado (C/P) o rechazado (R/X), con la
      * fecha, para que la conformidad se pueda dar por SSCC.
      * Si la cuenta tenia turno de descarga para la ruta/fecha
      * en TURNOS (ver TURNODES) se piden la hora de llegada al
      * CD y la de inicio y fin de la descarga; sin llegada el
      * turno queda como no presentado y con llegada pero sin
      * descarga como rebotado.
      * Lo que se repone al stock por entrega corta o rechazo
      * deja su movimiento "ENT" en el kardex (STKMOV).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT CUENFREC  ASSIGN TO "CUENFREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCF-CUENTA
                             FILE STATUS IS WCF-STATUS.
           SELECT REMFACT   ASSIGN TO "REMFACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRF-REMITO
                             FILE STATUS IS WRF-STATUS.
           SELECT PALLET    ASSIGN TO "PALLET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPL-SSCC
                             ALTERNATE RECORD KEY IS WPL-REMITO
                                 WITH DUPLICATES
                             FILE STATUS IS WPL-STATUS.
           SELECT TURNOS    ASSIGN TO "TURNOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTN-CLAVE
                             FILE STATUS IS WTN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REMITO.
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       FD  CUENFREC.
       01  REG-CUENFREC.
           05  WCF-CUENTA            PIC 9(06).
           05  WCF-FRECUENCIA        PIC X(01).
               88  WCF-POR-REMITO     VALUE "R".
           05  WCF-FEC-ULT-FACT      PIC 9(08).

       FD  REMFACT.
       01  REG-REMFACT.
           05  WRF-REMITO            PIC 9(08).
           05  WRF-FACTURA           PIC 9(08).

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
           05  WPL-FEC-ENTREGA       PIC 9(08).

       FD  TURNOS.
       01  REG-TURNOS.
           05  WTN-CLAVE.
               10  WTN-FECHA         PIC 9(08).
               10  WTN-RUTA          PIC 9(03).
               10  WTN-CUENTA-CD     PIC 9(06).
           05  WTN-REMITO            PIC 9(08).
           05  WTN-HORA-DESDE        PIC 9(04).
           05  WTN-HORA-HASTA        PIC 9(04).
           05  WTN-NRO-RESERVA       PIC X(15).
           05  WTN-FEC-RESERVA       PIC 9(08).
           05  WTN-HORA-LLEGADA      PIC 9(04).
           05  WTN-HORA-INI-DESC     PIC 9(04).
           05  WTN-HORA-FIN-DESC     PIC 9(04).
           05  WTN-RESULTADO         PIC X(01).
               88  WTN-SIN-RENDIR     VALUE " ".
           05  WTN-OBSERVACION       PIC X(30).

       WORKING-STORAGE SECTION.
       77  WRM-STATUS                PIC X(02).
       77  WRD-STATUS                PIC X(02).
       77  WEN-STATUS                PIC X(02).
       77  WAJ-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WCF-STATUS                PIC X(02).
       77  WRF-STATUS                PIC X(02).
       77  WPL-STATUS                PIC X(02).
       77  WTN-STATUS                PIC X(02).
       77  WDE-RUTA-PARAM            PIC 9(03).
       77  WDE-FECHA-PARAM           PIC 9(08).
       77  WDE-SUCURSAL-PARAM        PIC 9(02).
       77  WDE-HOY                   PIC 9(08).
       77  WDE-EMP-PERCHK            PIC 9(04) VALUE 0.
       77  WDE-PERIODO-ABIERTO       PIC X(01).
       77  WDE-HAY-CUENFREC          PIC X(01) VALUE "S".
       77  WDE-HAY-REMFACT           PIC X(01) VALUE "S".
       77  WDE-ACREDITA              PIC X(01).
       77  WDE-HAY-PALLET            PIC X(01) VALUE "S".
       77  WDE-HAY-TURNOS            PIC X(01) VALUE "S".
       77  WDE-HORA-LLEGADA-CAP      PIC 9(04).
       77  WDE-HORA-INICIO-CAP       PIC 9(04).
       77  WDE-HORA-FIN-CAP          PIC 9(04).
       77  WDE-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WDE-KDX-TIPO              PIC X(03) VALUE "ENT".
       77  WDE-KDX-DOCUMENTO         PIC X(12).
       77  WDE-KDX-OPERADOR          PIC X(08) VALUE "RUTENTRE".
       77  WDE-KDX-CLAVE             PIC X(22).
       77  EOF-REMITO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMITO      VALUE "S".
       77  EOF-REMDET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-REMDET      VALUE "S".
       77  EOF-AJUPEN                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-AJUPEN      VALUE "S".
       77  EOF-PALLET                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PALLET      VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       CUENFREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENFREC.
           DISPLAY "ERROR E/S CUENFREC: " WCF-STATUS.
       REMFACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMFACT.
           DISPLAY "ERROR E/S REMFACT: " WRF-STATUS.
       PALLET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALLET.
           DISPLAY "ERROR E/S PALLET: " WPL-STATUS.
       TURNOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TURNOS.
           DISPLAY "ERROR E/S TURNOS: " WTN-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
               OPEN I-O AJUPEN
           END-IF.
           OPEN I-O STOCKSUC.
           OPEN INPUT CUENFREC.
           IF WCF-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-CUENFREC
           END-IF.
           OPEN INPUT REMFACT.
           IF WRF-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-REMFACT
           END-IF.
           OPEN I-O PALLET.
           IF WPL-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-PALLET
           END-IF.
           OPEN I-O TURNOS.
           IF WTN-STATUS NOT = "00"
               MOVE "N" TO WDE-HAY-TURNOS
           END-IF.
           MOVE WDE-RUTA-PARAM  TO WRM-RUTA.
           MOVE WDE-FECHA-PARAM TO WRM-FEC-REPARTO.
           MOVE 0               TO WRM-ORDEN-ENTREGA.
               GO TO 2000-PROCESAR-REMITO-SIG
           END-IF.

           PERFORM 2500-VER-ACREDITA THRU 2500-VER-ACREDITA-EXIT.
           MOVE "N" TO EOF-REMDET.
           MOVE WRM-NUMERO TO WRD-NUMERO.
           MOVE 0          TO WRD-SECUENCIA.
           END-START.
           PERFORM 3000-PROCESAR-LINEA THRU 3000-PROCESAR-LINEA-EXIT
               UNTIL NO-HAY-MAS-REMDET.
           IF WDE-HAY-PALLET = "S"
               MOVE "N" TO EOF-PALLET
               MOVE WRM-NUMERO TO WPL-REMITO
               START PALLET KEY IS NOT LESS THAN WPL-REMITO
                   INVALID KEY MOVE "S" TO EOF-PALLET
               END-START
               PERFORM 2600-ESTADO-PALLET THRU 2600-ESTADO-PALLET-EXIT
                   UNTIL NO-HAY-MAS-PALLET
           END-IF.
           IF WDE-HAY-TURNOS = "S"
               PERFORM 2700-TURNO-DESCARGA
                   THRU 2700-TURNO-DESCARGA-EXIT
           END-IF.

       2000-PROCESAR-REMITO-SIG.
           READ REMITO NEXT RECORD
       2000-PROCESAR-REMITO-EXIT.
           EXIT.

      *    Lo no entregado se acredita salvo que el remito quede
      *    para la factura del periodo de la cuenta.
       2500-VER-ACREDITA.
           MOVE "S" TO WDE-ACREDITA.
           IF WDE-HAY-CUENFREC NOT = "S"
               GO TO 2500-VER-ACREDITA-EXIT
           END-IF.
           MOVE WRM-CUENTA TO WCF-CUENTA.
           READ CUENFREC KEY IS WCF-CUENTA
               INVALID KEY MOVE "R" TO WCF-FRECUENCIA
           END-READ.
           IF WCF-POR-REMITO
               GO TO 2500-VER-ACREDITA-EXIT
           END-IF.
           MOVE "N" TO WDE-ACREDITA.
           IF WDE-HAY-REMFACT = "S"
               MOVE WRM-NUMERO TO WRF-REMITO
               READ REMFACT KEY IS WRF-REMITO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WDE-ACREDITA
               END-READ
           END-IF.
       2500-VER-ACREDITA-EXIT.
           EXIT.

      *    Resultado del remito en cada uno de sus pallets.
       2600-ESTADO-PALLET.
           READ PALLET NEXT RECORD
               AT END MOVE "S" TO EOF-PALLET
           END-READ.
           IF NO-HAY-MAS-PALLET OR WPL-REMITO NOT = WRM-NUMERO
               MOVE "S" TO EOF-PALLET
               GO TO 2600-ESTADO-PALLET-EXIT
           END-IF.
           IF WDE-RESULTADO-CAP = "C" OR WDE-RESULTADO-CAP = "P"
               MOVE "E" TO WPL-ESTADO
           ELSE
               MOVE "R" TO WPL-ESTADO
           END-IF.
           MOVE WDE-HOY TO WPL-FEC-ENTREGA.
           REWRITE REG-PALLET
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PALLET"
           END-REWRITE.
       2600-ESTADO-PALLET-EXIT.
           EXIT.

      *    Tiempos reales en el CD contra el turno reservado. Si
      *    el CD recibe varios remitos de la ruta con un solo
      *    turno, se rinde con el primero.
       2700-TURNO-DESCARGA.
           MOVE WRM-FEC-REPARTO TO WTN-FECHA.
           MOVE WRM-RUTA        TO WTN-RUTA.
           MOVE WRM-CUENTA      TO WTN-CUENTA-CD.
           READ TURNOS KEY IS WTN-CLAVE
               INVALID KEY GO TO 2700-TURNO-DESCARGA-EXIT
           END-READ.
           IF NOT WTN-SIN-RENDIR
               GO TO 2700-TURNO-DESCARGA-EXIT
           END-IF.
           DISPLAY "TURNO CD " WTN-HORA-DESDE "-" WTN-HORA-HASTA
               " RESERVA " WTN-NRO-RESERVA.
           DISPLAY "HORA LLEGADA AL CD (HHMM, 0=NO LLEGO): ".
           ACCEPT WDE-HORA-LLEGADA-CAP.
           MOVE 0 TO WDE-HORA-INICIO-CAP.
           MOVE 0 TO WDE-HORA-FIN-CAP.
           IF WDE-HORA-LLEGADA-CAP NOT = 0
               DISPLAY "INICIO DESCARGA (HHMM, 0=REBOTADO): "
               ACCEPT WDE-HORA-INICIO-CAP
           END-IF.
           IF WDE-HORA-INICIO-CAP NOT = 0
               DISPLAY "FIN DESCARGA (HHMM): "
               ACCEPT WDE-HORA-FIN-CAP
           END-IF.
           MOVE WDE-HORA-LLEGADA-CAP TO WTN-HORA-LLEGADA.
           MOVE WDE-HORA-INICIO-CAP  TO WTN-HORA-INI-DESC.
           MOVE WDE-HORA-FIN-CAP     TO WTN-HORA-FIN-DESC.
           IF WDE-HORA-LLEGADA-CAP = 0
               MOVE "N" TO WTN-RESULTADO
           ELSE
               IF WDE-HORA-INICIO-CAP = 0
                   MOVE "R" TO WTN-RESULTADO
               ELSE
                   MOVE "D" TO WTN-RESULTADO
               END-IF
           END-IF.
           REWRITE REG-TURNOS
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR TURNOS"
           END-REWRITE.
       2700-TURNO-DESCARGA-EXIT.
           EXIT.

       3000-PROCESAR-LINEA.
           READ REMDET NEXT RECORD
               AT END MOVE "S" TO EOF-REMDET
           SUBTRACT WDE-CANT-ENTREGADA-CAP FROM WRD-CANTIDAD
               GIVING WDE-CANT-FALTANTE.
           IF WDE-CANT-FALTANTE > 0
               IF WDE-ACREDITA = "S"
                   PERFORM 4000-AJUSTE-CREDITO
               END-IF
               PERFORM 5000-REPONER-STOCK
           END-IF.
       3000-PROCESAR-LINEA-EXIT.
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
      *    Lo no entregado vuelve al stock con su movimiento "ENT"
      *    en el kardex (STKMOV) contra el remito.
           MOVE SPACES TO WDE-KDX-DOCUMENTO.
           STRING "REM " WRM-NUMERO DELIMITED BY SIZE
               INTO WDE-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WDE-SUCURSAL-PARAM
                               WDE-KDX-DEPOSITO
                               WRD-ARTICULO
                               WDE-KDX-TIPO
                               WDE-KDX-DOCUMENTO
                               WDE-CANT-FALTANTE
                               WSS-CANT-ACTUAL
                               WDE-KDX-OPERADOR
                               WDE-KDX-CLAVE
           END-CALL.

      *    Proxima secuencia libre de AJUPEN para la cuenta: se
      *    recorre por la clave hasta pasar la cuenta y se toma la
           CLOSE ENTREGAS.
           CLOSE AJUPEN.
           CLOSE STOCKSUC.
           IF WDE-HAY-CUENFREC = "S"
               CLOSE CUENFREC
           END-IF.
           IF WDE-HAY-REMFACT = "S"
               CLOSE REMFACT
           END-IF.
           IF WDE-HAY-PALLET = "S"
               CLOSE PALLET
           END-IF.
           IF WDE-HAY-TURNOS = "S"
               CLOSE TURNOS
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
