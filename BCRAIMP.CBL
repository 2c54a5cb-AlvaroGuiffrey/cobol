       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BCRAIMP.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Importacion mensual de la Central de Deudores del BCRA:
      * lee BCRADEU.TXT (ancho fijo: periodo AAAAMM, CUIT,
      * entidad, situacion 1 a 5 y cantidad de cheques
      * rechazados sin pagar; un renglon por CUIT y entidad) y
      * deja en BCRASIT, por CUIT, la peor situacion del periodo
      * y la del periodo anterior. Volver a importar el mismo
      * periodo no cambia nada.
      * Despues cruza:
      *   - los clientes (CUIT de CUENTA, la vista de CUITSCAN):
      *     la situacion queda en el legajo de credito (CREDLEG)
      *     y si empeoro la cuenta se marca para revision;
      *   - los cheques de terceros en cartera de CHEQUES: si el
      *     librador empeoro se lista el cheque y se marca el
      *     legajo del cliente que lo entrego.
      * Empeoro es: situacion peor que la del periodo anterior
      * (sin dato anterior cuenta como normal, 1) o mas cheques
      * rechazados que antes. Las marcas las ve la hoja de
      * revision de CREDLEG y las levanta la revision aprobada.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCRADEU   ASSIGN TO "BCRADEU.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WBD-STATUS.
           SELECT BCRASIT   ASSIGN TO "BCRASIT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBX-CUIT
                             FILE STATUS IS WBX-STATUS.
           SELECT CREDLEG   ASSIGN TO "CREDLEG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLG-CUENTA
                             FILE STATUS IS WLG-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WCT-CLAVE
                             FILE STATUS IS WCT-STATUS.
           SELECT CHEQUES   ASSIGN TO "CHEQUES"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WCH-CLAVE
                             FILE STATUS IS WCH-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  BCRADEU.
       01  REG-BCRADEU.
           05  WBD-PERIODO           PIC 9(06).
           05  WBD-CUIT              PIC 9(11).
           05  WBD-ENTIDAD           PIC 9(05).
           05  WBD-SITUACION         PIC 9(01).
           05  WBD-CHEQ-RECHAZADOS   PIC 9(03).

       FD  BCRASIT.
       01  REG-BCRASIT.
           05  WBX-CUIT              PIC 9(11).
           05  WBX-PERIODO           PIC 9(06).
           05  WBX-SITUACION         PIC 9(01).
           05  WBX-CHEQ-RECHAZADOS   PIC 9(03).
           05  WBX-PERIODO-ANT       PIC 9(06).
           05  WBX-SITUACION-ANT     PIC 9(01).
           05  WBX-CHEQ-RECH-ANT     PIC 9(03).
           05  WBX-FEC-IMPORTACION   PIC 9(08).

       FD  CREDLEG.
       01  REG-CREDLEG.
           05  WLG-CUENTA            PIC 9(06).
           05  WLG-LIMITE-SOLICITADO PIC S9(09)V99.
           05  WLG-LIMITE-APROBADO   PIC S9(09)V99.
           05  WLG-APROBADOR         PIC X(08).
           05  WLG-PERMISO-APROB     PIC X(08).
           05  WLG-FEC-APROBACION    PIC 9(08).
           05  WLG-TIPO-PERSONA      PIC X(01).
           05  WLG-BALANCE.
               10  WLG-FEC-BALANCE   PIC 9(08).
               10  WLG-ACTIVO        PIC S9(11)V99.
               10  WLG-PASIVO        PIC S9(11)V99.
               10  WLG-PATRIMONIO    PIC S9(11)V99.
               10  WLG-VENTAS-ANUAL  PIC S9(11)V99.
               10  WLG-RESULTADO     PIC S9(11)V99.
           05  WLG-REFERENCIA        OCCURS 3 TIMES.
               10  WLG-REF-NOMBRE    PIC X(30).
               10  WLG-REF-TELEFONO  PIC X(15).
           05  WLG-MESES-REVISION    PIC 9(02).
           05  WLG-FEC-PROX-REVISION PIC 9(08).
           05  WLG-BCRA-SITUACION    PIC 9(01).
           05  WLG-BCRA-PERIODO      PIC 9(06).
           05  WLG-MARCA-BCRA        PIC X(01).
               88  WLG-MARCADA-BCRA   VALUE "S".
           05  WLG-MOTIVO-MARCA      PIC X(01).
               88  WLG-MARCA-DEUDOR   VALUE "D".
               88  WLG-MARCA-LIBRADOR VALUE "L".
           05  WLG-FEC-MARCA         PIC 9(08).

      *    Vista de CUENTA de CUITSCAN: clave compuesta y CUIT.
       FD  CUENTA.
       01  REG-CUENTA.
           05  WCT-CLAVE.
               10  WCT-EMP-CTA       PIC 9(04).
               10  WCT-SUC-CTA       PIC 9(02).
               10  WCT-RUBRO-CTA     PIC 9(06).
               10  WCT-CUENTA        PIC 9(06).
               10  WCT-SUB-CUENTA    PIC 9(02).
           05  WCT-NOMBRE-C          PIC X(28).
           05  WCT-CUIT              PIC 9(11).
           05  WCT-COND-IVA          PIC X(02).

      *    Layout de CHEQUES de CHRECHAZ (el real de VENCHEQ).
       FD  CHEQUES.
       01  REG-CHEQUES.
           05  WCH-CLAVE.
               10  WCH-EMP           PIC 9(04).
               10  WCH-SUC           PIC 9(02).
               10  WCH-BCO           PIC 9(04).
               10  WCH-CPOSTAL       PIC 9(04).
               10  WCH-NUMERO-CH     PIC 9(10).
           05  WCH-FEC-REC.
               10  WCH-DIA-REC       PIC 9(02).
               10  WCH-MES-REC       PIC 9(02).
               10  WCH-ANO-REC       PIC 9(04).
           05  WCH-NRO-FACTURA       PIC 9(08).
           05  WCH-NRO-CTA           PIC 9(08).
           05  WCH-IMP-FACTURA       PIC S9(07)V99.
           05  WCH-FEC-VENC.
               10  WCH-DIA-VENC      PIC 9(02).
               10  WCH-MES-VENC      PIC 9(02).
               10  WCH-ANO-VENC      PIC 9(04).
           05  WCH-ENTREGADO-A       PIC X(30).
           05  WCH-FECHA-ENTREGA.
               10  WCH-DIA-ENT       PIC 9(02).
               10  WCH-MES-ENT       PIC 9(02).
               10  WCH-ANO-ENT       PIC 9(04).
           05  WCH-CONCEPTO-ENT      PIC X(30).
           05  WCH-RUBRO             PIC 9(07).
           05  WCH-TIPO-INSTR        PIC X(01).
           05  WCH-ECHEQ-ID          PIC X(20).
           05  WCH-ECHEQ-ESTADO      PIC X(01).
           05  WCH-CUIT-LIBRADOR     PIC 9(11).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "BCRAIMP".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WBD-STATUS                PIC X(02).
       77  WBX-STATUS                PIC X(02).
       77  WLG-STATUS                PIC X(02).
       77  WCT-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WBZ-HOY                   PIC 9(08).
       77  WBZ-PERIODO               PIC 9(06) VALUE 0.
       77  WBZ-HALLADO               PIC X(01).
       77  WBZ-EMPEORO               PIC X(01).
       77  WBZ-SIT-REFERENCIA        PIC 9(01).
       77  WBZ-MOTIVO                PIC X(01).
       77  WBZ-CUENTA-MARCA          PIC 9(06).
       77  WBZ-CANT-LINEAS           PIC 9(07) VALUE 0.
       77  WBZ-CANT-VIEJAS           PIC 9(07) VALUE 0.
       77  WBZ-CANT-CUIT             PIC 9(07) VALUE 0.
       77  WBZ-CANT-CLIENTES         PIC 9(05) VALUE 0.
       77  WBZ-CANT-CHEQUES          PIC 9(05) VALUE 0.
       77  EOF-BCRADEU                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-BCRADEU     VALUE "S".
       77  EOF-CUENTA                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CUENTAS     VALUE "S".
       77  EOF-CHEQUES                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CHEQUES     VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(47)
               VALUE "CENTRAL DE DEUDORES BCRA - EMPEORADOS PERIODO ".
           05  T-PERIODO             PIC 9(06).

       01  LIN-SUBTITULO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-LEYENDA             PIC X(60).

       01  LIN-CLIENTE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-NOMBRE              PIC X(28).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CUIT                PIC 9(11).
           05  FILLER                PIC X(07) VALUE "  SIT. ".
           05  C-SIT-ANT             PIC 9(01).
           05  FILLER                PIC X(04) VALUE " -> ".
           05  C-SIT                 PIC 9(01).
           05  FILLER                PIC X(12) VALUE "  CH.RECH. ".
           05  C-CHEQ-ANT            PIC ZZ9.
           05  FILLER                PIC X(04) VALUE " -> ".
           05  C-CHEQ                PIC ZZ9.

       01  LIN-CHEQUE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-BCO                 PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  H-NUMERO              PIC 9(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-VENC                PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-IMPORTE             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  H-CUIT                PIC 9(11).
           05  FILLER                PIC X(07) VALUE "  SIT. ".
           05  H-SIT                 PIC 9(01).
           05  FILLER                PIC X(11) VALUE "  CLIENTE ".
           05  H-CUENTA              PIC Z(5)9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       BCRASIT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BCRASIT.
           DISPLAY "ERROR E/S BCRASIT: " WBX-STATUS.
       CREDLEG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CREDLEG.
           DISPLAY "ERROR E/S CREDLEG: " WLG-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCT-STATUS.
       CHEQUES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CHEQUES.
           DISPLAY "ERROR E/S CHEQUES: " WCH-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-UNA-LINEA THRU 2000-UNA-LINEA-EXIT
               UNTIL NO-HAY-MAS-BCRADEU.
           IF WBZ-PERIODO NOT = 0
               PERFORM 3000-CLIENTES THRU 3000-CLIENTES-EXIT
               PERFORM 4000-CHEQUES THRU 4000-CHEQUES-EXIT
           END-IF.
           DISPLAY "RENGLONES LEIDOS ......: " WBZ-CANT-LINEAS.
           DISPLAY "PERIODO IMPORTADO .....: " WBZ-PERIODO.
           DISPLAY "CUIT ACTUALIZADOS .....: " WBZ-CANT-CUIT.
           DISPLAY "RENGLONES DE OTRO MES .: " WBZ-CANT-VIEJAS.
           DISPLAY "CLIENTES EMPEORADOS ...: " WBZ-CANT-CLIENTES.
           DISPLAY "CHEQUES DE LIBRADORES .: " WBZ-CANT-CHEQUES.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           ACCEPT WBZ-HOY FROM DATE YYYYMMDD.
           OPEN INPUT BCRADEU.
           IF WBD-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA BCRADEU.TXT"
               MOVE "S" TO EOF-BCRADEU
           END-IF.
           OPEN I-O BCRASIT.
           IF WBX-STATUS = "35"
               CLOSE BCRASIT
               OPEN OUTPUT BCRASIT
               CLOSE BCRASIT
               OPEN I-O BCRASIT
           END-IF.
           OPEN I-O CREDLEG.
           IF WLG-STATUS = "35"
               CLOSE CREDLEG
               OPEN OUTPUT CREDLEG
               CLOSE CREDLEG
               OPEN I-O CREDLEG
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT CHEQUES.
           IF NOT NO-HAY-MAS-BCRADEU
               READ BCRADEU
                   AT END MOVE "S" TO EOF-BCRADEU
               END-READ
           END-IF.

      *----------------------------------------------------------
      * Un renglon del archivo: por CUIT queda la peor situacion
      * y la mayor cantidad de cheques rechazados del periodo.
      * Un periodo nuevo corre el actual a anterior; un renglon
      * de un periodo ya superado se ignora.
      *----------------------------------------------------------
       2000-UNA-LINEA.
           ADD 1 TO WBZ-CANT-LINEAS.
           IF WBD-PERIODO > WBZ-PERIODO
               MOVE WBD-PERIODO TO WBZ-PERIODO
           END-IF.
           MOVE WBD-CUIT TO WBX-CUIT.
           MOVE "S" TO WBZ-HALLADO.
           READ BCRASIT KEY IS WBX-CUIT
               INVALID KEY MOVE "N" TO WBZ-HALLADO
           END-READ.
           IF WBZ-HALLADO = "N"
               INITIALIZE REG-BCRASIT
               MOVE WBD-CUIT            TO WBX-CUIT
               MOVE WBD-PERIODO         TO WBX-PERIODO
               MOVE WBD-SITUACION       TO WBX-SITUACION
               MOVE WBD-CHEQ-RECHAZADOS TO WBX-CHEQ-RECHAZADOS
               MOVE WBZ-HOY             TO WBX-FEC-IMPORTACION
               WRITE REG-BCRASIT
                   INVALID KEY DISPLAY "NO PUDO GRABAR BCRASIT"
               END-WRITE
               ADD 1 TO WBZ-CANT-CUIT
               GO TO 2000-UNA-LINEA-LEER
           END-IF.
           IF WBD-PERIODO < WBX-PERIODO
               ADD 1 TO WBZ-CANT-VIEJAS
               GO TO 2000-UNA-LINEA-LEER
           END-IF.
           IF WBD-PERIODO > WBX-PERIODO
               MOVE WBX-PERIODO         TO WBX-PERIODO-ANT
               MOVE WBX-SITUACION       TO WBX-SITUACION-ANT
               MOVE WBX-CHEQ-RECHAZADOS TO WBX-CHEQ-RECH-ANT
               MOVE WBD-PERIODO         TO WBX-PERIODO
               MOVE WBD-SITUACION       TO WBX-SITUACION
               MOVE WBD-CHEQ-RECHAZADOS TO WBX-CHEQ-RECHAZADOS
               ADD 1 TO WBZ-CANT-CUIT
           ELSE
               IF WBD-SITUACION > WBX-SITUACION
                   MOVE WBD-SITUACION TO WBX-SITUACION
               END-IF
               IF WBD-CHEQ-RECHAZADOS > WBX-CHEQ-RECHAZADOS
                   MOVE WBD-CHEQ-RECHAZADOS TO WBX-CHEQ-RECHAZADOS
               END-IF
           END-IF.
           MOVE WBZ-HOY TO WBX-FEC-IMPORTACION.
           REWRITE REG-BCRASIT
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR BCRASIT"
           END-REWRITE.
       2000-UNA-LINEA-LEER.
           READ BCRADEU
               AT END MOVE "S" TO EOF-BCRADEU
           END-READ.
       2000-UNA-LINEA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Clientes: la situacion del periodo pasa al legajo; si
      * empeoro, la cuenta queda marcada para revision.
      *----------------------------------------------------------
       3000-CLIENTES.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WBZ-PERIODO TO T-PERIODO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE "CLIENTES CON SITUACION EMPEORADA" TO S-LEYENDA.
           WRITE LIN-LISTADO FROM LIN-SUBTITULO AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 3100-UN-CLIENTE THRU 3100-UN-CLIENTE-EXIT
               UNTIL NO-HAY-MAS-CUENTAS.
       3000-CLIENTES-EXIT.
           EXIT.

       3100-UN-CLIENTE.
           READ CUENTA NEXT RECORD
               AT END MOVE "S" TO EOF-CUENTA
           END-READ.
           IF NO-HAY-MAS-CUENTAS
               GO TO 3100-UN-CLIENTE-EXIT
           END-IF.
           IF WCT-CUIT = 0
               GO TO 3100-UN-CLIENTE-EXIT
           END-IF.
           MOVE WCT-CUIT TO WBX-CUIT.
           PERFORM 3500-SITUACION.
           IF WBZ-HALLADO = "N"
               GO TO 3100-UN-CLIENTE-EXIT
           END-IF.
           MOVE WCT-CUENTA TO WBZ-CUENTA-MARCA.
           MOVE "D"        TO WBZ-MOTIVO.
           PERFORM 3700-LEGAJO THRU 3700-LEGAJO-FIN.
           IF WBZ-EMPEORO = "S"
               MOVE WCT-CUENTA          TO C-CUENTA
               MOVE WCT-NOMBRE-C        TO C-NOMBRE
               MOVE WCT-CUIT            TO C-CUIT
               MOVE WBX-SITUACION-ANT   TO C-SIT-ANT
               MOVE WBX-SITUACION       TO C-SIT
               MOVE WBX-CHEQ-RECH-ANT   TO C-CHEQ-ANT
               MOVE WBX-CHEQ-RECHAZADOS TO C-CHEQ
               WRITE LIN-LISTADO FROM LIN-CLIENTE AFTER 1
               ADD 1 TO WBZ-CANT-CLIENTES
           END-IF.
       3100-UN-CLIENTE-EXIT.
           EXIT.

      *    Situacion del CUIT en el periodo importado (hallado N
      *    si no figura en este periodo) y si empeoro.
       3500-SITUACION.
           MOVE "S" TO WBZ-HALLADO.
           MOVE "N" TO WBZ-EMPEORO.
           READ BCRASIT KEY IS WBX-CUIT
               INVALID KEY MOVE "N" TO WBZ-HALLADO
           END-READ.
           IF WBZ-HALLADO = "S" AND WBX-PERIODO NOT = WBZ-PERIODO
               MOVE "N" TO WBZ-HALLADO
           END-IF.
           IF WBZ-HALLADO = "S"
               MOVE WBX-SITUACION-ANT TO WBZ-SIT-REFERENCIA
               IF WBZ-SIT-REFERENCIA < 1
                   MOVE 1 TO WBZ-SIT-REFERENCIA
               END-IF
               IF WBX-SITUACION > WBZ-SIT-REFERENCIA
                  OR WBX-CHEQ-RECHAZADOS > WBX-CHEQ-RECH-ANT
                   MOVE "S" TO WBZ-EMPEORO
               END-IF
           END-IF.

      *    Legajo de la cuenta: si no tiene, se abre uno sin
      *    revision aprobada (CREDCHK sigue con el limite de
      *    CUENTA) para que la marca llegue a la hoja.
       3700-LEGAJO.
           MOVE WBZ-CUENTA-MARCA TO WLG-CUENTA.
           MOVE "S" TO WBZ-HALLADO.
           READ CREDLEG KEY IS WLG-CUENTA
               INVALID KEY MOVE "N" TO WBZ-HALLADO
           END-READ.
           IF WBZ-HALLADO = "N"
               IF WBZ-EMPEORO = "N"
                   GO TO 3700-LEGAJO-FIN
               END-IF
               INITIALIZE REG-CREDLEG
               MOVE WBZ-CUENTA-MARCA TO WLG-CUENTA
               MOVE "F"              TO WLG-TIPO-PERSONA
               MOVE 12               TO WLG-MESES-REVISION
               MOVE WBZ-HOY          TO WLG-FEC-PROX-REVISION
               MOVE "N"              TO WLG-MARCA-BCRA
           END-IF.
      *    La situacion que se guarda es la del cliente; por un
      *    cheque de tercero solo se marca.
           IF WBZ-MOTIVO = "D"
               MOVE WBX-SITUACION TO WLG-BCRA-SITUACION
               MOVE WBX-PERIODO   TO WLG-BCRA-PERIODO
           END-IF.
           IF WBZ-EMPEORO = "S"
              AND NOT (WLG-MARCADA-BCRA AND WLG-MARCA-DEUDOR)
               MOVE "S"        TO WLG-MARCA-BCRA
               MOVE WBZ-MOTIVO TO WLG-MOTIVO-MARCA
               MOVE WBZ-HOY    TO WLG-FEC-MARCA
           END-IF.
           IF WBZ-HALLADO = "N"
               WRITE REG-CREDLEG
                   INVALID KEY DISPLAY "NO PUDO GRABAR CREDLEG"
               END-WRITE
           ELSE
               REWRITE REG-CREDLEG
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CREDLEG"
               END-REWRITE
           END-IF.
       3700-LEGAJO-FIN.
           EXIT.

      *----------------------------------------------------------
      * Cheques de terceros en cartera (sin entregar ni
      * depositar, como CHRIESGO) de libradores empeorados.
      *----------------------------------------------------------
       4000-CHEQUES.
           MOVE "CHEQUES EN CARTERA DE LIBRADORES EMPEORADOS"
               TO S-LEYENDA.
           WRITE LIN-LISTADO FROM LIN-SUBTITULO AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 4100-UN-CHEQUE THRU 4100-UN-CHEQUE-EXIT
               UNTIL NO-HAY-MAS-CHEQUES.
       4000-CHEQUES-EXIT.
           EXIT.

       4100-UN-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-CHEQUES
           END-READ.
           IF NO-HAY-MAS-CHEQUES
               GO TO 4100-UN-CHEQUE-EXIT
           END-IF.
           IF WCH-ENTREGADO-A NOT = SPACES
              OR WCH-CUIT-LIBRADOR = 0
               GO TO 4100-UN-CHEQUE-EXIT
           END-IF.
           MOVE WCH-CUIT-LIBRADOR TO WBX-CUIT.
           PERFORM 3500-SITUACION.
           IF WBZ-EMPEORO = "N"
               GO TO 4100-UN-CHEQUE-EXIT
           END-IF.
           MOVE WCH-BCO           TO H-BCO.
           MOVE WCH-NUMERO-CH     TO H-NUMERO.
           COMPUTE H-VENC = (WCH-ANO-VENC * 10000)
               + (WCH-MES-VENC * 100) + WCH-DIA-VENC.
           MOVE WCH-IMP-FACTURA   TO H-IMPORTE.
           MOVE WCH-CUIT-LIBRADOR TO H-CUIT.
           MOVE WBX-SITUACION     TO H-SIT.
           MOVE WCH-NRO-CTA       TO H-CUENTA.
           WRITE LIN-LISTADO FROM LIN-CHEQUE AFTER 1.
           ADD 1 TO WBZ-CANT-CHEQUES.
           IF WCH-NRO-CTA NOT = 0
               MOVE WCH-NRO-CTA TO WBZ-CUENTA-MARCA
               MOVE "L"         TO WBZ-MOTIVO
               PERFORM 3700-LEGAJO THRU 3700-LEGAJO-FIN
           END-IF.
       4100-UN-CHEQUE-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE BCRADEU.
           CLOSE BCRASIT.
           CLOSE CREDLEG.
           CLOSE CUENTA.
           CLOSE CHEQUES.
           IF WBZ-PERIODO NOT = 0
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
