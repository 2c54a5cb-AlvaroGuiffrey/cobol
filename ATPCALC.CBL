       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ATPCALC.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Disponible para prometer (ATP) de un articulo en una
      * sucursal, dia por dia para los proximos 30 dias desde
      * hoy. RESERVA evita vender dos veces el mismo pallet de
      * hoy, pero para contestar "me entregan 300 cajas el
      * jueves" hace falta proyectar:
      *   + STOCKSUC de hoy, menos los lotes de LOTESTK
      *     retenidos por calidad (LOTEHOLD, estados Q y R) y los
      *     que estan madurando (M); el lote en camara vuelve a
      *     sumar el dia de su liberacion prevista en MADURA;
      *   - las reservas de RESSTK, todas hoy;
      *   - los pedidos fijos de PEDFIJO activos desde maniana,
      *     cada dia que marca su patron semanal (PEDFIJO no
      *     lleva sucursal: pesan sobre la sucursal consultada,
      *     que es el deposito que le pasan a GENREM);
      *   + lo pendiente de las ORDEN de compra abiertas con
      *     sucursal destino y fecha prevista de entrega
      *     (REQCOMP); la orden sin esos datos no se promete;
      *   + lo pendiente de la produccion planificada en
      *     PRODPLAN (ATPCONS) que PRODORD todavia no hizo.
      * Una entrada con fecha vencida (orden atrasada, lote que
      * ya debia salir de camara, produccion atrasada) se toma
      * recien para maniana.
      * Devuelve la tabla con entradas, salidas y saldo de cada
      * dia y la primera fecha en que se puede prometer la
      * cantidad pedida: la primera desde la que el saldo
      * proyectado no baja nunca de esa cantidad hasta el final
      * del horizonte (cero = no se puede prometer en 30 dias).
      * Lo llaman PREVENTA, PRE2REM, EDIIMP y la consulta
      * ATPCONS.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKSUC  ASSIGN TO "STOCKSUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
           SELECT LOTESTK   ASSIGN TO "LOTESTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLS-CLAVE
                             FILE STATUS IS WLS-STATUS.
           SELECT MADURA    ASSIGN TO "MADURA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMA-CLAVE
                             ALTERNATE RECORD KEY IS WMA-CAMARA
                                 WITH DUPLICATES
                             FILE STATUS IS WMA-STATUS.
           SELECT RESSTK    ASSIGN TO "RESSTK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRS-CLAVE
                             FILE STATUS IS WRS-STATUS.
           SELECT PEDFIJO   ASSIGN TO "PEDFIJO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPJ-CLAVE
                             FILE STATUS IS WPJ-STATUS.
           SELECT ORDEN     ASSIGN TO "ORDEN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WOR-CLAVE
                             FILE STATUS IS WOR-STATUS.
           SELECT PRODPLAN  ASSIGN TO "PRODPLAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQP-CLAVE
                             FILE STATUS IS WQP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCKSUC.
       01  REG-STOCKSUC.
           05  WSS-CLAVE.
               10  WSS-SUCURSAL      PIC 9(02).
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

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

       FD  MADURA.
       01  REG-MADURA.
           05  WMA-CLAVE.
               10  WMA-SUCURSAL      PIC 9(02).
               10  WMA-ARTICULO      PIC 9(06).
               10  WMA-LOTE          PIC X(10).
           05  WMA-CAMARA            PIC 9(02).
           05  WMA-FEC-INGRESO       PIC 9(08).
           05  WMA-DIAS-OBJETIVO     PIC 9(03).
           05  WMA-FEC-PREVISTA      PIC 9(08).
           05  WMA-PIEZAS            PIC 9(05).
           05  WMA-PESO-INGRESO      PIC 9(07)V99.
           05  WMA-PESO-ACTUAL       PIC 9(07)V99.
           05  WMA-FEC-ULT-PESADA    PIC 9(08).
           05  WMA-FEC-ULT-VOLTEO    PIC 9(08).
           05  WMA-ESTADO            PIC X(01).
               88  WMA-MADURANDO      VALUE "M".
           05  WMA-FEC-LIBERACION    PIC 9(08).

       FD  RESSTK.
       01  REG-RESSTK.
           05  WRS-CLAVE.
               10  WRS-SUCURSAL      PIC 9(02).
               10  WRS-ARTICULO      PIC 9(06).
               10  WRS-PEDIDO        PIC 9(08).
           05  WRS-CUENTA            PIC 9(06).
           05  WRS-CANT-RESERVADA    PIC S9(07)V99.
           05  WRS-FECHA-ALTA        PIC 9(08).

       FD  PEDFIJO.
       01  REG-PEDFIJO.
           05  WPJ-CLAVE.
               10  WPJ-CUENTA        PIC 9(06).
               10  WPJ-PUNTO         PIC 9(03).
               10  WPJ-ARTICULO      PIC 9(06).
           05  WPJ-CANTIDAD          PIC S9(07)V99.
      *    Marcas S/N de lunes a domingo.
           05  WPJ-DIAS-SEMANA.
               10  WPJ-DIA           OCCURS 7 TIMES PIC X(01).
           05  WPJ-ACTIVO            PIC X(01).
               88  WPJ-ESTA-ACTIVO    VALUE "S".

       FD  ORDEN.
       01  REG-ORDEN.
           05  WOR-CLAVE.
               10  WOR-NUMERO        PIC 9(08).
               10  WOR-ARTICULO      PIC 9(06).
           05  WOR-PROVEEDOR         PIC 9(06).
           05  WOR-CANT-PEDIDA       PIC S9(07)V99.
           05  WOR-CANT-RECIBIDA     PIC S9(07)V99.
           05  WOR-CERRADA           PIC X(01).
               88  WOR-ESTA-CERRADA   VALUE "S".
           05  WOR-FEC-EMISION       PIC 9(08).
           05  WOR-FEC-PREVISTA      PIC 9(08).
           05  WOR-SUC-DESTINO       PIC 9(02).

       FD  PRODPLAN.
       01  REG-PRODPLAN.
           05  WQP-CLAVE.
               10  WQP-SUCURSAL      PIC 9(02).
               10  WQP-PRODUCTO      PIC 9(06).
               10  WQP-FECHA         PIC 9(08).
           05  WQP-CANT-PLANIFICADA  PIC S9(07)V99.
           05  WQP-CANT-PRODUCIDA    PIC S9(07)V99.
           05  WQP-FEC-ALTA          PIC 9(08).
           05  WQP-OPERADOR          PIC X(08).

       WORKING-STORAGE SECTION.
       77  WSS-STATUS                PIC X(02).
       77  WLS-STATUS                PIC X(02).
       77  WMA-STATUS                PIC X(02).
       77  WRS-STATUS                PIC X(02).
       77  WPJ-STATUS                PIC X(02).
       77  WOR-STATUS                PIC X(02).
       77  WQP-STATUS                PIC X(02).
       77  WQA-HOY                   PIC 9(08).
       77  WQA-DIA-HOY               PIC 9(07).
       77  WQA-FEC-MOV               PIC 9(08).
       77  WQA-CANT-MOV              PIC S9(07)V99.
       77  WQA-PENDIENTE             PIC S9(07)V99.
       77  WQA-MINIMO                PIC S9(09)V99.
       77  WQA-IX                    PIC 9(02) COMP.
       77  WQA-JX                    PIC 9(02) COMP.
       77  EOF-ARCHIVO                PIC X(01).
           88  NO-HAY-MAS-REG         VALUE "S".

      *    Dia de la semana (1=lunes) de cada dia del horizonte y
      *    minimo del saldo desde ese dia hasta el ultimo.
       01  WQA-TABLA-DIAS.
           05  WQA-DIA OCCURS 30 TIMES.
               10  WQA-DIA-SEMANA    PIC 9(01).
               10  WQA-MIN-DESDE     PIC S9(09)V99.

       LINKAGE SECTION.
       01  LK-SUCURSAL               PIC 9(02).
       01  LK-ARTICULO               PIC 9(06).
       01  LK-CANTIDAD               PIC S9(07)V99.
       01  LK-FEC-PROMESA            PIC 9(08).
       01  LK-PROYECCION.
           05  LK-P-STOCK            PIC S9(07)V99.
           05  LK-P-RETENIDO         PIC S9(07)V99.
           05  LK-P-RESERVADO        PIC S9(07)V99.
           05  LK-P-DIA OCCURS 30 TIMES.
               10  LK-P-FECHA        PIC 9(08).
               10  LK-P-ENTRADAS     PIC S9(07)V99.
               10  LK-P-SALIDAS      PIC S9(07)V99.
               10  LK-P-SALDO        PIC S9(09)V99.

       PROCEDURE DIVISION USING LK-SUCURSAL
                                 LK-ARTICULO
                                 LK-CANTIDAD
                                 LK-FEC-PROMESA
                                 LK-PROYECCION.
       DECLARATIVES.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       LOTESTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LOTESTK.
           DISPLAY "ERROR E/S LOTESTK: " WLS-STATUS.
       MADURA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MADURA.
           DISPLAY "ERROR E/S MADURA: " WMA-STATUS.
       RESSTK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RESSTK.
           DISPLAY "ERROR E/S RESSTK: " WRS-STATUS.
       PEDFIJO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEDFIJO.
           DISPLAY "ERROR E/S PEDFIJO: " WPJ-STATUS.
       ORDEN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ORDEN.
           DISPLAY "ERROR E/S ORDEN: " WOR-STATUS.
       PRODPLAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODPLAN.
           DISPLAY "ERROR E/S PRODPLAN: " WQP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 2000-STOCK-HOY THRU 2000-STOCK-HOY-EXIT.
           PERFORM 3000-RESERVAS THRU 3000-RESERVAS-EXIT.
           PERFORM 4000-PEDIDOS-FIJOS THRU 4000-PEDIDOS-FIJOS-EXIT.
           PERFORM 5000-COMPRAS THRU 5000-COMPRAS-EXIT.
           PERFORM 6000-PRODUCCION THRU 6000-PRODUCCION-EXIT.
           PERFORM 7000-SALDOS.
           PERFORM 9999-FINAL.
           GOBACK.

       1000-INICIAL.
           ACCEPT WQA-HOY FROM DATE YYYYMMDD.
           COMPUTE WQA-DIA-HOY = FUNCTION INTEGER-OF-DATE (WQA-HOY).
           MOVE 0 TO LK-FEC-PROMESA.
           MOVE 0 TO LK-P-STOCK LK-P-RETENIDO LK-P-RESERVADO.
           PERFORM 1100-ARMAR-DIA
               VARYING WQA-IX FROM 1 BY 1 UNTIL WQA-IX > 30.
           OPEN INPUT STOCKSUC.
           OPEN INPUT LOTESTK.
           OPEN INPUT MADURA.
           OPEN INPUT RESSTK.
           OPEN INPUT PEDFIJO.
           OPEN INPUT ORDEN.
           OPEN INPUT PRODPLAN.

      *    Dia de la semana 1=lunes ... 7=domingo: el dia 1 del
      *    calendario interno de INTEGER-OF-DATE fue lunes.
       1100-ARMAR-DIA.
           COMPUTE LK-P-FECHA (WQA-IX) = FUNCTION DATE-OF-INTEGER
               (WQA-DIA-HOY + WQA-IX - 1).
           COMPUTE WQA-DIA-SEMANA (WQA-IX) =
               FUNCTION MOD (WQA-DIA-HOY + WQA-IX - 2, 7) + 1.
           MOVE 0 TO LK-P-ENTRADAS (WQA-IX)
                     LK-P-SALIDAS (WQA-IX)
                     LK-P-SALDO (WQA-IX).

      *    Stock de hoy sin los lotes retenidos ni los que estan
      *    madurando; el lote en camara entra el dia previsto.
       2000-STOCK-HOY.
           MOVE LK-SUCURSAL TO WSS-SUCURSAL.
           MOVE LK-ARTICULO TO WSS-ARTICULO.
           READ STOCKSUC KEY IS WSS-CLAVE
               INVALID KEY MOVE 0 TO WSS-CANT-ACTUAL
           END-READ.
           IF WSS-STATUS NOT = "00"
               MOVE 0 TO WSS-CANT-ACTUAL
           END-IF.
           MOVE WSS-CANT-ACTUAL TO LK-P-STOCK.
           MOVE "N"         TO EOF-ARCHIVO.
           MOVE LK-SUCURSAL TO WLS-SUCURSAL.
           MOVE LK-ARTICULO TO WLS-ARTICULO.
           MOVE SPACES      TO WLS-LOTE.
           START LOTESTK KEY IS NOT LESS THAN WLS-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           IF WLS-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           PERFORM 2100-UN-LOTE THRU 2100-UN-LOTE-EXIT
               UNTIL NO-HAY-MAS-REG.
       2000-STOCK-HOY-EXIT.
           EXIT.

       2100-UN-LOTE.
           READ LOTESTK NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 2100-UN-LOTE-EXIT
           END-READ.
           IF WLS-SUCURSAL NOT = LK-SUCURSAL
              OR WLS-ARTICULO NOT = LK-ARTICULO
               MOVE "S" TO EOF-ARCHIVO
               GO TO 2100-UN-LOTE-EXIT
           END-IF.
           IF WLS-LIBERADO OR WLS-CANT-ACTUAL NOT > 0
               GO TO 2100-UN-LOTE-EXIT
           END-IF.
           ADD WLS-CANT-ACTUAL TO LK-P-RETENIDO.
           IF NOT WLS-EN-MADURACION
               GO TO 2100-UN-LOTE-EXIT
           END-IF.
           MOVE WLS-CLAVE TO WMA-CLAVE.
           READ MADURA KEY IS WMA-CLAVE
               INVALID KEY GO TO 2100-UN-LOTE-EXIT
           END-READ.
           IF NOT WMA-MADURANDO
               GO TO 2100-UN-LOTE-EXIT
           END-IF.
           MOVE WMA-FEC-PREVISTA TO WQA-FEC-MOV.
           MOVE WLS-CANT-ACTUAL  TO WQA-CANT-MOV.
           PERFORM 8000-ENTRADA THRU 8000-ENTRADA-EXIT.
       2100-UN-LOTE-EXIT.
           EXIT.

       3000-RESERVAS.
           MOVE "N"         TO EOF-ARCHIVO.
           MOVE LK-SUCURSAL TO WRS-SUCURSAL.
           MOVE LK-ARTICULO TO WRS-ARTICULO.
           MOVE 0           TO WRS-PEDIDO.
           START RESSTK KEY IS NOT LESS THAN WRS-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           IF WRS-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           PERFORM 3100-UNA-RESERVA THRU 3100-UNA-RESERVA-EXIT
               UNTIL NO-HAY-MAS-REG.
           ADD LK-P-RESERVADO TO LK-P-SALIDAS (1).
       3000-RESERVAS-EXIT.
           EXIT.

       3100-UNA-RESERVA.
           READ RESSTK NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 3100-UNA-RESERVA-EXIT
           END-READ.
           IF WRS-SUCURSAL NOT = LK-SUCURSAL
              OR WRS-ARTICULO NOT = LK-ARTICULO
               MOVE "S" TO EOF-ARCHIVO
               GO TO 3100-UNA-RESERVA-EXIT
           END-IF.
           ADD WRS-CANT-RESERVADA TO LK-P-RESERVADO.
       3100-UNA-RESERVA-EXIT.
           EXIT.

      *    PEDFIJO va por cuenta: se recorre entero.
       4000-PEDIDOS-FIJOS.
           MOVE "N"  TO EOF-ARCHIVO.
           MOVE LOW-VALUES TO WPJ-CLAVE.
           START PEDFIJO KEY IS NOT LESS THAN WPJ-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           IF WPJ-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           PERFORM 4100-UN-FIJO THRU 4100-UN-FIJO-EXIT
               UNTIL NO-HAY-MAS-REG.
       4000-PEDIDOS-FIJOS-EXIT.
           EXIT.

       4100-UN-FIJO.
           READ PEDFIJO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 4100-UN-FIJO-EXIT
           END-READ.
           IF WPJ-ARTICULO NOT = LK-ARTICULO
              OR NOT WPJ-ESTA-ACTIVO
              OR WPJ-CANTIDAD NOT > 0
               GO TO 4100-UN-FIJO-EXIT
           END-IF.
           PERFORM 4110-UN-DIA
               VARYING WQA-IX FROM 2 BY 1 UNTIL WQA-IX > 30.
       4100-UN-FIJO-EXIT.
           EXIT.

       4110-UN-DIA.
           MOVE WQA-DIA-SEMANA (WQA-IX) TO WQA-JX.
           IF WPJ-DIA (WQA-JX) = "S"
               ADD WPJ-CANTIDAD TO LK-P-SALIDAS (WQA-IX)
           END-IF.

      *    ORDEN va por numero de orden: se recorre entera.
       5000-COMPRAS.
           MOVE "N"  TO EOF-ARCHIVO.
           MOVE LOW-VALUES TO WOR-CLAVE.
           START ORDEN KEY IS NOT LESS THAN WOR-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           IF WOR-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           PERFORM 5100-UNA-ORDEN THRU 5100-UNA-ORDEN-EXIT
               UNTIL NO-HAY-MAS-REG.
       5000-COMPRAS-EXIT.
           EXIT.

       5100-UNA-ORDEN.
           READ ORDEN NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 5100-UNA-ORDEN-EXIT
           END-READ.
           IF WOR-ARTICULO NOT = LK-ARTICULO
              OR WOR-ESTA-CERRADA
              OR WOR-SUC-DESTINO NOT = LK-SUCURSAL
              OR WOR-FEC-PREVISTA = 0
               GO TO 5100-UNA-ORDEN-EXIT
           END-IF.
           COMPUTE WQA-PENDIENTE = WOR-CANT-PEDIDA - WOR-CANT-RECIBIDA.
           IF WQA-PENDIENTE NOT > 0
               GO TO 5100-UNA-ORDEN-EXIT
           END-IF.
           MOVE WOR-FEC-PREVISTA TO WQA-FEC-MOV.
           MOVE WQA-PENDIENTE    TO WQA-CANT-MOV.
           PERFORM 8000-ENTRADA THRU 8000-ENTRADA-EXIT.
       5100-UNA-ORDEN-EXIT.
           EXIT.

       6000-PRODUCCION.
           MOVE "N"         TO EOF-ARCHIVO.
           MOVE LK-SUCURSAL TO WQP-SUCURSAL.
           MOVE LK-ARTICULO TO WQP-PRODUCTO.
           MOVE 0           TO WQP-FECHA.
           START PRODPLAN KEY IS NOT LESS THAN WQP-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           IF WQP-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           PERFORM 6100-UN-PLAN THRU 6100-UN-PLAN-EXIT
               UNTIL NO-HAY-MAS-REG.
       6000-PRODUCCION-EXIT.
           EXIT.

       6100-UN-PLAN.
           READ PRODPLAN NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 6100-UN-PLAN-EXIT
           END-READ.
           IF WQP-SUCURSAL NOT = LK-SUCURSAL
              OR WQP-PRODUCTO NOT = LK-ARTICULO
               MOVE "S" TO EOF-ARCHIVO
               GO TO 6100-UN-PLAN-EXIT
           END-IF.
           COMPUTE WQA-PENDIENTE =
               WQP-CANT-PLANIFICADA - WQP-CANT-PRODUCIDA.
           IF WQA-PENDIENTE NOT > 0
               GO TO 6100-UN-PLAN-EXIT
           END-IF.
           MOVE WQP-FECHA     TO WQA-FEC-MOV.
           MOVE WQA-PENDIENTE TO WQA-CANT-MOV.
           PERFORM 8000-ENTRADA THRU 8000-ENTRADA-EXIT.
       6100-UN-PLAN-EXIT.
           EXIT.

      *    Saldo acumulado hacia adelante, minimo hacia atras y
      *    primer dia desde el que el minimo cubre la cantidad.
       7000-SALDOS.
           COMPUTE LK-P-SALDO (1) = LK-P-STOCK - LK-P-RETENIDO
               + LK-P-ENTRADAS (1) - LK-P-SALIDAS (1).
           PERFORM 7100-SALDO-DIA
               VARYING WQA-IX FROM 2 BY 1 UNTIL WQA-IX > 30.
           MOVE LK-P-SALDO (30) TO WQA-MINIMO.
           PERFORM 7200-MINIMO-DIA
               VARYING WQA-IX FROM 30 BY -1 UNTIL WQA-IX < 1.
           PERFORM 7300-PROMESA
               VARYING WQA-IX FROM 30 BY -1 UNTIL WQA-IX < 1.

       7100-SALDO-DIA.
           COMPUTE LK-P-SALDO (WQA-IX) = LK-P-SALDO (WQA-IX - 1)
               + LK-P-ENTRADAS (WQA-IX) - LK-P-SALIDAS (WQA-IX).

       7200-MINIMO-DIA.
           IF LK-P-SALDO (WQA-IX) < WQA-MINIMO
               MOVE LK-P-SALDO (WQA-IX) TO WQA-MINIMO
           END-IF.
           MOVE WQA-MINIMO TO WQA-MIN-DESDE (WQA-IX).

      *    Recorrido de atras para adelante: queda el primer dia.
       7300-PROMESA.
           IF WQA-MIN-DESDE (WQA-IX) >= LK-CANTIDAD
               MOVE LK-P-FECHA (WQA-IX) TO LK-FEC-PROMESA
           END-IF.

      *    Entrada del dia de su fecha; la vencida entra maniana
      *    y la posterior al horizonte no entra.
       8000-ENTRADA.
           IF WQA-FEC-MOV < WQA-HOY
               MOVE 2 TO WQA-IX
           ELSE
               IF FUNCTION INTEGER-OF-DATE (WQA-FEC-MOV)
                  - WQA-DIA-HOY > 29
                   GO TO 8000-ENTRADA-EXIT
               END-IF
               COMPUTE WQA-IX = FUNCTION INTEGER-OF-DATE (WQA-FEC-MOV)
                   - WQA-DIA-HOY + 1
           END-IF.
           ADD WQA-CANT-MOV TO LK-P-ENTRADAS (WQA-IX).
       8000-ENTRADA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE STOCKSUC.
           CLOSE LOTESTK.
           CLOSE MADURA.
           CLOSE RESSTK.
           CLOSE PEDFIJO.
           CLOSE ORDEN.
           CLOSE PRODPLAN.
       9999-FINAL-EXIT.
           EXIT.
