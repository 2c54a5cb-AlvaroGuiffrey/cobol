       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STKMOV.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable del libro unico de movimientos de
      * stock (KARDEX): cada programa que modifica STOCKSUC la
      * llama despues de su REWRITE con la sucursal, el deposito
      * (0 si el movimiento no abre por deposito), el articulo,
      * el tipo de origen, el documento, la cantidad con signo
      * (positiva ingresa, negativa egresa), el saldo de
      * STOCKSUC que quedo y el operador. Los tipos de origen:
      *   REM remito/despacho    REC recepcion de compra
      *   MER merma              INV ajuste de inventario
      *   DEV devolucion         TRF transferencia sucursales
      *   DEP traspaso depositos PRD produccion
      *   CON consignacion       EDI pedido EDI
      *   PRE preventa           ENT entrega en ruta
      *   SUC resincronizacion de sucursal
      * La clave es sucursal + articulo + fecha + secuencia del
      * dia para ese articulo, de modo que el kardex se lee en
      * orden cronologico; la clave grabada vuelve en
      * LK-CLAVE-MOV para quien journaliza en TRXJRNL. Sobre
      * KARDEX trabaja el programa KARDEX (consulta, listado y
      * verificacion de integridad contra STOCKSUC).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX    ASSIGN TO "KARDEX"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKX-CLAVE
                             FILE STATUS IS WKX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX.
       01  REG-KARDEX.
           05  WKX-CLAVE.
               10  WKX-SUCURSAL      PIC 9(02).
               10  WKX-ARTICULO      PIC 9(06).
               10  WKX-FECHA         PIC 9(08).
               10  WKX-SECUENCIA     PIC 9(06).
           05  WKX-DEPOSITO          PIC 9(02).
           05  WKX-TIPO-ORIGEN       PIC X(03).
           05  WKX-DOCUMENTO         PIC X(12).
           05  WKX-CANTIDAD          PIC S9(07)V99.
           05  WKX-SALDO             PIC S9(09)V99.
           05  WKX-OPERADOR          PIC X(08).
           05  WKX-HORA              PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WKX-STATUS                PIC X(02).
       77  WKB-HOY                   PIC 9(08).
       77  WKB-HORA                  PIC 9(08).
       77  WKB-ULTIMA-SEC            PIC 9(06).
       77  EOF-KARDEX                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-KARDEX      VALUE "S".

       LINKAGE SECTION.
       01  LK-SUCURSAL               PIC 9(02).
       01  LK-DEPOSITO               PIC 9(02).
       01  LK-ARTICULO               PIC 9(06).
       01  LK-TIPO-ORIGEN            PIC X(03).
       01  LK-DOCUMENTO              PIC X(12).
       01  LK-CANTIDAD               PIC S9(07)V99.
       01  LK-SALDO                  PIC S9(07)V99.
       01  LK-OPERADOR               PIC X(08).
       01  LK-CLAVE-MOV              PIC X(22).

       PROCEDURE DIVISION USING LK-SUCURSAL
                                 LK-DEPOSITO
                                 LK-ARTICULO
                                 LK-TIPO-ORIGEN
                                 LK-DOCUMENTO
                                 LK-CANTIDAD
                                 LK-SALDO
                                 LK-OPERADOR
                                 LK-CLAVE-MOV.
       DECLARATIVES.
       KARDEX-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON KARDEX.
           DISPLAY "ERROR E/S KARDEX: " WKX-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           ACCEPT WKB-HOY FROM DATE YYYYMMDD.
           ACCEPT WKB-HORA FROM TIME.
           MOVE SPACES TO LK-CLAVE-MOV.
           OPEN I-O KARDEX.
           IF WKX-STATUS = "35"
               CLOSE KARDEX
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF.
      *    La secuencia del dia se busca recorriendo los movimientos
      *    de hoy del mismo articulo, como la de AJUSTOCK.
           MOVE 0 TO WKB-ULTIMA-SEC.
           MOVE "N" TO EOF-KARDEX.
           MOVE LK-SUCURSAL TO WKX-SUCURSAL.
           MOVE LK-ARTICULO TO WKX-ARTICULO.
           MOVE WKB-HOY     TO WKX-FECHA.
           MOVE 0           TO WKX-SECUENCIA.
           START KARDEX KEY IS NOT LESS THAN WKX-CLAVE
               INVALID KEY MOVE "S" TO EOF-KARDEX
           END-START.
           IF WKX-STATUS NOT = "00"
               MOVE "S" TO EOF-KARDEX
           END-IF.
           PERFORM 1000-BUSCAR-SECUENCIA
               THRU 1000-BUSCAR-SECUENCIA-EXIT
               UNTIL NO-HAY-MAS-KARDEX.

           MOVE LK-SUCURSAL    TO WKX-SUCURSAL.
           MOVE LK-ARTICULO    TO WKX-ARTICULO.
           MOVE WKB-HOY        TO WKX-FECHA.
           COMPUTE WKX-SECUENCIA = WKB-ULTIMA-SEC + 1.
           MOVE LK-DEPOSITO    TO WKX-DEPOSITO.
           MOVE LK-TIPO-ORIGEN TO WKX-TIPO-ORIGEN.
           MOVE LK-DOCUMENTO   TO WKX-DOCUMENTO.
           MOVE LK-CANTIDAD    TO WKX-CANTIDAD.
           MOVE LK-SALDO       TO WKX-SALDO.
           MOVE LK-OPERADOR    TO WKX-OPERADOR.
           MOVE WKB-HORA       TO WKX-HORA.
           WRITE REG-KARDEX
               INVALID KEY DISPLAY "NO PUDO GRABAR KARDEX"
               NOT INVALID KEY MOVE WKX-CLAVE TO LK-CLAVE-MOV
           END-WRITE.
           CLOSE KARDEX.
           GOBACK.

       1000-BUSCAR-SECUENCIA.
           READ KARDEX NEXT RECORD
               AT END MOVE "S" TO EOF-KARDEX
           END-READ.
           IF NO-HAY-MAS-KARDEX
               GO TO 1000-BUSCAR-SECUENCIA-EXIT
           END-IF.
           IF WKX-SUCURSAL NOT = LK-SUCURSAL OR
              WKX-ARTICULO NOT = LK-ARTICULO OR
              WKX-FECHA    NOT = WKB-HOY
               MOVE "S" TO EOF-KARDEX
               GO TO 1000-BUSCAR-SECUENCIA-EXIT
           END-IF.
           MOVE WKX-SECUENCIA TO WKB-ULTIMA-SEC.
       1000-BUSCAR-SECUENCIA-EXIT.
           EXIT.
