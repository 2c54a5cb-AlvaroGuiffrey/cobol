       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ICESPEJO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable del espejo intercompania: cuando una
      * empresa del grupo le vende a otra, la cuenta del cliente
      * esta vinculada en ICVINC (mantenido por INTERCO modo V)
      * con el proveedor que la representa en la empresa que
      * compra y con la sucursal que recibe la mercaderia. Los
      * programas que emiten comprobantes a clientes la llaman
      * despues de grabar el suyo, y si la cuenta esta vinculada
      * se genera solo el comprobante espejo en la otra punta,
      * en vez de cargar la misma factura otra vez a mano en
      * FACPROV:
      *   LK-OPERACION C  comprobante: graba en CTAPROV la
      *                   factura (F), nota de debito (D) o nota
      *                   de credito (C, con importes negativos)
      *                   del proveedor vinculado, numerada desde
      *                   NUMERO tipo "FACPROV " (como FLETERO),
      *                   con el vencimiento del plazo de PROVEE
      *                   y la alicuota convertida al codigo de
      *                   ALICUO; deja el par origen/espejo en
      *                   ICESPEJ, que es lo que concilia INTERCO;
      *   LK-OPERACION R  renglon del comprobante ya espejado:
      *                   lo agrega en FPRODET y lo recibe (o lo
      *                   devuelve, si es credito) en el STOCKSUC
      *                   de la sucursal receptora, con su
      *                   movimiento "REC" en el kardex (STKMOV).
      *                   No abre capa de costo en STOCKCAP: la
      *                   mercaderia ya tiene la suya de la compra
      *                   original y pasar de una empresa a otra
      *                   no cambia el costo del grupo.
      * Los importes llegan en positivo, como los emitio el
      * vendedor. Un comprobante ya espejado no se duplica. Si la
      * empresa receptora tiene el periodo cerrado (PERCHK) el
      * espejo no se graba y el comprobante sale "SIN ESPEJO" en
      * la conciliacion mensual de INTERCO.
      * LK-ESPEJADO vuelve en S si el comprobante tiene espejo y
      * en N si la cuenta no esta vinculada (o no se pudo).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICVINC    ASSIGN TO "ICVINC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIL-CUENTA
                             FILE STATUS IS WIL-STATUS.
           SELECT ICESPEJ   ASSIGN TO "ICESPEJ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIE-CLAVE
                             ALTERNATE RECORD KEY IS WIE-CLAVE-ESPEJO
                             FILE STATUS IS WIE-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             ALTERNATE RECORD KEY IS WFP-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WFP-STATUS.
           SELECT FPRODET   ASSIGN TO "FPRODET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFD-CLAVE
                             FILE STATUS IS WFD-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT ALICUO    ASSIGN TO "ALICUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAL-CODIGO
                             FILE STATUS IS WAL-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT STOCKSUC  ASSIGN TO "STOCKSUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSS-CLAVE
                             FILE STATUS IS WSS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Vinculo cuenta cliente -> proveedor de la otra empresa.
       FD  ICVINC.
       01  REG-ICVINC.
           05  WIL-CUENTA            PIC 9(06).
           05  WIL-EMP-ORIGEN        PIC 9(04).
           05  WIL-EMP-DESTINO       PIC 9(04).
           05  WIL-PROVEEDOR         PIC 9(06).
           05  WIL-SUC-DESTINO       PIC 9(02).
           05  WIL-ACTIVO            PIC X(01).
               88  WIL-VIGENTE        VALUE "S".
           05  WIL-FEC-ALTA          PIC 9(08).
           05  WIL-OPERADOR          PIC X(08).

      *    Par comprobante del vendedor / comprobante espejo del
      *    comprador, con los importes como quedaron en CTAPROV.
       FD  ICESPEJ.
       01  REG-ICESPEJ.
           05  WIE-CLAVE.
               10  WIE-CUENTA        PIC 9(06).
               10  WIE-TIPO          PIC X(01).
               10  WIE-COMPROBANTE   PIC 9(08).
           05  WIE-CLAVE-ESPEJO.
               10  WIE-PROVEEDOR     PIC 9(06).
               10  WIE-COMPROB-PROV  PIC 9(08).
           05  WIE-FECHA             PIC 9(08).
           05  WIE-EMP-ORIGEN        PIC 9(04).
           05  WIE-EMP-DESTINO       PIC 9(04).
           05  WIE-SUC-DESTINO       PIC 9(02).
           05  WIE-NETO              PIC S9(09)V99.
           05  WIE-IVA               PIC S9(09)V99.
           05  WIE-TOTAL             PIC S9(09)V99.
           05  WIE-CANT-RENGLONES    PIC 9(04).
           05  WIE-OPERADOR          PIC X(08).

       FD  CTAPROV.
       01  REG-CTAPROV.
           05  WFP-CLAVE.
               10  WFP-PROVEEDOR     PIC 9(06).
               10  WFP-COMPROBANTE   PIC 9(08).
           05  WFP-ORDEN             PIC 9(08).
           05  WFP-FEC-EMISION       PIC 9(08).
           05  WFP-FEC-VENC          PIC 9(08).
           05  WFP-NETO              PIC S9(09)V99.
           05  WFP-ALICUOTA          PIC 9(02).
           05  WFP-IVA               PIC S9(09)V99.
           05  WFP-TOTAL             PIC S9(09)V99.
           05  WFP-SALDO             PIC S9(09)V99.
           05  WFP-CANCELADO         PIC X(01).
           05  WFP-EN-PAGO           PIC X(01).
           05  WFP-CON-DIFERENCIAS   PIC X(01).
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  FPRODET.
       01  REG-FPRODET.
           05  WFD-CLAVE.
               10  WFD-PROVEEDOR     PIC 9(06).
               10  WFD-COMPROBANTE   PIC 9(08).
               10  WFD-SECUENCIA     PIC 9(04).
           05  WFD-ARTICULO          PIC 9(06).
           05  WFD-CANTIDAD          PIC S9(07)V99.
           05  WFD-PRECIO            PIC S9(07)V99.
           05  WFD-DIFERENCIA        PIC X(01).

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).
           05  WPV-COND-IVA          PIC X(02).
           05  WPV-PLAZO-PAGO-DIAS   PIC 9(03).

       FD  ALICUO.
       01  REG-ALICUO.
           05  WAL-CODIGO            PIC 9(02).
           05  WAL-PORCENTAJE        PIC 9(03)V99.
           05  WAL-DESCRIPCION       PIC X(20).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  STOCKSUC.
       01  REG-STOCKSUC.
           05  WSS-CLAVE.
               10  WSS-SUCURSAL      PIC 9(02).
               10  WSS-ARTICULO      PIC 9(06).
           05  WSS-CANT-ACTUAL       PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       77  WIL-STATUS                PIC X(02).
       77  WIE-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WFD-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WAL-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WSS-STATUS                PIC X(02).
       77  WIO-SIGNO                 PIC S9(01).
       77  WIO-ALICUOTA-COD          PIC 9(02).
       77  WIO-PERIODO-ABIERTO       PIC X(01).
       77  WIO-CANTIDAD              PIC S9(07)V99.
       77  WIO-KDX-DEPOSITO          PIC 9(02) VALUE 0.
       77  WIO-KDX-TIPO              PIC X(03) VALUE "REC".
       77  WIO-KDX-DOCUMENTO         PIC X(12).
       77  WIO-KDX-CLAVE             PIC X(22).
       77  EOF-ALICUO                 PIC X(01).
           88  NO-HAY-MAS-ALICUO      VALUE "S".

       LINKAGE SECTION.
       01  LK-OPERACION              PIC X(01).
       01  LK-TIPO                   PIC X(01).
       01  LK-CUENTA                 PIC 9(06).
       01  LK-COMPROBANTE            PIC 9(08).
       01  LK-FECHA                  PIC 9(08).
       01  LK-NETO                   PIC S9(09)V99.
       01  LK-ALICUOTA               PIC 9(03)V99.
       01  LK-IVA                    PIC S9(09)V99.
       01  LK-TOTAL                  PIC S9(09)V99.
       01  LK-ARTICULO               PIC 9(06).
       01  LK-CANTIDAD               PIC S9(07)V99.
       01  LK-PRECIO                 PIC S9(07)V99.
       01  LK-OPERADOR               PIC X(08).
       01  LK-ESPEJADO               PIC X(01).

       PROCEDURE DIVISION USING LK-OPERACION
                                 LK-TIPO
                                 LK-CUENTA
                                 LK-COMPROBANTE
                                 LK-FECHA
                                 LK-NETO
                                 LK-ALICUOTA
                                 LK-IVA
                                 LK-TOTAL
                                 LK-ARTICULO
                                 LK-CANTIDAD
                                 LK-PRECIO
                                 LK-OPERADOR
                                 LK-ESPEJADO.
       DECLARATIVES.
       ICVINC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ICVINC.
           DISPLAY "ERROR E/S ICVINC: " WIL-STATUS.
       ICESPEJ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ICESPEJ.
           DISPLAY "ERROR E/S ICESPEJ: " WIE-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       FPRODET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPRODET.
           DISPLAY "ERROR E/S FPRODET: " WFD-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       ALICUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALICUO.
           DISPLAY "ERROR E/S ALICUO: " WAL-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       STOCKSUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON STOCKSUC.
           DISPLAY "ERROR E/S STOCKSUC: " WSS-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           MOVE "N" TO LK-ESPEJADO.
           PERFORM 1000-VINCULO THRU 1000-VINCULO-EXIT.
           IF WIL-VIGENTE
               OPEN I-O ICESPEJ
               IF WIE-STATUS = "35"
                   CLOSE ICESPEJ
                   OPEN OUTPUT ICESPEJ
                   CLOSE ICESPEJ
                   OPEN I-O ICESPEJ
               END-IF
               EVALUATE LK-OPERACION
                   WHEN "C"
                       PERFORM 2000-COMPROBANTE
                           THRU 2000-COMPROBANTE-EXIT
                   WHEN "R"
                       PERFORM 3000-RENGLON THRU 3000-RENGLON-EXIT
                   WHEN OTHER
                       DISPLAY "ICESPEJO: OPERACION INVALIDA "
                           LK-OPERACION
               END-EVALUATE
               CLOSE ICESPEJ
           END-IF.
           GOBACK.

      *    Sin ICVINC no hay nada vinculado: la llamada no hace
      *    nada y el emisor sigue como siempre.
       1000-VINCULO.
           MOVE "N" TO WIL-ACTIVO.
           OPEN INPUT ICVINC.
           IF WIL-STATUS NOT = "00"
               GO TO 1000-VINCULO-EXIT
           END-IF.
           MOVE LK-CUENTA TO WIL-CUENTA.
           READ ICVINC KEY IS WIL-CUENTA
               INVALID KEY MOVE "N" TO WIL-ACTIVO
           END-READ.
           CLOSE ICVINC.
       1000-VINCULO-EXIT.
           EXIT.

      *    Comprobante espejo en la cuenta corriente del proveedor
      *    vinculado.
       2000-COMPROBANTE.
           MOVE LK-CUENTA      TO WIE-CUENTA.
           MOVE LK-TIPO        TO WIE-TIPO.
           MOVE LK-COMPROBANTE TO WIE-COMPROBANTE.
           READ ICESPEJ KEY IS WIE-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO LK-ESPEJADO
                   GO TO 2000-COMPROBANTE-EXIT
           END-READ.
           CALL "PERCHK" USING WIL-EMP-DESTINO
                               LK-FECHA
                               WIO-PERIODO-ABIERTO
           END-CALL.
           IF WIO-PERIODO-ABIERTO = "N"
               DISPLAY "PERIODO CERRADO EN LA EMPRESA "
                   WIL-EMP-DESTINO " - COMPROBANTE SIN ESPEJO"
               GO TO 2000-COMPROBANTE-EXIT
           END-IF.
           IF LK-TIPO = "C"
               MOVE -1 TO WIO-SIGNO
           ELSE
               MOVE 1 TO WIO-SIGNO
           END-IF.

           OPEN INPUT PROVEE.
           MOVE WIL-PROVEEDOR TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY MOVE 0 TO WPV-PLAZO-PAGO-DIAS
           END-READ.
           CLOSE PROVEE.
           PERFORM 2100-CODIGO-ALICUOTA
               THRU 2100-CODIGO-ALICUOTA-EXIT.

           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           MOVE "FACPROV " TO WNU-TIPO-COMP.
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
           CLOSE NUMERO.

           OPEN I-O CTAPROV.
           IF WFP-STATUS = "35"
               CLOSE CTAPROV
               OPEN OUTPUT CTAPROV
               CLOSE CTAPROV
               OPEN I-O CTAPROV
           END-IF.
           MOVE WIL-PROVEEDOR     TO WFP-PROVEEDOR.
           MOVE WNU-ULTIMO-NUMERO TO WFP-COMPROBANTE.
           MOVE 0                 TO WFP-ORDEN.
           MOVE LK-FECHA          TO WFP-FEC-EMISION.
           COMPUTE WFP-FEC-VENC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LK-FECHA)
                + WPV-PLAZO-PAGO-DIAS).
           COMPUTE WFP-NETO  = LK-NETO * WIO-SIGNO.
           MOVE WIO-ALICUOTA-COD  TO WFP-ALICUOTA.
           COMPUTE WFP-IVA   = LK-IVA * WIO-SIGNO.
           COMPUTE WFP-TOTAL = LK-TOTAL * WIO-SIGNO.
           MOVE WFP-TOTAL         TO WFP-SALDO.
           MOVE "N"               TO WFP-CANCELADO.
           MOVE "N"               TO WFP-EN-PAGO.
           MOVE "N"               TO WFP-CON-DIFERENCIAS.
           MOVE 0                 TO WFP-MONEDA.
           MOVE 1                 TO WFP-COTIZ-ORIGEN.
           MOVE 1                 TO WFP-COTIZ-VIGENTE.
           MOVE 0                 TO WFP-TOTAL-ME.
           MOVE 0                 TO WFP-SALDO-ME.
           WRITE REG-CTAPROV
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR CTAPROV ESPEJO"
                   CLOSE CTAPROV
                   GO TO 2000-COMPROBANTE-EXIT
           END-WRITE.
           CLOSE CTAPROV.

           MOVE LK-CUENTA         TO WIE-CUENTA.
           MOVE LK-TIPO           TO WIE-TIPO.
           MOVE LK-COMPROBANTE    TO WIE-COMPROBANTE.
           MOVE WIL-PROVEEDOR     TO WIE-PROVEEDOR.
           MOVE WNU-ULTIMO-NUMERO TO WIE-COMPROB-PROV.
           MOVE LK-FECHA          TO WIE-FECHA.
           MOVE WIL-EMP-ORIGEN    TO WIE-EMP-ORIGEN.
           MOVE WIL-EMP-DESTINO   TO WIE-EMP-DESTINO.
           MOVE WIL-SUC-DESTINO   TO WIE-SUC-DESTINO.
           MOVE WFP-NETO          TO WIE-NETO.
           MOVE WFP-IVA           TO WIE-IVA.
           MOVE WFP-TOTAL         TO WIE-TOTAL.
           MOVE 0                 TO WIE-CANT-RENGLONES.
           MOVE LK-OPERADOR       TO WIE-OPERADOR.
           WRITE REG-ICESPEJ
               INVALID KEY DISPLAY "NO PUDO GRABAR ICESPEJ"
           END-WRITE.
           MOVE "S" TO LK-ESPEJADO.
           DISPLAY "ESPEJO EN PROVEEDOR " WIL-PROVEEDOR
               " COMPROBANTE " WNU-ULTIMO-NUMERO.
       2000-COMPROBANTE-EXIT.
           EXIT.

      *    El vendedor manda el porcentaje; CTAPROV (y con el los
      *    libros de compras) lleva el codigo de ALICUO.
       2100-CODIGO-ALICUOTA.
           MOVE 0 TO WIO-ALICUOTA-COD.
           IF LK-ALICUOTA = 0
               GO TO 2100-CODIGO-ALICUOTA-EXIT
           END-IF.
           MOVE "N" TO EOF-ALICUO.
           OPEN INPUT ALICUO.
           IF WAL-STATUS NOT = "00"
               GO TO 2100-CODIGO-ALICUOTA-EXIT
           END-IF.
           MOVE 0 TO WAL-CODIGO.
           START ALICUO KEY IS NOT LESS THAN WAL-CODIGO
               INVALID KEY MOVE "S" TO EOF-ALICUO
           END-START.
           PERFORM 2110-BUSCAR-ALICUOTA
               THRU 2110-BUSCAR-ALICUOTA-EXIT
               UNTIL NO-HAY-MAS-ALICUO.
           CLOSE ALICUO.
       2100-CODIGO-ALICUOTA-EXIT.
           EXIT.

       2110-BUSCAR-ALICUOTA.
           READ ALICUO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ALICUO
                   GO TO 2110-BUSCAR-ALICUOTA-EXIT
           END-READ.
           IF WAL-PORCENTAJE = LK-ALICUOTA
               MOVE WAL-CODIGO TO WIO-ALICUOTA-COD
               MOVE "S" TO EOF-ALICUO
           END-IF.
       2110-BUSCAR-ALICUOTA-EXIT.
           EXIT.

      *    Renglon del comprobante espejo y recepcion en la
      *    sucursal de la empresa que compra. Si el comprobante no
      *    llego a espejarse (periodo cerrado) no hay nada que
      *    recibir.
       3000-RENGLON.
           MOVE LK-CUENTA      TO WIE-CUENTA.
           MOVE LK-TIPO        TO WIE-TIPO.
           MOVE LK-COMPROBANTE TO WIE-COMPROBANTE.
           READ ICESPEJ KEY IS WIE-CLAVE
               INVALID KEY GO TO 3000-RENGLON-EXIT
           END-READ.
           IF LK-TIPO = "C"
               COMPUTE WIO-CANTIDAD = 0 - LK-CANTIDAD
           ELSE
               MOVE LK-CANTIDAD TO WIO-CANTIDAD
           END-IF.

           OPEN I-O FPRODET.
           IF WFD-STATUS = "35"
               CLOSE FPRODET
               OPEN OUTPUT FPRODET
               CLOSE FPRODET
               OPEN I-O FPRODET
           END-IF.
           ADD 1 TO WIE-CANT-RENGLONES.
           MOVE WIE-PROVEEDOR      TO WFD-PROVEEDOR.
           MOVE WIE-COMPROB-PROV   TO WFD-COMPROBANTE.
           MOVE WIE-CANT-RENGLONES TO WFD-SECUENCIA.
           MOVE LK-ARTICULO        TO WFD-ARTICULO.
           MOVE WIO-CANTIDAD       TO WFD-CANTIDAD.
           MOVE LK-PRECIO          TO WFD-PRECIO.
           MOVE "N"                TO WFD-DIFERENCIA.
           WRITE REG-FPRODET
               INVALID KEY DISPLAY "NO PUDO GRABAR FPRODET ESPEJO"
           END-WRITE.
           CLOSE FPRODET.
           REWRITE REG-ICESPEJ
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ICESPEJ"
           END-REWRITE.

           OPEN I-O STOCKSUC.
           IF WSS-STATUS = "35"
               CLOSE STOCKSUC
               OPEN OUTPUT STOCKSUC
               CLOSE STOCKSUC
               OPEN I-O STOCKSUC
           END-IF.
           MOVE WIE-SUC-DESTINO TO WSS-SUCURSAL.
           MOVE LK-ARTICULO     TO WSS-ARTICULO.
           READ STOCKSUC KEY IS WSS-CLAVE
               INVALID KEY MOVE 0 TO WSS-CANT-ACTUAL
           END-READ.
           ADD WIO-CANTIDAD TO WSS-CANT-ACTUAL.
           REWRITE REG-STOCKSUC
               INVALID KEY
                   WRITE REG-STOCKSUC
                       INVALID KEY DISPLAY "NO PUDO ALTA STOCKSUC"
                   END-WRITE
           END-REWRITE.
           CLOSE STOCKSUC.
           MOVE SPACES TO WIO-KDX-DOCUMENTO.
           STRING "IC " WIE-COMPROB-PROV DELIMITED BY SIZE
               INTO WIO-KDX-DOCUMENTO
           END-STRING.
           CALL "STKMOV" USING WIE-SUC-DESTINO
                               WIO-KDX-DEPOSITO
                               LK-ARTICULO
                               WIO-KDX-TIPO
                               WIO-KDX-DOCUMENTO
                               WIO-CANTIDAD
                               WSS-CANT-ACTUAL
                               LK-OPERADOR
                               WIO-KDX-CLAVE
           END-CALL.
           MOVE "S" TO LK-ESPEJADO.
       3000-RENGLON-EXIT.
           EXIT.
