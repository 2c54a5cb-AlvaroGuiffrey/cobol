       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COMPENSA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Compensacion entre cuenta de cliente y cuenta de
      * proveedor de una misma persona: tamberos que nos compran
      * productos y a los que les pagamos la leche (LECHELIQ /
      * CTAPROV), cadenas que nos compran y nos facturan
      * servicios. Hasta ahora se cancelaba a mano con un recibo
      * y una orden de pago cruzados. CLIPROV vincula la CUENTA
      * con su codigo de PROVEE (mismo CUIT); el documento de
      * compensacion se numera desde NUMERO tipo "COMPENSA",
      * guarda cabecera en COMPENSA y el detalle de lo aplicado
      * a cada comprobante en COMPEDET.
      *   modo V: vincula una cuenta con su proveedor;
      *   modo C: compensa: toma las facturas abiertas de FACT
      *           de la cuenta y las abiertas de CTAPROV del
      *           proveedor (no reservadas en una orden de
      *           pago), el operador elige comprobantes de cada
      *           lado (0 al primero = todos) y se cancelan ambos
      *           lados por el menor de los dos totales, en
      *           orden de comprobante; el documento sale por
      *           PRNTDEST;
      *   modo L: reimprime un documento de compensacion.
      * El asiento lo genera DIARIOGN (origen "COMPENSA": debe
      * proveedores, haber deudores por ventas segun CTAMAP).
      * ESTCTA y el resumen de PROVAGE muestran los documentos.
      * Una factura de proveedor en moneda extranjera se
      * compensa por su saldo en pesos y su saldo en origen baja
      * en proporcion (la diferencia de cambio queda para el
      * cierre mensual de REVALPRO).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIPROV   ASSIGN TO "CLIPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCX-CUENTA
                             ALTERNATE RECORD KEY IS WCX-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WCX-STATUS.
           SELECT COMPENSA  ASSIGN TO "COMPENSA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCN-NUMERO
                             ALTERNATE RECORD KEY IS WCN-CUENTA
                                 WITH DUPLICATES
                             ALTERNATE RECORD KEY IS WCN-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WCN-STATUS.
           SELECT COMPEDET  ASSIGN TO "COMPEDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCE-CLAVE
                             FILE STATUS IS WCE-STATUS.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             ALTERNATE RECORD KEY IS WFA-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WFA-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CUENTA
                             FILE STATUS IS WCU-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Vinculo cliente-proveedor de la misma persona.
       FD  CLIPROV.
       01  REG-CLIPROV.
           05  WCX-CUENTA            PIC 9(06).
           05  WCX-PROVEEDOR         PIC 9(06).
           05  WCX-FEC-ALTA          PIC 9(08).

       FD  COMPENSA.
       01  REG-COMPENSA.
           05  WCN-NUMERO            PIC 9(08).
           05  WCN-FECHA             PIC 9(08).
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-PROVEEDOR         PIC 9(06).
           05  WCN-IMPORTE           PIC S9(09)V99.

      *    Un renglon por comprobante tocado: lado C = factura
      *    de cliente (FACT), lado P = factura de proveedor
      *    (CTAPROV).
       FD  COMPEDET.
       01  REG-COMPEDET.
           05  WCE-CLAVE.
               10  WCE-NUMERO        PIC 9(08).
               10  WCE-SECUENCIA     PIC 9(03).
           05  WCE-LADO              PIC X(01).
               88  WCE-LADO-CLIENTE   VALUE "C".
               88  WCE-LADO-PROVEEDOR VALUE "P".
           05  WCE-COMPROBANTE       PIC 9(08).
           05  WCE-SALDO-ANTERIOR    PIC S9(09)V99.
           05  WCE-IMPORTE           PIC S9(09)V99.

       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).
               88  WFA-ESTA-CANCELADO VALUE "S".
           05  WFA-FEC-EMISION       PIC 9(08).
           05  WFA-IMPORTE           PIC S9(09)V99.

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
               88  WFP-ESTA-CANCELADO VALUE "S".
           05  WFP-EN-PAGO           PIC X(01).
               88  WFP-RESERVADA-PAGO VALUE "S".
           05  WFP-CON-DIFERENCIAS   PIC X(01).
           05  WFP-MONEDA            PIC 9(02).
           05  WFP-COTIZ-ORIGEN      PIC 9(07)V9999.
           05  WFP-COTIZ-VIGENTE     PIC 9(07)V9999.
           05  WFP-TOTAL-ME          PIC S9(09)V99.
           05  WFP-SALDO-ME          PIC S9(09)V99.

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CUENTA            PIC 9(06).
           05  WCU-NOMBRE            PIC X(30).
           05  WCU-NOMBRE-NORMALIZADO PIC X(30).
           05  WCU-CUIT              PIC 9(11).

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "COMPENSA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WCX-STATUS                PIC X(02).
       77  WCN-STATUS                PIC X(02).
       77  WCE-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WCP-MODO-PARAM            PIC X(01).
       77  WCP-CUENTA-PARAM          PIC 9(06).
       77  WCP-PROVEEDOR-PARAM       PIC 9(06).
       77  WCP-NUMERO-PARAM          PIC 9(08).
       77  WCP-COMPROBANTE-PARAM     PIC 9(08).
       77  WCP-CONFIRMA              PIC X(01).
       77  WCP-HOY                   PIC 9(08).
       77  WCP-HALLADO               PIC X(01).
       77  WCP-CANT-FACT             PIC 9(03).
       77  WCP-CANT-PROV             PIC 9(03).
       77  WCP-CANT-ELEGIDAS         PIC 9(03).
       77  WCP-IX                    PIC 9(03).
       77  WCP-SECUENCIA             PIC 9(03).
       77  WCP-TOT-FACT              PIC S9(11)V99.
       77  WCP-TOT-PROV              PIC S9(11)V99.
       77  WCP-IMPORTE               PIC S9(11)V99.
       77  WCP-RESTO                 PIC S9(11)V99.
       77  WCP-APLICADO              PIC S9(09)V99.
       77  WCP-MAX-ITEMS             PIC 9(03) VALUE 100.
       77  WCP-ED-IMPORTE            PIC ZZ,ZZZ,ZZ9.99-.
       77  EOF-FACT                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-COMPEDET               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-COMPEDET    VALUE "S".

      *    Comprobantes abiertos de cada lado; WCP-x-ELEGIDA
      *    marca los que el operador toma para la compensacion.
       01  WCP-TABLA-FACT.
           05  WCP-FACT OCCURS 100.
               10  WCP-F-COMPROBANTE PIC 9(08).
               10  WCP-F-SALDO       PIC S9(09)V99.
               10  WCP-F-ELEGIDA     PIC X(01).
       01  WCP-TABLA-PROV.
           05  WCP-PROV OCCURS 100.
               10  WCP-P-COMPROBANTE PIC 9(08).
               10  WCP-P-SALDO       PIC S9(09)V99.
               10  WCP-P-ELEGIDA     PIC X(01).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE "DOCUMENTO DE COMPENSACION NRO ".
           05  T-NUMERO           PIC Z(7)9.
           05  FILLER             PIC X(08) VALUE "  FECHA ".
           05  T-FECHA            PIC 9(08).

       01  LIN-PARTES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE "CUENTA: ".
           05  P-CUENTA           PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  P-NOMBRE           PIC X(30).
           05  FILLER             PIC X(13) VALUE "  PROVEEDOR: ".
           05  P-PROVEEDOR        PIC Z(5)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  P-RAZON-SOCIAL     PIC X(30).

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-LADO                PIC X(18).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-COMPROBANTE         PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SALDO-ANTERIOR      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(48) VALUE
               "IMPORTE COMPENSADO EN CADA LADO ...............:".
           05  L-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       CLIPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CLIPROV.
           DISPLAY "ERROR E/S CLIPROV: " WCX-STATUS.
       COMPENSA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMPENSA.
           DISPLAY "ERROR E/S COMPENSA: " WCN-STATUS.
       COMPEDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COMPEDET.
           DISPLAY "ERROR E/S COMPEDET: " WCE-STATUS.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WCP-MODO-PARAM
               WHEN "V"
                   PERFORM 2000-VINCULAR THRU 2000-VINCULAR-EXIT
               WHEN "C"
                   PERFORM 3000-COMPENSAR THRU 3000-COMPENSAR-EXIT
               WHEN "L"
                   PERFORM 6000-REIMPRIMIR THRU 6000-REIMPRIMIR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (V=VINCULAR C=COMPENSAR L=REIMPRIMIR): "
               LINE 6 POSITION 5.
           ACCEPT WCP-MODO-PARAM LINE 6 POSITION 50.
           ACCEPT WCP-HOY FROM DATE YYYYMMDD.
           OPEN I-O CLIPROV.
           IF WCX-STATUS = "35"
               CLOSE CLIPROV
               OPEN OUTPUT CLIPROV
               CLOSE CLIPROV
               OPEN I-O CLIPROV
           END-IF.
           OPEN I-O COMPENSA.
           IF WCN-STATUS = "35"
               CLOSE COMPENSA
               OPEN OUTPUT COMPENSA
               CLOSE COMPENSA
               OPEN I-O COMPENSA
           END-IF.
           OPEN I-O COMPEDET.
           IF WCE-STATUS = "35"
               CLOSE COMPEDET
               OPEN OUTPUT COMPEDET
               CLOSE COMPEDET
               OPEN I-O COMPEDET
           END-IF.
           OPEN I-O FACT.
           OPEN I-O CTAPROV.
           OPEN INPUT CUENTA.
           OPEN INPUT PROVEE.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           IF WCP-MODO-PARAM = "C" OR WCP-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *    Cuenta y proveedor tienen que ser la misma persona:
      *    si los dos traen CUIT, deben coincidir.
       2000-VINCULAR.
           DISPLAY "CUENTA .............: " LINE 8 POSITION 5.
           ACCEPT WCP-CUENTA-PARAM LINE 8 POSITION 28.
           MOVE WCP-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-VINCULAR-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 38.
           DISPLAY "PROVEEDOR ..........: " LINE 9 POSITION 5.
           ACCEPT WCP-PROVEEDOR-PARAM LINE 9 POSITION 28.
           MOVE WCP-PROVEEDOR-PARAM TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR INEXISTENTE" LINE 20 POSITION 5
                   GO TO 2000-VINCULAR-EXIT
           END-READ.
           DISPLAY WPV-RAZON-SOCIAL LINE 9 POSITION 38.
           IF WCU-CUIT NOT = 0 AND WPV-CUIT NOT = 0
              AND WCU-CUIT NOT = WPV-CUIT
               DISPLAY "CUIT DE CUENTA Y PROVEEDOR NO COINCIDEN"
                   LINE 20 POSITION 5
               GO TO 2000-VINCULAR-EXIT
           END-IF.
           MOVE "S" TO WCP-HALLADO.
           MOVE WCP-CUENTA-PARAM TO WCX-CUENTA.
           READ CLIPROV KEY IS WCX-CUENTA
               INVALID KEY MOVE "N" TO WCP-HALLADO
           END-READ.
           MOVE WCP-CUENTA-PARAM    TO WCX-CUENTA.
           MOVE WCP-PROVEEDOR-PARAM TO WCX-PROVEEDOR.
           MOVE WCP-HOY             TO WCX-FEC-ALTA.
           IF WCP-HALLADO = "S"
               REWRITE REG-CLIPROV
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CLIPROV"
               END-REWRITE
           ELSE
               WRITE REG-CLIPROV
                   INVALID KEY DISPLAY "NO PUDO GRABAR CLIPROV"
               END-WRITE
           END-IF.
           DISPLAY "VINCULO GRABADO" LINE 17 POSITION 5.
       2000-VINCULAR-EXIT.
           EXIT.

       3000-COMPENSAR.
           DISPLAY "CUENTA .............: " LINE 8 POSITION 5.
           ACCEPT WCP-CUENTA-PARAM LINE 8 POSITION 28.
           MOVE WCP-CUENTA-PARAM TO WCX-CUENTA.
           READ CLIPROV KEY IS WCX-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA SIN PROVEEDOR VINCULADO"
                       LINE 20 POSITION 5
                   GO TO 3000-COMPENSAR-EXIT
           END-READ.
           MOVE WCX-PROVEEDOR TO WCP-PROVEEDOR-PARAM.
           DISPLAY "PROVEEDOR ..........: " LINE 9 POSITION 5.
           DISPLAY WCP-PROVEEDOR-PARAM LINE 9 POSITION 28.
           PERFORM 3100-CARGAR-FACT THRU 3100-CARGAR-FACT-EXIT.
           PERFORM 3200-CARGAR-CTAPROV THRU 3200-CARGAR-CTAPROV-EXIT.
           IF WCP-CANT-FACT = 0 OR WCP-CANT-PROV = 0
               DISPLAY "NO HAY COMPROBANTES ABIERTOS DE AMBOS LADOS"
                   LINE 20 POSITION 5
               GO TO 3000-COMPENSAR-EXIT
           END-IF.
           DISPLAY "FACTURAS CLIENTE ABIERTAS: " LINE 10 POSITION 5.
           DISPLAY WCP-CANT-FACT LINE 10 POSITION 33.
           DISPLAY "FACTURAS PROVEEDOR ABIERTAS: " LINE 11 POSITION 5.
           DISPLAY WCP-CANT-PROV LINE 11 POSITION 35.

           MOVE 0 TO WCP-CANT-ELEGIDAS.
           MOVE 1 TO WCP-COMPROBANTE-PARAM.
           PERFORM 3300-ELEGIR-FACT THRU 3300-ELEGIR-FACT-EXIT
               UNTIL WCP-COMPROBANTE-PARAM = 0.
           IF WCP-CANT-ELEGIDAS = 0
               PERFORM 3350-MARCAR-FACT VARYING WCP-IX FROM 1 BY 1
                   UNTIL WCP-IX > WCP-CANT-FACT
           END-IF.
           MOVE 0 TO WCP-CANT-ELEGIDAS.
           MOVE 1 TO WCP-COMPROBANTE-PARAM.
           PERFORM 3400-ELEGIR-PROV THRU 3400-ELEGIR-PROV-EXIT
               UNTIL WCP-COMPROBANTE-PARAM = 0.
           IF WCP-CANT-ELEGIDAS = 0
               PERFORM 3450-MARCAR-PROV VARYING WCP-IX FROM 1 BY 1
                   UNTIL WCP-IX > WCP-CANT-PROV
           END-IF.

      *    Se compensa el menor de los dos totales elegidos.
           MOVE 0 TO WCP-TOT-FACT.
           MOVE 0 TO WCP-TOT-PROV.
           PERFORM 3500-SUMAR-FACT VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-FACT.
           PERFORM 3550-SUMAR-PROV VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-PROV.
           IF WCP-TOT-FACT < WCP-TOT-PROV
               MOVE WCP-TOT-FACT TO WCP-IMPORTE
           ELSE
               MOVE WCP-TOT-PROV TO WCP-IMPORTE
           END-IF.
           IF WCP-IMPORTE NOT > 0
               DISPLAY "NADA PARA COMPENSAR" LINE 20 POSITION 5
               GO TO 3000-COMPENSAR-EXIT
           END-IF.
           MOVE WCP-IMPORTE TO WCP-ED-IMPORTE.
           DISPLAY "IMPORTE A COMPENSAR: " LINE 15 POSITION 5.
           DISPLAY WCP-ED-IMPORTE LINE 15 POSITION 28.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 16 POSITION 5.
           ACCEPT WCP-CONFIRMA LINE 16 POSITION 28.
           IF WCP-CONFIRMA NOT = "S"
               GO TO 3000-COMPENSAR-EXIT
           END-IF.

           MOVE "COMPENSA" TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO   TO WCN-NUMERO.
           MOVE WCP-HOY             TO WCN-FECHA.
           MOVE WCP-CUENTA-PARAM    TO WCN-CUENTA.
           MOVE WCP-PROVEEDOR-PARAM TO WCN-PROVEEDOR.
           MOVE WCP-IMPORTE         TO WCN-IMPORTE.
           WRITE REG-COMPENSA
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR COMPENSA"
                   GO TO 3000-COMPENSAR-EXIT
           END-WRITE.
           MOVE 0 TO WCP-SECUENCIA.
           MOVE WCP-IMPORTE TO WCP-RESTO.
           PERFORM 4000-APLICAR-FACT THRU 4000-APLICAR-FACT-EXIT
               VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-FACT OR WCP-RESTO = 0.
           MOVE WCP-IMPORTE TO WCP-RESTO.
           PERFORM 4500-APLICAR-PROV THRU 4500-APLICAR-PROV-EXIT
               VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-PROV OR WCP-RESTO = 0.
           DISPLAY "COMPENSACION NRO: " LINE 17 POSITION 5.
           DISPLAY WCN-NUMERO LINE 17 POSITION 24.
           PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT.
       3000-COMPENSAR-EXIT.
           EXIT.

       3100-CARGAR-FACT.
           MOVE 0 TO WCP-CANT-FACT.
           MOVE "N" TO EOF-FACT.
           MOVE WCP-CUENTA-PARAM TO WFA-CUENTA.
           START FACT KEY IS NOT LESS THAN WFA-CUENTA
               INVALID KEY MOVE "S" TO EOF-FACT
           END-START.
       3100-CARGAR-FACT-LEER.
           IF NO-HAY-MAS-FACT
               GO TO 3100-CARGAR-FACT-EXIT
           END-IF.
           READ FACT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FACT
                   GO TO 3100-CARGAR-FACT-EXIT
           END-READ.
           IF WFA-CUENTA NOT = WCP-CUENTA-PARAM
               GO TO 3100-CARGAR-FACT-EXIT
           END-IF.
           IF WFA-ESTA-CANCELADO OR WFA-SALDO NOT > 0
               GO TO 3100-CARGAR-FACT-LEER
           END-IF.
           IF WCP-CANT-FACT < WCP-MAX-ITEMS
               ADD 1 TO WCP-CANT-FACT
               MOVE WFA-COMPROBANTE TO WCP-F-COMPROBANTE (WCP-CANT-FACT)
               MOVE WFA-SALDO       TO WCP-F-SALDO (WCP-CANT-FACT)
               MOVE "N"             TO WCP-F-ELEGIDA (WCP-CANT-FACT)
           END-IF.
           GO TO 3100-CARGAR-FACT-LEER.
       3100-CARGAR-FACT-EXIT.
           EXIT.

      *    Las facturas ya reservadas en una orden de pago no se
      *    tocan: las cancela PAGOCONF.
       3200-CARGAR-CTAPROV.
           MOVE 0 TO WCP-CANT-PROV.
           MOVE "N" TO EOF-CTAPROV.
           MOVE WCP-PROVEEDOR-PARAM TO WFP-PROVEEDOR.
           MOVE 0                   TO WFP-COMPROBANTE.
           START CTAPROV KEY IS NOT LESS THAN WFP-CLAVE
               INVALID KEY MOVE "S" TO EOF-CTAPROV
           END-START.
       3200-CARGAR-CTAPROV-LEER.
           IF NO-HAY-MAS-CTAPROV
               GO TO 3200-CARGAR-CTAPROV-EXIT
           END-IF.
           READ CTAPROV NEXT RECORD
               AT END
                   MOVE "S" TO EOF-CTAPROV
                   GO TO 3200-CARGAR-CTAPROV-EXIT
           END-READ.
           IF WFP-PROVEEDOR NOT = WCP-PROVEEDOR-PARAM
               GO TO 3200-CARGAR-CTAPROV-EXIT
           END-IF.
           IF WFP-ESTA-CANCELADO OR WFP-RESERVADA-PAGO
              OR WFP-SALDO NOT > 0
               GO TO 3200-CARGAR-CTAPROV-LEER
           END-IF.
           IF WCP-CANT-PROV < WCP-MAX-ITEMS
               ADD 1 TO WCP-CANT-PROV
               MOVE WFP-COMPROBANTE TO WCP-P-COMPROBANTE (WCP-CANT-PROV)
               MOVE WFP-SALDO       TO WCP-P-SALDO (WCP-CANT-PROV)
               MOVE "N"             TO WCP-P-ELEGIDA (WCP-CANT-PROV)
           END-IF.
           GO TO 3200-CARGAR-CTAPROV-LEER.
       3200-CARGAR-CTAPROV-EXIT.
           EXIT.

       3300-ELEGIR-FACT.
           DISPLAY "FACTURA CLIENTE (0=FIN/TODAS): " LINE 12 POSITION 5.
           ACCEPT WCP-COMPROBANTE-PARAM LINE 12 POSITION 37.
           IF WCP-COMPROBANTE-PARAM = 0
               GO TO 3300-ELEGIR-FACT-EXIT
           END-IF.
           MOVE "N" TO WCP-HALLADO.
           PERFORM 3310-BUSCAR-FACT VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-FACT.
           IF WCP-HALLADO = "N"
               DISPLAY "FACTURA NO ABIERTA EN LA CUENTA"
                   LINE 20 POSITION 5
           END-IF.
       3300-ELEGIR-FACT-EXIT.
           EXIT.

       3310-BUSCAR-FACT.
           IF WCP-F-COMPROBANTE (WCP-IX) = WCP-COMPROBANTE-PARAM
              AND WCP-F-ELEGIDA (WCP-IX) = "N"
               MOVE "S" TO WCP-F-ELEGIDA (WCP-IX)
               MOVE "S" TO WCP-HALLADO
               ADD 1 TO WCP-CANT-ELEGIDAS
           END-IF.

       3350-MARCAR-FACT.
           MOVE "S" TO WCP-F-ELEGIDA (WCP-IX).

       3400-ELEGIR-PROV.
           DISPLAY "FACTURA PROVEEDOR (0=FIN/TODAS): "
               LINE 13 POSITION 5.
           ACCEPT WCP-COMPROBANTE-PARAM LINE 13 POSITION 39.
           IF WCP-COMPROBANTE-PARAM = 0
               GO TO 3400-ELEGIR-PROV-EXIT
           END-IF.
           MOVE "N" TO WCP-HALLADO.
           PERFORM 3410-BUSCAR-PROV VARYING WCP-IX FROM 1 BY 1
               UNTIL WCP-IX > WCP-CANT-PROV.
           IF WCP-HALLADO = "N"
               DISPLAY "FACTURA NO ABIERTA O RESERVADA EN UNA O.P."
                   LINE 20 POSITION 5
           END-IF.
       3400-ELEGIR-PROV-EXIT.
           EXIT.

       3410-BUSCAR-PROV.
           IF WCP-P-COMPROBANTE (WCP-IX) = WCP-COMPROBANTE-PARAM
              AND WCP-P-ELEGIDA (WCP-IX) = "N"
               MOVE "S" TO WCP-P-ELEGIDA (WCP-IX)
               MOVE "S" TO WCP-HALLADO
               ADD 1 TO WCP-CANT-ELEGIDAS
           END-IF.

       3450-MARCAR-PROV.
           MOVE "S" TO WCP-P-ELEGIDA (WCP-IX).

       3500-SUMAR-FACT.
           IF WCP-F-ELEGIDA (WCP-IX) = "S"
               ADD WCP-F-SALDO (WCP-IX) TO WCP-TOT-FACT
           END-IF.

       3550-SUMAR-PROV.
           IF WCP-P-ELEGIDA (WCP-IX) = "S"
               ADD WCP-P-SALDO (WCP-IX) TO WCP-TOT-PROV
           END-IF.

      *    Aplica el resto a la factura elegida: la ultima que
      *    toca puede quedar con saldo parcial.
       4000-APLICAR-FACT.
           IF WCP-F-ELEGIDA (WCP-IX) NOT = "S"
               GO TO 4000-APLICAR-FACT-EXIT
           END-IF.
           MOVE WCP-CUENTA-PARAM          TO WFA-CUENTA.
           MOVE WCP-F-COMPROBANTE (WCP-IX) TO WFA-COMPROBANTE.
           READ FACT KEY IS WFA-CLAVE
               INVALID KEY GO TO 4000-APLICAR-FACT-EXIT
           END-READ.
           IF WFA-SALDO < WCP-RESTO
               MOVE WFA-SALDO TO WCP-APLICADO
           ELSE
               MOVE WCP-RESTO TO WCP-APLICADO
           END-IF.
           MOVE WFA-SALDO TO WCE-SALDO-ANTERIOR.
           SUBTRACT WCP-APLICADO FROM WFA-SALDO.
           SUBTRACT WCP-APLICADO FROM WCP-RESTO.
           IF WFA-SALDO = 0
               MOVE "S" TO WFA-CANCELADO
           END-IF.
           REWRITE REG-FACT
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FACT"
           END-REWRITE.
           MOVE "C"             TO WCE-LADO.
           MOVE WFA-COMPROBANTE TO WCE-COMPROBANTE.
           PERFORM 4900-GRABAR-DETALLE.
       4000-APLICAR-FACT-EXIT.
           EXIT.

       4500-APLICAR-PROV.
           IF WCP-P-ELEGIDA (WCP-IX) NOT = "S"
               GO TO 4500-APLICAR-PROV-EXIT
           END-IF.
           MOVE WCP-PROVEEDOR-PARAM        TO WFP-PROVEEDOR.
           MOVE WCP-P-COMPROBANTE (WCP-IX) TO WFP-COMPROBANTE.
           READ CTAPROV KEY IS WFP-CLAVE
               INVALID KEY GO TO 4500-APLICAR-PROV-EXIT
           END-READ.
           IF WFP-SALDO < WCP-RESTO
               MOVE WFP-SALDO TO WCP-APLICADO
           ELSE
               MOVE WCP-RESTO TO WCP-APLICADO
           END-IF.
           MOVE WFP-SALDO TO WCE-SALDO-ANTERIOR.
           SUBTRACT WCP-APLICADO FROM WFP-SALDO.
           SUBTRACT WCP-APLICADO FROM WCP-RESTO.
      *    Factura en moneda extranjera: el saldo en origen baja
      *    en la misma proporcion que el saldo en pesos.
           IF WFP-MONEDA NOT = 0 AND WCE-SALDO-ANTERIOR NOT = 0
               COMPUTE WFP-SALDO-ME ROUNDED = WFP-SALDO-ME *
                   WFP-SALDO / WCE-SALDO-ANTERIOR
           END-IF.
           IF WFP-SALDO = 0
               MOVE "S" TO WFP-CANCELADO
               MOVE 0   TO WFP-SALDO-ME
           END-IF.
           REWRITE REG-CTAPROV
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CTAPROV"
           END-REWRITE.
           MOVE "P"             TO WCE-LADO.
           MOVE WFP-COMPROBANTE TO WCE-COMPROBANTE.
           PERFORM 4900-GRABAR-DETALLE.
       4500-APLICAR-PROV-EXIT.
           EXIT.

       4900-GRABAR-DETALLE.
           ADD 1 TO WCP-SECUENCIA.
           MOVE WCN-NUMERO    TO WCE-NUMERO.
           MOVE WCP-SECUENCIA TO WCE-SECUENCIA.
           MOVE WCP-APLICADO  TO WCE-IMPORTE.
           WRITE REG-COMPEDET
               INVALID KEY DISPLAY "NO PUDO GRABAR COMPEDET"
           END-WRITE.

      *    Documento: cabecera con las dos partes y un renglon
      *    por comprobante cancelado de cada lado.
       5000-IMPRIMIR.
           MOVE WCN-NUMERO TO T-NUMERO.
           MOVE WCN-FECHA  TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WCN-CUENTA TO WCU-CUENTA P-CUENTA.
           MOVE SPACES     TO P-NOMBRE.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WCU-NOMBRE TO P-NOMBRE.
           MOVE WCN-PROVEEDOR TO WPV-PROVEEDOR P-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY MOVE SPACES TO WPV-RAZON-SOCIAL
           END-READ.
           MOVE WPV-RAZON-SOCIAL TO P-RAZON-SOCIAL.
           WRITE LIN-LISTADO FROM LIN-PARTES AFTER 2.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE "N" TO EOF-COMPEDET.
           MOVE WCN-NUMERO TO WCE-NUMERO.
           MOVE 0          TO WCE-SECUENCIA.
           START COMPEDET KEY IS NOT LESS THAN WCE-CLAVE
               INVALID KEY MOVE "S" TO EOF-COMPEDET
           END-START.
           PERFORM 5100-UN-RENGLON THRU 5100-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-COMPEDET.
           MOVE WCN-IMPORTE TO L-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
       5000-IMPRIMIR-EXIT.
           EXIT.

       5100-UN-RENGLON.
           READ COMPEDET NEXT RECORD
               AT END MOVE "S" TO EOF-COMPEDET
           END-READ.
           IF NO-HAY-MAS-COMPEDET OR WCE-NUMERO NOT = WCN-NUMERO
               MOVE "S" TO EOF-COMPEDET
               GO TO 5100-UN-RENGLON-EXIT
           END-IF.
           IF WCE-LADO-CLIENTE
               MOVE "FACTURA CLIENTE"   TO D-LADO
           ELSE
               MOVE "FACTURA PROVEEDOR" TO D-LADO
           END-IF.
           MOVE WCE-COMPROBANTE    TO D-COMPROBANTE.
           MOVE WCE-SALDO-ANTERIOR TO D-SALDO-ANTERIOR.
           MOVE WCE-IMPORTE        TO D-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       5100-UN-RENGLON-EXIT.
           EXIT.

       6000-REIMPRIMIR.
           DISPLAY "NUMERO DE COMPENSACION: " LINE 8 POSITION 5.
           ACCEPT WCP-NUMERO-PARAM LINE 8 POSITION 30.
           MOVE WCP-NUMERO-PARAM TO WCN-NUMERO.
           READ COMPENSA KEY IS WCN-NUMERO
               INVALID KEY
                   DISPLAY "COMPENSACION INEXISTENTE"
                       LINE 20 POSITION 5
                   GO TO 6000-REIMPRIMIR-EXIT
           END-READ.
           PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT.
       6000-REIMPRIMIR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE CLIPROV.
           CLOSE COMPENSA.
           CLOSE COMPEDET.
           CLOSE FACT.
           CLOSE CTAPROV.
           CLOSE CUENTA.
           CLOSE PROVEE.
           CLOSE NUMERO.
           IF WCP-MODO-PARAM = "C" OR WCP-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
