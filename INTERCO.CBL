       IDENTIFICATION DIVISION.
       PROGRAM-ID.       INTERCO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Ventas entre empresas del grupo: cuando una EMP le vende
      * a otra, la factura se cargaba de nuevo a mano en FACPROV
      * del lado que compra, las dos puntas nunca coincidian y
      * las eliminaciones de CONSOLID no daban cero.
      *   Modo V: vinculo de la cuenta cliente (de la empresa que
      *     vende) con el proveedor que la representa en la
      *     empresa que compra y la sucursal de esa empresa que
      *     recibe la mercaderia (ICVINC). Con el vinculo vigente
      *     FACTPER, CONSIG, NOTADEB2 y DEVOL espejan solos cada
      *     factura, nota de debito y credito en CTAPROV del
      *     proveedor, con la recepcion en stock (ICESPEJO).
      *   Modo C: conciliacion intercompania del mes, para
      *     correr antes de CONSOLID. Lista:
      *       SIN ESPEJO      facturas de FACPER y notas de debito
      *                       de NOTADEB del mes a cuentas
      *                       vinculadas que no se espejaron
      *                       (periodo cerrado en la receptora,
      *                       o emitidas antes del vinculo);
      *       ESPEJO BORRADO  el comprobante espejo ya no esta en
      *                       CTAPROV;
      *       DIFIERE IMPORTE el espejo se modifico en CTAPROV;
      *       ORIGEN ANULADO  el comprobante del vendedor ya no
      *                       esta en FACT o NOTADEB;
      *       CARGA MANUAL    comprobantes del proveedor vinculado
      *                       en el mes que no vienen del espejo
      *                       (la factura cargada otra vez a mano).
      *     Al final, por vinculo, el total del mes segun el que
      *     vende (lo espejado mas lo que no se espejo) contra el
      *     total en CTAPROV del que compra, y la diferencia.
      *     Los creditos por devolucion no tienen fecha en AJUPEN:
      *     entran por su espejo.
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
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT PROVEE    ASSIGN TO "PROVEE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPV-PROVEEDOR
                             FILE STATUS IS WPV-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFP-CLAVE
                             ALTERNATE RECORD KEY IS WFP-PROVEEDOR
                                 WITH DUPLICATES
                             FILE STATUS IS WFP-STATUS.
           SELECT FACPER    ASSIGN TO "FACPER"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFX-NUMERO
                             FILE STATUS IS WFX-STATUS.
           SELECT NOTADEB   ASSIGN TO "NOTADEB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WND-NUMERO
                             ALTERNATE RECORD KEY IS WND-FACT-REF
                                 WITH DUPLICATES
                             FILE STATUS IS WND-STATUS.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             FILE STATUS IS WFA-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  PROVEE.
       01  REG-PROVEE.
           05  WPV-PROVEEDOR         PIC 9(06).
           05  WPV-RAZON-SOCIAL      PIC X(30).
           05  WPV-CUIT              PIC 9(11).
           05  WPV-COND-IVA          PIC X(02).
           05  WPV-PLAZO-PAGO-DIAS   PIC 9(03).
           05  WPV-CONTACTO          PIC X(30).
           05  WPV-TELEFONO          PIC X(15).
           05  WPV-CBU               PIC 9(22).
           05  WPV-BAJA              PIC X(01).

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

       FD  FACPER.
       01  REG-FACPER.
           05  WFX-NUMERO            PIC 9(08).
           05  WFX-CUENTA            PIC 9(06).
           05  WFX-FECHA             PIC 9(08).
           05  WFX-HASTA             PIC 9(08).
           05  WFX-FRECUENCIA        PIC X(01).
           05  WFX-LETRA             PIC X(01).
           05  WFX-DISCRIMINA        PIC X(01).
           05  WFX-NETO              PIC S9(09)V99.
           05  WFX-ALICUOTA          PIC 9(03)V99.
           05  WFX-IVA               PIC S9(09)V99.
           05  WFX-PERCEPCION        PIC S9(09)V99.
           05  WFX-TOTAL             PIC S9(09)V99.

       FD  NOTADEB.
       01  REG-NOTADEB.
           05  WND-NUMERO            PIC 9(08).
           05  WND-CUENTA            PIC 9(06).
           05  WND-FACT-REF.
               10  WND-FACT-CUENTA   PIC 9(06).
               10  WND-FACT-COMPROB  PIC 9(08).
           05  WND-IMPORTE           PIC S9(09)V99.
           05  WND-FECHA             PIC 9(08).

       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "INTERCO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WIL-STATUS                PIC X(02).
       77  WIE-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WPV-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WFX-STATUS                PIC X(02).
       77  WND-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WIN-MODO-PARAM            PIC X(01).
       77  WIN-CUENTA-PARAM          PIC 9(06).
       77  WIN-PERIODO-PARAM         PIC 9(06).
       77  WIN-OPERADOR              PIC X(08).
       77  WIN-HOY                   PIC 9(08).
       77  WIN-HALLADO               PIC X(01).
       77  WIN-CONFIRMA              PIC X(01).
       77  WIN-VX                    PIC 9(03).
       77  WIN-CANT-VINC             PIC 9(03) VALUE 0.
       77  WIN-CANT-DIFER            PIC 9(05) VALUE 0.
       77  WIN-DIFERENCIA            PIC S9(11)V99.
       77  WIN-FACPER-ABIERTO        PIC X(01) VALUE "N".
       77  WIN-NOTADEB-ABIERTO       PIC X(01) VALUE "N".
       77  WIN-FACT-ABIERTO          PIC X(01) VALUE "N".
       77  EOF-ICVINC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ICVINC      VALUE "S".
       77  EOF-ICESPEJ                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ICESPEJ     VALUE "S".
       77  EOF-FACPER                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACPER      VALUE "S".
       77  EOF-NOTADEB                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-NOTADEB     VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
      *    Mes de un comprobante, para compararlo con el pedido.
       01  WIN-FECHA-AUX             PIC 9(08).
       01  WIN-FECHA-AUX-R REDEFINES WIN-FECHA-AUX.
           05  WIN-FECHA-PERIODO     PIC 9(06).
           05  WIN-FECHA-DIA         PIC 9(02).
      *    Vinculos con lo que suma cada punta en el mes.
       01  WIN-TABLA-VINCULOS.
           05  WIN-V-ENTRADA         OCCURS 200 TIMES.
               10  WIN-V-CUENTA      PIC 9(06).
               10  WIN-V-EMP-ORIGEN  PIC 9(04).
               10  WIN-V-EMP-DESTINO PIC 9(04).
               10  WIN-V-PROVEEDOR   PIC 9(06).
               10  WIN-V-TOT-VENDE   PIC S9(11)V99.
               10  WIN-V-TOT-COMPRA  PIC S9(11)V99.

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE "CONCILIACION INTERCOMPANIA - PERIODO ".
           05  T-PERIODO             PIC 9(06).

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(60) VALUE
               "CUENTA  PROVEED T COMPROB  ESPEJO   FECHA        IMP.V".
           05  FILLER                PIC X(50) VALUE
               "ENDEDOR    IMP.COMPRADOR  OBSERVACION".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROVEEDOR           PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-TIPO                PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COMPROBANTE         PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-COMPROB-PROV        PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-IMP-VENDE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-IMP-COMPRA          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-OBSERVACION         PIC X(16).

       01  LIN-RES-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(60) VALUE
               "CUENTA  NOMBRE                        EMP.V EMP.C PROV".
           05  FILLER                PIC X(60) VALUE
               "EED   TOTAL VENDEDOR  TOTAL COMPRADOR       DIFERENCIA".

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-NOMBRE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  R-EMP-ORIGEN          PIC Z(3)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-EMP-DESTINO         PIC Z(3)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-PROVEEDOR           PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  R-TOT-VENDE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  R-TOT-COMPRA          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  R-DIFERENCIA          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(30)
               VALUE "COMPROBANTES CON DIFERENCIAS: ".
           05  L-CANT-DIFER          PIC ZZZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       ICVINC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ICVINC.
           DISPLAY "ERROR E/S ICVINC: " WIL-STATUS.
       ICESPEJ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ICESPEJ.
           DISPLAY "ERROR E/S ICESPEJ: " WIE-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       PROVEE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVEE.
           DISPLAY "ERROR E/S PROVEE: " WPV-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       FACPER-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACPER.
           DISPLAY "ERROR E/S FACPER: " WFX-STATUS.
       NOTADEB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NOTADEB.
           DISPLAY "ERROR E/S NOTADEB: " WND-STATUS.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WIN-MODO-PARAM
               WHEN "V"
                   PERFORM 2000-VINCULO THRU 2000-VINCULO-EXIT
               WHEN "C"
                   PERFORM 3000-CONCILIAR THRU 3000-CONCILIAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (V=VINCULO C=CONCILIACION): "
               LINE 5 POSITION 5.
           ACCEPT WIN-MODO-PARAM LINE 5 POSITION 40.
           ACCEPT WIN-HOY FROM DATE YYYYMMDD.
           OPEN I-O ICVINC.
           IF WIL-STATUS = "35"
               CLOSE ICVINC
               OPEN OUTPUT ICVINC
               CLOSE ICVINC
               OPEN I-O ICVINC
           END-IF.
           OPEN I-O ICESPEJ.
           IF WIE-STATUS = "35"
               CLOSE ICESPEJ
               OPEN OUTPUT ICESPEJ
               CLOSE ICESPEJ
               OPEN I-O ICESPEJ
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT PROVEE.
           OPEN INPUT CTAPROV.
           OPEN INPUT FACPER.
           IF WFX-STATUS = "00"
               MOVE "S" TO WIN-FACPER-ABIERTO
           END-IF.
           OPEN INPUT NOTADEB.
           IF WND-STATUS = "00"
               MOVE "S" TO WIN-NOTADEB-ABIERTO
           END-IF.
           OPEN INPUT FACT.
           IF WFA-STATUS = "00"
               MOVE "S" TO WIN-FACT-ABIERTO
           END-IF.
           IF WIN-MODO-PARAM = "C"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

      *----------------------------------------------------------
      * Vinculo cuenta cliente -> proveedor de la empresa que
      * compra. La empresa que vende es la de la cuenta.
      *----------------------------------------------------------
       2000-VINCULO.
           DISPLAY "CUENTA CLIENTE .....: " LINE 7 POSITION 5.
           ACCEPT WIN-CUENTA-PARAM LINE 7 POSITION 28.
           MOVE WIN-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2000-VINCULO-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 7 POSITION 36.
           DISPLAY "EMPRESA QUE VENDE ..: " WCU-EMP-CTA
               LINE 8 POSITION 5.
           MOVE WIN-CUENTA-PARAM TO WIL-CUENTA.
           MOVE "S" TO WIN-HALLADO.
           READ ICVINC KEY IS WIL-CUENTA
               INVALID KEY
                   MOVE "N" TO WIN-HALLADO
                   INITIALIZE REG-ICVINC
                   MOVE WIN-CUENTA-PARAM TO WIL-CUENTA
                   MOVE WIN-HOY          TO WIL-FEC-ALTA
                   MOVE "S"              TO WIL-ACTIVO
           END-READ.
           MOVE WCU-EMP-CTA TO WIL-EMP-ORIGEN.
           IF WIN-HALLADO = "S"
               DISPLAY "VINCULO ACTUAL: EMPRESA " WIL-EMP-DESTINO
                   " PROVEEDOR " WIL-PROVEEDOR
                   " SUCURSAL " WIL-SUC-DESTINO
                   " VIGENTE " WIL-ACTIVO
                   LINE 9 POSITION 5
           END-IF.
           DISPLAY "EMPRESA QUE COMPRA .: " LINE 10 POSITION 5.
           ACCEPT WIL-EMP-DESTINO LINE 10 POSITION 28.
           IF WIL-EMP-DESTINO = WIL-EMP-ORIGEN
               DISPLAY "LA EMPRESA QUE COMPRA ES LA MISMA QUE VENDE"
                   LINE 22 POSITION 5
               GO TO 2000-VINCULO-EXIT
           END-IF.
           DISPLAY "PROVEEDOR EN ELLA ..: " LINE 11 POSITION 5.
           ACCEPT WIL-PROVEEDOR LINE 11 POSITION 28.
           MOVE WIL-PROVEEDOR TO WPV-PROVEEDOR.
           READ PROVEE KEY IS WPV-PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2000-VINCULO-EXIT
           END-READ.
           IF WPV-BAJA = "S"
               DISPLAY "PROVEEDOR DADO DE BAJA" LINE 22 POSITION 5
               GO TO 2000-VINCULO-EXIT
           END-IF.
           DISPLAY WPV-RAZON-SOCIAL LINE 11 POSITION 36.
           DISPLAY "SUCURSAL QUE RECIBE : " LINE 12 POSITION 5.
           ACCEPT WIL-SUC-DESTINO LINE 12 POSITION 28.
           DISPLAY "VIGENTE (S/N) ......: " LINE 13 POSITION 5.
           ACCEPT WIL-ACTIVO LINE 13 POSITION 28.
           IF WIL-ACTIVO NOT = "S" AND WIL-ACTIVO NOT = "N"
               DISPLAY "VIGENTE DEBE SER S O N" LINE 22 POSITION 5
               GO TO 2000-VINCULO-EXIT
           END-IF.
           DISPLAY "OPERADOR ...........: " LINE 14 POSITION 5.
           ACCEPT WIN-OPERADOR LINE 14 POSITION 28.
           DISPLAY "CONFIRMA (S/N) .....: " LINE 16 POSITION 5.
           ACCEPT WIN-CONFIRMA LINE 16 POSITION 28.
           IF WIN-CONFIRMA NOT = "S"
               GO TO 2000-VINCULO-EXIT
           END-IF.
           MOVE WIN-OPERADOR TO WIL-OPERADOR.
           IF WIN-HALLADO = "N"
               WRITE REG-ICVINC
                   INVALID KEY DISPLAY "NO PUDO GRABAR ICVINC"
               END-WRITE
           ELSE
               REWRITE REG-ICVINC
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ICVINC"
               END-REWRITE
           END-IF.
           DISPLAY "VINCULO GRABADO" LINE 22 POSITION 5.
       2000-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Conciliacion del mes: primero lo del vendedor sin espejo,
      * despues cada espejo contra CTAPROV y contra su origen, y
      * por ultimo lo cargado a mano en los proveedores
      * vinculados. Cierra con el resumen por vinculo.
      *----------------------------------------------------------
       3000-CONCILIAR.
           DISPLAY "PERIODO (AAAAMM) ...: " LINE 7 POSITION 5.
           ACCEPT WIN-PERIODO-PARAM LINE 7 POSITION 28.
           MOVE WIN-PERIODO-PARAM TO T-PERIODO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.

           MOVE 0 TO WIL-CUENTA.
           START ICVINC KEY IS NOT LESS THAN WIL-CUENTA
               INVALID KEY MOVE "S" TO EOF-ICVINC
           END-START.
           PERFORM 3100-CARGAR-VINCULO THRU 3100-CARGAR-VINCULO-EXIT
               UNTIL NO-HAY-MAS-ICVINC.
           IF WIN-CANT-VINC = 0
               DISPLAY "NO HAY CUENTAS VINCULADAS" LINE 22 POSITION 5
               GO TO 3000-CONCILIAR-EXIT
           END-IF.

           IF WIN-FACPER-ABIERTO = "S"
               MOVE 0 TO WFX-NUMERO
               START FACPER KEY IS NOT LESS THAN WFX-NUMERO
                   INVALID KEY MOVE "S" TO EOF-FACPER
               END-START
               PERFORM 3200-FACPER THRU 3200-FACPER-EXIT
                   UNTIL NO-HAY-MAS-FACPER
           END-IF.
           IF WIN-NOTADEB-ABIERTO = "S"
               MOVE 0 TO WND-NUMERO
               START NOTADEB KEY IS NOT LESS THAN WND-NUMERO
                   INVALID KEY MOVE "S" TO EOF-NOTADEB
               END-START
               PERFORM 3300-NOTADEB THRU 3300-NOTADEB-EXIT
                   UNTIL NO-HAY-MAS-NOTADEB
           END-IF.

           MOVE LOW-VALUES TO WIE-CLAVE.
           START ICESPEJ KEY IS NOT LESS THAN WIE-CLAVE
               INVALID KEY MOVE "S" TO EOF-ICESPEJ
           END-START.
           PERFORM 3400-ESPEJO THRU 3400-ESPEJO-EXIT
               UNTIL NO-HAY-MAS-ICESPEJ.

           PERFORM 3500-PROVEEDOR THRU 3500-PROVEEDOR-EXIT
               VARYING WIN-VX FROM 1 BY 1
               UNTIL WIN-VX > WIN-CANT-VINC.

           WRITE LIN-LISTADO FROM LIN-RES-CABECERA AFTER 3.
           PERFORM 3700-RESUMEN THRU 3700-RESUMEN-EXIT
               VARYING WIN-VX FROM 1 BY 1
               UNTIL WIN-VX > WIN-CANT-VINC.
           MOVE WIN-CANT-DIFER TO L-CANT-DIFER.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           DISPLAY "COMPROBANTES CON DIFERENCIAS: " WIN-CANT-DIFER
               LINE 22 POSITION 5.
       3000-CONCILIAR-EXIT.
           EXIT.

       3100-CARGAR-VINCULO.
           READ ICVINC NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ICVINC
                   GO TO 3100-CARGAR-VINCULO-EXIT
           END-READ.
           IF WIN-CANT-VINC >= 200
               DISPLAY "MAS DE 200 VINCULOS - SE CONCILIAN LOS "
                   "PRIMEROS"
               MOVE "S" TO EOF-ICVINC
               GO TO 3100-CARGAR-VINCULO-EXIT
           END-IF.
           ADD 1 TO WIN-CANT-VINC.
           MOVE WIL-CUENTA      TO WIN-V-CUENTA (WIN-CANT-VINC).
           MOVE WIL-EMP-ORIGEN  TO WIN-V-EMP-ORIGEN (WIN-CANT-VINC).
           MOVE WIL-EMP-DESTINO TO WIN-V-EMP-DESTINO (WIN-CANT-VINC).
           MOVE WIL-PROVEEDOR   TO WIN-V-PROVEEDOR (WIN-CANT-VINC).
           MOVE 0 TO WIN-V-TOT-VENDE (WIN-CANT-VINC).
           MOVE 0 TO WIN-V-TOT-COMPRA (WIN-CANT-VINC).
       3100-CARGAR-VINCULO-EXIT.
           EXIT.

      *    Facturas por periodo del mes a cuentas vinculadas.
       3200-FACPER.
           READ FACPER NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FACPER
                   GO TO 3200-FACPER-EXIT
           END-READ.
           MOVE WFX-FECHA TO WIN-FECHA-AUX.
           IF WIN-FECHA-PERIODO NOT = WIN-PERIODO-PARAM
               GO TO 3200-FACPER-EXIT
           END-IF.
           MOVE WFX-CUENTA TO WIN-CUENTA-PARAM.
           PERFORM 3800-UBICAR-VINCULO.
           IF WIN-VX > WIN-CANT-VINC
               GO TO 3200-FACPER-EXIT
           END-IF.
           MOVE WFX-CUENTA TO WIE-CUENTA.
           MOVE "F"        TO WIE-TIPO.
           MOVE WFX-NUMERO TO WIE-COMPROBANTE.
           READ ICESPEJ KEY IS WIE-CLAVE
               INVALID KEY
                   ADD WFX-TOTAL TO WIN-V-TOT-VENDE (WIN-VX)
                   MOVE "F"        TO D-TIPO
                   MOVE WFX-NUMERO TO D-COMPROBANTE
                   MOVE 0          TO D-COMPROB-PROV
                   MOVE WFX-FECHA  TO D-FECHA
                   MOVE WFX-TOTAL  TO D-IMP-VENDE
                   MOVE 0          TO D-IMP-COMPRA
                   MOVE "SIN ESPEJO" TO D-OBSERVACION
                   PERFORM 3900-LINEA-DIFERENCIA
           END-READ.
       3200-FACPER-EXIT.
           EXIT.

      *    Notas de debito del mes a cuentas vinculadas.
       3300-NOTADEB.
           READ NOTADEB NEXT RECORD
               AT END
                   MOVE "S" TO EOF-NOTADEB
                   GO TO 3300-NOTADEB-EXIT
           END-READ.
           MOVE WND-FECHA TO WIN-FECHA-AUX.
           IF WIN-FECHA-PERIODO NOT = WIN-PERIODO-PARAM
               GO TO 3300-NOTADEB-EXIT
           END-IF.
           MOVE WND-CUENTA TO WIN-CUENTA-PARAM.
           PERFORM 3800-UBICAR-VINCULO.
           IF WIN-VX > WIN-CANT-VINC
               GO TO 3300-NOTADEB-EXIT
           END-IF.
           MOVE WND-CUENTA TO WIE-CUENTA.
           MOVE "D"        TO WIE-TIPO.
           MOVE WND-NUMERO TO WIE-COMPROBANTE.
           READ ICESPEJ KEY IS WIE-CLAVE
               INVALID KEY
                   ADD WND-IMPORTE TO WIN-V-TOT-VENDE (WIN-VX)
                   MOVE "D"         TO D-TIPO
                   MOVE WND-NUMERO  TO D-COMPROBANTE
                   MOVE 0           TO D-COMPROB-PROV
                   MOVE WND-FECHA   TO D-FECHA
                   MOVE WND-IMPORTE TO D-IMP-VENDE
                   MOVE 0           TO D-IMP-COMPRA
                   MOVE "SIN ESPEJO" TO D-OBSERVACION
                   PERFORM 3900-LINEA-DIFERENCIA
           END-READ.
       3300-NOTADEB-EXIT.
           EXIT.

      *    Cada espejo del mes: sigue en CTAPROV por el mismo
      *    importe y su comprobante de origen sigue vigente.
       3400-ESPEJO.
           READ ICESPEJ NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ICESPEJ
                   GO TO 3400-ESPEJO-EXIT
           END-READ.
           MOVE WIE-FECHA TO WIN-FECHA-AUX.
           IF WIN-FECHA-PERIODO NOT = WIN-PERIODO-PARAM
               GO TO 3400-ESPEJO-EXIT
           END-IF.
           MOVE WIE-CUENTA TO WIN-CUENTA-PARAM.
           PERFORM 3800-UBICAR-VINCULO.
           IF WIN-VX > WIN-CANT-VINC
               GO TO 3400-ESPEJO-EXIT
           END-IF.
           ADD WIE-TOTAL TO WIN-V-TOT-VENDE (WIN-VX).
           MOVE WIE-TIPO         TO D-TIPO.
           MOVE WIE-COMPROBANTE  TO D-COMPROBANTE.
           MOVE WIE-COMPROB-PROV TO D-COMPROB-PROV.
           MOVE WIE-FECHA        TO D-FECHA.
           MOVE WIE-TOTAL        TO D-IMP-VENDE.
           MOVE WIE-PROVEEDOR    TO WFP-PROVEEDOR.
           MOVE WIE-COMPROB-PROV TO WFP-COMPROBANTE.
           READ CTAPROV KEY IS WFP-CLAVE
               INVALID KEY
                   MOVE 0 TO D-IMP-COMPRA
                   MOVE "ESPEJO BORRADO" TO D-OBSERVACION
                   PERFORM 3900-LINEA-DIFERENCIA
                   GO TO 3400-ESPEJO-EXIT
           END-READ.
           MOVE WFP-TOTAL TO D-IMP-COMPRA.
           IF WFP-TOTAL NOT = WIE-TOTAL
               MOVE "DIFIERE IMPORTE" TO D-OBSERVACION
               PERFORM 3900-LINEA-DIFERENCIA
               GO TO 3400-ESPEJO-EXIT
           END-IF.
           PERFORM 3410-VER-ORIGEN THRU 3410-VER-ORIGEN-EXIT.
           IF WIN-HALLADO = "N"
               MOVE "ORIGEN ANULADO" TO D-OBSERVACION
               PERFORM 3900-LINEA-DIFERENCIA
           END-IF.
       3400-ESPEJO-EXIT.
           EXIT.

      *    Facturas en FACT, notas de debito en NOTADEB; el
      *    credito de una devolucion no tiene donde verificarse.
       3410-VER-ORIGEN.
           MOVE "S" TO WIN-HALLADO.
           IF WIE-TIPO = "F" AND WIN-FACT-ABIERTO = "S"
               MOVE WIE-CUENTA      TO WFA-CUENTA
               MOVE WIE-COMPROBANTE TO WFA-COMPROBANTE
               READ FACT KEY IS WFA-CLAVE
                   INVALID KEY MOVE "N" TO WIN-HALLADO
               END-READ
           END-IF.
           IF WIE-TIPO = "D" AND WIN-NOTADEB-ABIERTO = "S"
               MOVE WIE-COMPROBANTE TO WND-NUMERO
               READ NOTADEB KEY IS WND-NUMERO
                   INVALID KEY MOVE "N" TO WIN-HALLADO
               END-READ
           END-IF.
       3410-VER-ORIGEN-EXIT.
           EXIT.

      *    Comprobantes del mes en la cuenta del proveedor
      *    vinculado; los que no salen del espejo se cargaron a
      *    mano.
       3500-PROVEEDOR.
           MOVE "N" TO EOF-CTAPROV.
           MOVE WIN-V-PROVEEDOR (WIN-VX) TO WFP-PROVEEDOR.
           MOVE 0                        TO WFP-COMPROBANTE.
           START CTAPROV KEY IS NOT LESS THAN WFP-CLAVE
               INVALID KEY MOVE "S" TO EOF-CTAPROV
           END-START.
           PERFORM 3600-COMPROB-PROVEEDOR
               THRU 3600-COMPROB-PROVEEDOR-EXIT
               UNTIL NO-HAY-MAS-CTAPROV.
       3500-PROVEEDOR-EXIT.
           EXIT.

       3600-COMPROB-PROVEEDOR.
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
           IF NO-HAY-MAS-CTAPROV
              OR WFP-PROVEEDOR NOT = WIN-V-PROVEEDOR (WIN-VX)
               MOVE "S" TO EOF-CTAPROV
               GO TO 3600-COMPROB-PROVEEDOR-EXIT
           END-IF.
           MOVE WFP-FEC-EMISION TO WIN-FECHA-AUX.
           IF WIN-FECHA-PERIODO NOT = WIN-PERIODO-PARAM
               GO TO 3600-COMPROB-PROVEEDOR-EXIT
           END-IF.
           ADD WFP-TOTAL TO WIN-V-TOT-COMPRA (WIN-VX).
           MOVE WFP-PROVEEDOR   TO WIE-PROVEEDOR.
           MOVE WFP-COMPROBANTE TO WIE-COMPROB-PROV.
           READ ICESPEJ KEY IS WIE-CLAVE-ESPEJO
               INVALID KEY
                   MOVE " "             TO D-TIPO
                   MOVE 0               TO D-COMPROBANTE
                   MOVE WFP-COMPROBANTE TO D-COMPROB-PROV
                   MOVE WFP-FEC-EMISION TO D-FECHA
                   MOVE 0               TO D-IMP-VENDE
                   MOVE WFP-TOTAL       TO D-IMP-COMPRA
                   MOVE "CARGA MANUAL"  TO D-OBSERVACION
                   PERFORM 3900-LINEA-DIFERENCIA
           END-READ.
       3600-COMPROB-PROVEEDOR-EXIT.
           EXIT.

       3700-RESUMEN.
           MOVE WIN-V-CUENTA (WIN-VX) TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           COMPUTE WIN-DIFERENCIA = WIN-V-TOT-VENDE (WIN-VX)
                                  - WIN-V-TOT-COMPRA (WIN-VX).
           MOVE WIN-V-CUENTA (WIN-VX)      TO R-CUENTA.
           MOVE WCU-NOMBRE                 TO R-NOMBRE.
           MOVE WIN-V-EMP-ORIGEN (WIN-VX)  TO R-EMP-ORIGEN.
           MOVE WIN-V-EMP-DESTINO (WIN-VX) TO R-EMP-DESTINO.
           MOVE WIN-V-PROVEEDOR (WIN-VX)   TO R-PROVEEDOR.
           MOVE WIN-V-TOT-VENDE (WIN-VX)   TO R-TOT-VENDE.
           MOVE WIN-V-TOT-COMPRA (WIN-VX)  TO R-TOT-COMPRA.
           MOVE WIN-DIFERENCIA             TO R-DIFERENCIA.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 1.
       3700-RESUMEN-EXIT.
           EXIT.

      *    Posicion del vinculo de la cuenta en la tabla; pasado
      *    el ultimo si no esta vinculada.
       3800-UBICAR-VINCULO.
           PERFORM 3810-COMPARAR-VINCULO
               THRU 3810-COMPARAR-VINCULO-EXIT
               VARYING WIN-VX FROM 1 BY 1
               UNTIL WIN-VX > WIN-CANT-VINC
                  OR WIN-V-CUENTA (WIN-VX) = WIN-CUENTA-PARAM.

       3810-COMPARAR-VINCULO.
           CONTINUE.
       3810-COMPARAR-VINCULO-EXIT.
           EXIT.

       3900-LINEA-DIFERENCIA.
           MOVE WIN-V-CUENTA (WIN-VX)    TO D-CUENTA.
           MOVE WIN-V-PROVEEDOR (WIN-VX) TO D-PROVEEDOR.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD 1 TO WIN-CANT-DIFER.

       9999-FINAL.
           CLOSE ICVINC.
           CLOSE ICESPEJ.
           CLOSE CUENTA.
           CLOSE PROVEE.
           CLOSE CTAPROV.
           IF WIN-FACPER-ABIERTO = "S"
               CLOSE FACPER
           END-IF.
           IF WIN-NOTADEB-ABIERTO = "S"
               CLOSE NOTADEB
           END-IF.
           IF WIN-FACT-ABIERTO = "S"
               CLOSE FACT
           END-IF.
           IF WIN-MODO-PARAM = "C"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
