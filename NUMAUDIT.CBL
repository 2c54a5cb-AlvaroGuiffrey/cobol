       IDENTIFICATION DIVISION.
       PROGRAM-ID.       NUMAUDIT.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Auditoria mensual de correlatividad de comprobantes:
      * NUMALERT avisa cuando una numeracion se agota, pero nadie
      * controlaba que los numeros entregados por NUMERO esten
      * todos usados. Un corte entre tomar el numero y grabar el
      * comprobante deja un hueco, y AFIP y los auditores los
      * preguntan. Por cada tipo de comprobante el programa junta
      * los numeros que existen en los archivos del tipo en un
      * archivo de trabajo (NUMTRAB, como FPERTRAB de FACTPER),
      * lo recorre en orden contra el ultimo numero de NUMERO y
      * lista:
      *   HUECO      numeros entregados sin comprobante (con la
      *              justificacion de NUMJUST si la tiene);
      *   DUPLICADO  el mismo numero en dos comprobantes;
      *   FECHA      comprobante con fecha anterior a la de un
      *              numero mas bajo (fuera de orden);
      *   FUERA RNG  numero mas alto que el ultimo de NUMERO.
      * Tipos y archivos que se recorren:
      *   REMITO   REMITO y FACPER (FACTPER factura con la
      *            numeracion de remitos)
      *   NOTADEB  NOTADEB            DEVOL    DEVOLREG
      *   RECIBO   ARRECOMP           TKFISCAL TKFISCAL
      *   RETENC   RETENC
      * Un renglon de devolucion por articulo o un recibo
      * aplicado a varias cuentas del grupo cuentan una sola
      * vez; dos tickets con el mismo numero en turnos distintos
      * son duplicado. El tramo anterior al primer comprobante
      * que queda en el archivo no se controla (historia
      * depurada). Con periodo AAAAMM solo se listan los casos de
      * comprobantes de ese mes y los huecos que ese mes cerro;
      * los numeros entregados despues del ultimo comprobante
      * salen siempre. NUMERO lleva una sola numeracion por tipo,
      * asi que el listado sale por tipo con el punto de venta de
      * la sucursal (EMPRESUC) en el titulo.
      *   modo A: audita un tipo o todos (tipo en blanco);
      *   modo J: justifica un numero o un tramo del hueco con
      *           motivo (A anulado, R corte recuperado por
      *           TRXRECUP, O otro), detalle y operador.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT NUMJUST   ASSIGN TO "NUMJUST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNJ-CLAVE
                             FILE STATUS IS WNJ-STATUS.
           SELECT NUMTRAB   ASSIGN TO "NUMTRAB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNW-CLAVE
                             FILE STATUS IS WNW-STATUS.
           SELECT REMITO    ASSIGN TO "REMITO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WRM-NUMERO
                             FILE STATUS IS WRM-STATUS.
           SELECT FACPER    ASSIGN TO "FACPER"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFX-NUMERO
                             FILE STATUS IS WFX-STATUS.
           SELECT NOTADEB   ASSIGN TO "NOTADEB"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WND-NUMERO
                             FILE STATUS IS WND-STATUS.
           SELECT DEVOLREG  ASSIGN TO "DEVOLREG"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WDV-CLAVE
                             FILE STATUS IS WDV-STATUS.
           SELECT ARRECOMP  ASSIGN TO "ARRECOMP"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WAC-CLAVE
                             FILE STATUS IS WAC-STATUS.
           SELECT TKFISCAL  ASSIGN TO "TKFISCAL"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WTK-CLAVE
                             FILE STATUS IS WTK-STATUS.
           SELECT RETENC    ASSIGN TO "RETENC"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WRT-NUMERO
                             FILE STATUS IS WRT-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

      *    Justificacion de un numero sin comprobante.
       FD  NUMJUST.
       01  REG-NUMJUST.
           05  WNJ-CLAVE.
               10  WNJ-TIPO-COMP     PIC X(08).
               10  WNJ-NUMERO        PIC 9(08).
           05  WNJ-MOTIVO            PIC X(01).
               88  WNJ-MOTIVO-VALIDO  VALUE "A" "R" "O".
           05  WNJ-DETALLE           PIC X(30).
           05  WNJ-OPERADOR          PIC X(08).
           05  WNJ-FECHA             PIC 9(08).

      *    Numeros usados del tipo en curso; el origen y el
      *    documento separan los duplicados entre archivos o
      *    turnos.
       FD  NUMTRAB.
       01  REG-NUMTRAB.
           05  WNW-CLAVE.
               10  WNW-NUMERO        PIC 9(08).
               10  WNW-ORIGEN        PIC X(08).
               10  WNW-DOCUMENTO     PIC X(10).
           05  WNW-FECHA             PIC 9(08).

       FD  REMITO.
       01  REG-REMITO.
           05  WRM-NUMERO            PIC 9(08).
           05  WRM-RUTA              PIC 9(03).
           05  WRM-FEC-REPARTO       PIC 9(08).

       FD  FACPER.
       01  REG-FACPER.
           05  WFX-NUMERO            PIC 9(08).
           05  WFX-CUENTA            PIC 9(06).
           05  WFX-FECHA             PIC 9(08).

       FD  NOTADEB.
       01  REG-NOTADEB.
           05  WND-NUMERO            PIC 9(08).
           05  WND-CUENTA            PIC 9(06).
           05  WND-FACT-REF          PIC X(14).
           05  WND-IMPORTE           PIC S9(09)V99.
           05  WND-FECHA             PIC 9(08).

       FD  DEVOLREG.
       01  REG-DEVOLREG.
           05  WDV-CLAVE.
               10  WDV-NUMERO        PIC 9(08).
               10  WDV-SECUENCIA     PIC 9(04).
           05  WDV-REMITO-ORIGEN     PIC 9(08).
           05  WDV-CUENTA            PIC 9(06).
           05  WDV-ARTICULO          PIC 9(06).
           05  WDV-CANTIDAD          PIC S9(07)V99.
           05  WDV-PRECIO            PIC S9(07)V99.
           05  WDV-MOTIVO            PIC X(03).
           05  WDV-DISPOSICION       PIC X(01).
           05  WDV-FECHA             PIC 9(08).

       FD  ARRECOMP.
       01  REG-ARRECOMP.
           05  WAC-CLAVE.
               10  WAC-CUENTA        PIC 9(06).
               10  WAC-RECIBO        PIC 9(08).
           05  WAC-IMPORTE-COBRADO   PIC S9(09)V99.
           05  WAC-IMPORTE-APLICADO  PIC S9(09)V99.
           05  WAC-FECHA             PIC 9(08).

       FD  TKFISCAL.
       01  REG-TKFISCAL.
           05  WTK-CLAVE.
               10  WTK-TURNO         PIC 9(06).
               10  WTK-TICKET        PIC 9(08).
           05  WTK-FECHA             PIC 9(08).

       FD  RETENC.
       01  REG-RETENC.
           05  WRT-NUMERO            PIC 9(08).
           05  WRT-PERIODO           PIC 9(06).
           05  WRT-IMPUESTO          PIC 9(01).
           05  WRT-JURISDICCION      PIC X(02).
           05  WRT-PROVEEDOR         PIC 9(06).
           05  WRT-ORDEN-PAGO        PIC 9(08).
           05  WRT-FECHA             PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "NUMAUDIT".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WNU-STATUS                PIC X(02).
       77  WNJ-STATUS                PIC X(02).
       77  WNW-STATUS                PIC X(02).
       77  WRM-STATUS                PIC X(02).
       77  WFX-STATUS                PIC X(02).
       77  WND-STATUS                PIC X(02).
       77  WDV-STATUS                PIC X(02).
       77  WAC-STATUS                PIC X(02).
       77  WTK-STATUS                PIC X(02).
       77  WRT-STATUS                PIC X(02).
       77  WNZ-MODO-PARAM            PIC X(01).
       77  WNZ-TIPO-PARAM            PIC X(08).
       77  WNZ-PERIODO-PARAM         PIC 9(06).
       77  WNZ-SUCURSAL-PARAM        PIC 9(02).
       77  WNZ-DESDE-PARAM           PIC 9(08).
       77  WNZ-HASTA-PARAM           PIC 9(08).
       77  WNZ-MOTIVO-PARAM          PIC X(01).
       77  WNZ-DETALLE-PARAM         PIC X(30).
       77  WNZ-OPERADOR-PARAM        PIC X(08).
       77  WNZ-HOY                   PIC 9(08).
       77  WNZ-IX                    PIC 9(02).
       77  WNZ-TIPO                  PIC X(08).
       77  WNZ-ORIGEN                PIC X(08).
       77  WNZ-ULTIMO                PIC 9(08).
       77  WNZ-ANT-NUMERO            PIC 9(08).
       77  WNZ-ANT-ORIGEN            PIC X(08).
       77  WNZ-FECHA-MAX             PIC 9(08).
       77  WNZ-PRIMERO               PIC X(01).
       77  WNZ-EN-PERIODO            PIC X(01).
       77  WNZ-H-DESDE               PIC 9(08).
       77  WNZ-H-HASTA               PIC 9(08).
       77  WNZ-H-NUMERO              PIC 9(08).
       77  WNZ-H-CANTIDAD            PIC 9(08).
       77  WNZ-H-SIN-JUST            PIC 9(08).
       77  WNZ-DETALLA               PIC X(01).
       77  WNZ-JUSTIFICADO           PIC X(01).
       77  WNZ-CANT-DOCS             PIC 9(07).
       77  WNZ-CANT-HUECOS           PIC 9(07).
       77  WNZ-CANT-JUST             PIC 9(07).
       77  WNZ-CANT-SIN-JUST         PIC 9(07).
       77  WNZ-CANT-DUPLICADOS       PIC 9(07).
       77  WNZ-CANT-FECHA            PIC 9(07).
       77  WNZ-CANT-FUERA            PIC 9(07).
       77  WNZ-CANT-GRABADOS         PIC 9(05) VALUE 0.
       77  WNZ-MODO-EMPRESUC         PIC X(01) VALUE "C".
       77  WNZ-RAZON-SOCIAL          PIC X(30).
       77  WNZ-CUIT                  PIC 9(11).
       77  WNZ-PUNTO-VENTA           PIC 9(04).
       77  WNZ-ING-BRUTOS            PIC X(13).
       77  WNZ-DOMICILIO             PIC X(40).
       77  EOF-ARCHIVO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS             VALUE "S".
       77  EOF-NUMTRAB                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-NUMTRAB     VALUE "S".

      *    Un hueco de mas de WNZ-TOPE-DETALLE numeros sale como
      *    tramo en un solo renglon.
       77  WNZ-TOPE-DETALLE          PIC 9(08) VALUE 50.

       01  WNZ-TABLA-TIPOS-DEF.
           05  FILLER                PIC X(08) VALUE "REMITO  ".
           05  FILLER                PIC X(08) VALUE "NOTADEB ".
           05  FILLER                PIC X(08) VALUE "DEVOL   ".
           05  FILLER                PIC X(08) VALUE "RECIBO  ".
           05  FILLER                PIC X(08) VALUE "TKFISCAL".
           05  FILLER                PIC X(08) VALUE "RETENC  ".
       01  WNZ-TABLA-TIPOS REDEFINES WNZ-TABLA-TIPOS-DEF.
           05  WNZ-TIPO-TABLA        PIC X(08) OCCURS 6 TIMES.

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(28)
               VALUE "CORRELATIVIDAD DE NUMERACION".
           05  FILLER                PIC X(07) VALUE " TIPO ".
           05  T-TIPO                PIC X(08).
           05  FILLER                PIC X(10) VALUE "  PTO.VTA ".
           05  T-PUNTO-VENTA         PIC 9(04).
           05  FILLER                PIC X(10) VALUE "  PERIODO ".
           05  T-PERIODO             PIC 9(06).
           05  FILLER                PIC X(16) VALUE "  ULTIMO NUMERO ".
           05  T-ULTIMO              PIC 9(08).

       01  LIN-DETALLE.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  D-CASO                PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-NUMERO              PIC 9(08).
           05  D-GUION               PIC X(03).
           05  D-HASTA               PIC Z(7)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ORIGEN              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DOCUMENTO           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-OBSERVACION         PIC X(50).

       01  LIN-TOTALES.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "DOCS: ".
           05  TT-DOCS               PIC Z(6)9.
           05  FILLER                PIC X(09) VALUE "  HUECO: ".
           05  TT-HUECOS             PIC Z(6)9.
           05  FILLER                PIC X(08) VALUE "  JUST: ".
           05  TT-JUST               PIC Z(6)9.
           05  FILLER                PIC X(12) VALUE "  SIN JUST: ".
           05  TT-SIN-JUST           PIC Z(6)9.
           05  FILLER                PIC X(08) VALUE "  DUPL: ".
           05  TT-DUPLICADOS         PIC Z(6)9.
           05  FILLER                PIC X(09) VALUE "  FECHA: ".
           05  TT-FECHA              PIC Z(6)9.
           05  FILLER                PIC X(09) VALUE "  FUERA: ".
           05  TT-FUERA              PIC Z(6)9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       NUMJUST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMJUST.
           DISPLAY "ERROR E/S NUMJUST: " WNJ-STATUS.
       NUMTRAB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMTRAB.
           DISPLAY "ERROR E/S NUMTRAB: " WNW-STATUS.
       REMITO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON REMITO.
           DISPLAY "ERROR E/S REMITO: " WRM-STATUS.
       FACPER-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACPER.
           DISPLAY "ERROR E/S FACPER: " WFX-STATUS.
       NOTADEB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NOTADEB.
           DISPLAY "ERROR E/S NOTADEB: " WND-STATUS.
       DEVOLREG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DEVOLREG.
           DISPLAY "ERROR E/S DEVOLREG: " WDV-STATUS.
       ARRECOMP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARRECOMP.
           DISPLAY "ERROR E/S ARRECOMP: " WAC-STATUS.
       TKFISCAL-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TKFISCAL.
           DISPLAY "ERROR E/S TKFISCAL: " WTK-STATUS.
       RETENC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RETENC.
           DISPLAY "ERROR E/S RETENC: " WRT-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WNZ-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-AUDITAR THRU 2000-AUDITAR-EXIT
               WHEN "J"
                   PERFORM 7000-JUSTIFICAR THRU 7000-JUSTIFICAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=AUDITAR J=JUSTIFICAR): "
               LINE 5 POSITION 5.
           ACCEPT WNZ-MODO-PARAM LINE 5 POSITION 37.
           DISPLAY "TIPO DE COMPROBANTE ...: " LINE 6 POSITION 5.
           ACCEPT WNZ-TIPO-PARAM LINE 6 POSITION 31.
           ACCEPT WNZ-HOY FROM DATE YYYYMMDD.
           OPEN I-O NUMJUST.
           IF WNJ-STATUS = "35"
               CLOSE NUMJUST
               OPEN OUTPUT NUMJUST
               CLOSE NUMJUST
               OPEN I-O NUMJUST
           END-IF.
           OPEN INPUT NUMERO.

      *----------------------------------------------------------
      * Auditoria: un listado por tipo, todos los tipos si el
      * tipo vino en blanco.
      *----------------------------------------------------------
       2000-AUDITAR.
           DISPLAY "PERIODO AAAAMM (0=TODO): " LINE 7 POSITION 5.
           ACCEPT WNZ-PERIODO-PARAM LINE 7 POSITION 31.
           DISPLAY "SUCURSAL ..............: " LINE 8 POSITION 5.
           ACCEPT WNZ-SUCURSAL-PARAM LINE 8 POSITION 31.
           MOVE 0 TO WNZ-PUNTO-VENTA.
           CALL "EMPRESUC" USING WNZ-MODO-EMPRESUC
                                 WNZ-SUCURSAL-PARAM
                                 WNZ-RAZON-SOCIAL
                                 WNZ-CUIT
                                 WNZ-PUNTO-VENTA
                                 WNZ-ING-BRUTOS
                                 WNZ-DOMICILIO
           END-CALL.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           PERFORM 2100-UN-TIPO THRU 2100-UN-TIPO-EXIT
               VARYING WNZ-IX FROM 1 BY 1 UNTIL WNZ-IX > 6.
           CLOSE LISTADO.
       2000-AUDITAR-EXIT.
           EXIT.

       2100-UN-TIPO.
           MOVE WNZ-TIPO-TABLA (WNZ-IX) TO WNZ-TIPO.
           IF WNZ-TIPO-PARAM NOT = SPACES
              AND WNZ-TIPO-PARAM NOT = WNZ-TIPO
               GO TO 2100-UN-TIPO-EXIT
           END-IF.
           MOVE 0 TO WNZ-CANT-DOCS WNZ-CANT-HUECOS WNZ-CANT-JUST
                     WNZ-CANT-SIN-JUST WNZ-CANT-DUPLICADOS
                     WNZ-CANT-FECHA WNZ-CANT-FUERA.
           MOVE WNZ-TIPO TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           MOVE WNU-ULTIMO-NUMERO TO WNZ-ULTIMO.
           MOVE WNZ-TIPO          TO T-TIPO.
           MOVE WNZ-PUNTO-VENTA   TO T-PUNTO-VENTA.
           MOVE WNZ-PERIODO-PARAM TO T-PERIODO.
           MOVE WNZ-ULTIMO        TO T-ULTIMO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.

           OPEN OUTPUT NUMTRAB.
           CLOSE NUMTRAB.
           OPEN I-O NUMTRAB.
           EVALUATE WNZ-TIPO
               WHEN "REMITO  "
                   PERFORM 3000-CARGAR-REMITO
                       THRU 3000-CARGAR-REMITO-EXIT
                   PERFORM 3100-CARGAR-FACPER
                       THRU 3100-CARGAR-FACPER-EXIT
               WHEN "NOTADEB "
                   PERFORM 3200-CARGAR-NOTADEB
                       THRU 3200-CARGAR-NOTADEB-EXIT
               WHEN "DEVOL   "
                   PERFORM 3300-CARGAR-DEVOLREG
                       THRU 3300-CARGAR-DEVOLREG-EXIT
               WHEN "RECIBO  "
                   PERFORM 3400-CARGAR-ARRECOMP
                       THRU 3400-CARGAR-ARRECOMP-EXIT
               WHEN "TKFISCAL"
                   PERFORM 3500-CARGAR-TKFISCAL
                       THRU 3500-CARGAR-TKFISCAL-EXIT
               WHEN "RETENC  "
                   PERFORM 3600-CARGAR-RETENC
                       THRU 3600-CARGAR-RETENC-EXIT
           END-EVALUATE.

           MOVE "S" TO WNZ-PRIMERO.
           MOVE 0   TO WNZ-ANT-NUMERO.
           MOVE 0   TO WNZ-FECHA-MAX.
           MOVE "N" TO EOF-NUMTRAB.
           MOVE LOW-VALUES TO WNW-CLAVE.
           START NUMTRAB KEY IS NOT LESS THAN WNW-CLAVE
               INVALID KEY MOVE "S" TO EOF-NUMTRAB
           END-START.
           IF WNW-STATUS NOT = "00"
               MOVE "S" TO EOF-NUMTRAB
           END-IF.
           PERFORM 4000-RECORRER THRU 4000-RECORRER-EXIT
               UNTIL NO-HAY-MAS-NUMTRAB.
           CLOSE NUMTRAB.

      *    Numeros entregados despues del ultimo comprobante.
           IF WNZ-ULTIMO > WNZ-ANT-NUMERO
               COMPUTE WNZ-H-DESDE = WNZ-ANT-NUMERO + 1
               MOVE WNZ-ULTIMO TO WNZ-H-HASTA
               MOVE SPACES     TO D-ORIGEN D-DOCUMENTO
               MOVE 0          TO D-FECHA
               PERFORM 4500-HUECO THRU 4500-HUECO-EXIT
           END-IF.

           MOVE WNZ-CANT-DOCS       TO TT-DOCS.
           MOVE WNZ-CANT-HUECOS     TO TT-HUECOS.
           MOVE WNZ-CANT-JUST       TO TT-JUST.
           MOVE WNZ-CANT-SIN-JUST   TO TT-SIN-JUST.
           MOVE WNZ-CANT-DUPLICADOS TO TT-DUPLICADOS.
           MOVE WNZ-CANT-FECHA      TO TT-FECHA.
           MOVE WNZ-CANT-FUERA      TO TT-FUERA.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           WRITE LIN-LISTADO FROM LIN-TOTALES AFTER 1.
           DISPLAY WNZ-TIPO " HUECOS SIN JUSTIFICAR: "
               WNZ-CANT-SIN-JUST " DUPLICADOS: " WNZ-CANT-DUPLICADOS
               " FUERA DE ORDEN: " WNZ-CANT-FECHA.
       2100-UN-TIPO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Carga de NUMTRAB: un registro por numero, origen y
      * documento; la clave repetida (otro renglon del mismo
      * comprobante) no se vuelve a grabar.
      *----------------------------------------------------------
       3000-CARGAR-REMITO.
           OPEN INPUT REMITO.
           IF WRM-STATUS NOT = "00"
               MOVE "REMITO  " TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3000-CARGAR-REMITO-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3010-LEER-REMITO THRU 3010-LEER-REMITO-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE REMITO.
       3000-CARGAR-REMITO-EXIT.
           EXIT.

       3010-LEER-REMITO.
           READ REMITO NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3010-LEER-REMITO-EXIT
           END-IF.
           MOVE WRM-NUMERO      TO WNW-NUMERO.
           MOVE "REMITO  "      TO WNW-ORIGEN.
           MOVE SPACES          TO WNW-DOCUMENTO.
           MOVE WRM-FEC-REPARTO TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3010-LEER-REMITO-EXIT.
           EXIT.

       3100-CARGAR-FACPER.
           OPEN INPUT FACPER.
           IF WFX-STATUS NOT = "00"
               MOVE "FACPER  " TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3100-CARGAR-FACPER-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3110-LEER-FACPER THRU 3110-LEER-FACPER-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE FACPER.
       3100-CARGAR-FACPER-EXIT.
           EXIT.

       3110-LEER-FACPER.
           READ FACPER NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3110-LEER-FACPER-EXIT
           END-IF.
           MOVE WFX-NUMERO TO WNW-NUMERO.
           MOVE "FACPER  " TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           MOVE WFX-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3110-LEER-FACPER-EXIT.
           EXIT.

       3200-CARGAR-NOTADEB.
           OPEN INPUT NOTADEB.
           IF WND-STATUS NOT = "00"
               MOVE "NOTADEB " TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3200-CARGAR-NOTADEB-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3210-LEER-NOTADEB THRU 3210-LEER-NOTADEB-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE NOTADEB.
       3200-CARGAR-NOTADEB-EXIT.
           EXIT.

       3210-LEER-NOTADEB.
           READ NOTADEB NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3210-LEER-NOTADEB-EXIT
           END-IF.
           MOVE WND-NUMERO TO WNW-NUMERO.
           MOVE "NOTADEB " TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           MOVE WND-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3210-LEER-NOTADEB-EXIT.
           EXIT.

       3300-CARGAR-DEVOLREG.
           OPEN INPUT DEVOLREG.
           IF WDV-STATUS NOT = "00"
               MOVE "DEVOLREG" TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3300-CARGAR-DEVOLREG-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3310-LEER-DEVOLREG THRU 3310-LEER-DEVOLREG-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE DEVOLREG.
       3300-CARGAR-DEVOLREG-EXIT.
           EXIT.

       3310-LEER-DEVOLREG.
           READ DEVOLREG NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3310-LEER-DEVOLREG-EXIT
           END-IF.
           MOVE WDV-NUMERO TO WNW-NUMERO.
           MOVE "DEVOLREG" TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           MOVE WDV-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3310-LEER-DEVOLREG-EXIT.
           EXIT.

       3400-CARGAR-ARRECOMP.
           OPEN INPUT ARRECOMP.
           IF WAC-STATUS NOT = "00"
               MOVE "ARRECOMP" TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3400-CARGAR-ARRECOMP-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3410-LEER-ARRECOMP THRU 3410-LEER-ARRECOMP-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE ARRECOMP.
       3400-CARGAR-ARRECOMP-EXIT.
           EXIT.

       3410-LEER-ARRECOMP.
           READ ARRECOMP NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3410-LEER-ARRECOMP-EXIT
           END-IF.
           MOVE WAC-RECIBO TO WNW-NUMERO.
           MOVE "ARRECOMP" TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           MOVE WAC-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3410-LEER-ARRECOMP-EXIT.
           EXIT.

       3500-CARGAR-TKFISCAL.
           OPEN INPUT TKFISCAL.
           IF WTK-STATUS NOT = "00"
               MOVE "TKFISCAL" TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3500-CARGAR-TKFISCAL-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3510-LEER-TKFISCAL THRU 3510-LEER-TKFISCAL-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE TKFISCAL.
       3500-CARGAR-TKFISCAL-EXIT.
           EXIT.

      *    El turno va como documento: el mismo ticket en dos
      *    turnos es un duplicado.
       3510-LEER-TKFISCAL.
           READ TKFISCAL NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3510-LEER-TKFISCAL-EXIT
           END-IF.
           MOVE WTK-TICKET TO WNW-NUMERO.
           MOVE "TKFISCAL" TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           STRING "TURNO " WTK-TURNO
               DELIMITED BY SIZE INTO WNW-DOCUMENTO
           END-STRING.
           MOVE WTK-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3510-LEER-TKFISCAL-EXIT.
           EXIT.

       3600-CARGAR-RETENC.
           OPEN INPUT RETENC.
           IF WRT-STATUS NOT = "00"
               MOVE "RETENC  " TO WNZ-ORIGEN
               PERFORM 3900-NO-DISPONIBLE
               GO TO 3600-CARGAR-RETENC-EXIT
           END-IF.
           MOVE "N" TO EOF-ARCHIVO.
           PERFORM 3610-LEER-RETENC THRU 3610-LEER-RETENC-EXIT
               UNTIL NO-HAY-MAS.
           CLOSE RETENC.
       3600-CARGAR-RETENC-EXIT.
           EXIT.

       3610-LEER-RETENC.
           READ RETENC NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS
               GO TO 3610-LEER-RETENC-EXIT
           END-IF.
           MOVE WRT-NUMERO TO WNW-NUMERO.
           MOVE "RETENC  " TO WNW-ORIGEN.
           MOVE SPACES     TO WNW-DOCUMENTO.
           MOVE WRT-FECHA  TO WNW-FECHA.
           PERFORM 3800-GRABAR-TRABAJO.
       3610-LEER-RETENC-EXIT.
           EXIT.

       3800-GRABAR-TRABAJO.
           WRITE REG-NUMTRAB
               INVALID KEY CONTINUE
           END-WRITE.

       3900-NO-DISPONIBLE.
           MOVE SPACES       TO LIN-DETALLE.
           MOVE "SIN ARCHIVO" TO D-CASO.
           MOVE 0            TO D-NUMERO D-FECHA.
           MOVE WNZ-ORIGEN   TO D-ORIGEN.
           MOVE "NO SE PUDO ABRIR, EL TIPO QUEDA INCOMPLETO"
               TO D-OBSERVACION.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.

      *----------------------------------------------------------
      * Recorrido en orden de numero: duplicado, hueco, fecha
      * fuera de orden y numero fuera del rango de NUMERO.
      *----------------------------------------------------------
       4000-RECORRER.
           READ NUMTRAB NEXT RECORD
               AT END MOVE "S" TO EOF-NUMTRAB
           END-READ.
           IF NO-HAY-MAS-NUMTRAB
               GO TO 4000-RECORRER-EXIT
           END-IF.
           IF WNZ-PERIODO-PARAM = 0
              OR WNW-FECHA (1:6) = WNZ-PERIODO-PARAM
               MOVE "S" TO WNZ-EN-PERIODO
           ELSE
               MOVE "N" TO WNZ-EN-PERIODO
           END-IF.
           MOVE WNW-ORIGEN    TO D-ORIGEN.
           MOVE WNW-DOCUMENTO TO D-DOCUMENTO.
           MOVE WNW-FECHA     TO D-FECHA.

           IF WNZ-PRIMERO = "S"
               MOVE "N" TO WNZ-PRIMERO
               ADD 1 TO WNZ-CANT-DOCS
               GO TO 4000-RECORRER-ULTIMO
           END-IF.

           IF WNW-NUMERO = WNZ-ANT-NUMERO
               IF WNZ-EN-PERIODO = "S"
                   ADD 1 TO WNZ-CANT-DUPLICADOS
                   MOVE "DUPLICADO" TO D-CASO
                   MOVE WNW-NUMERO  TO D-NUMERO
                   MOVE SPACES      TO D-GUION
                   MOVE 0           TO D-HASTA
                   MOVE SPACES      TO D-OBSERVACION
                   STRING "MISMO NUMERO QUE " WNZ-ANT-ORIGEN
                       DELIMITED BY SIZE INTO D-OBSERVACION
                   END-STRING
                   WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
               END-IF
               GO TO 4000-RECORRER-ULTIMO
           END-IF.

           ADD 1 TO WNZ-CANT-DOCS.
           IF WNW-NUMERO > WNZ-ANT-NUMERO + 1
              AND WNZ-EN-PERIODO = "S"
               COMPUTE WNZ-H-DESDE = WNZ-ANT-NUMERO + 1
               COMPUTE WNZ-H-HASTA = WNW-NUMERO - 1
               PERFORM 4500-HUECO THRU 4500-HUECO-EXIT
           END-IF.
           IF WNW-FECHA < WNZ-FECHA-MAX
              AND WNZ-EN-PERIODO = "S"
               ADD 1 TO WNZ-CANT-FECHA
               MOVE "FECHA"     TO D-CASO
               MOVE WNW-NUMERO  TO D-NUMERO
               MOVE SPACES      TO D-GUION
               MOVE 0           TO D-HASTA
               MOVE SPACES      TO D-OBSERVACION
               STRING "ANTERIOR A " WNZ-FECHA-MAX
                   " DE UN NUMERO MAS BAJO"
                   DELIMITED BY SIZE INTO D-OBSERVACION
               END-STRING
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.

       4000-RECORRER-ULTIMO.
           IF WNW-NUMERO > WNZ-ULTIMO
              AND WNZ-EN-PERIODO = "S"
              AND WNW-NUMERO NOT = WNZ-ANT-NUMERO
               ADD 1 TO WNZ-CANT-FUERA
               MOVE "FUERA RNG" TO D-CASO
               MOVE WNW-NUMERO  TO D-NUMERO
               MOVE SPACES      TO D-GUION
               MOVE 0           TO D-HASTA
               MOVE "MAYOR QUE EL ULTIMO NUMERO ENTREGADO"
                   TO D-OBSERVACION
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.
           MOVE WNW-NUMERO TO WNZ-ANT-NUMERO.
           MOVE WNW-ORIGEN TO WNZ-ANT-ORIGEN.
           IF WNW-FECHA > WNZ-FECHA-MAX
               MOVE WNW-FECHA TO WNZ-FECHA-MAX
           END-IF.
       4000-RECORRER-EXIT.
           EXIT.

      *    Hueco WNZ-H-DESDE a WNZ-H-HASTA: cada numero se busca
      *    en NUMJUST; un hueco corto sale numero por numero y uno
      *    largo en un solo renglon con lo que falta justificar.
       4500-HUECO.
           COMPUTE WNZ-H-CANTIDAD = WNZ-H-HASTA - WNZ-H-DESDE + 1.
           ADD WNZ-H-CANTIDAD TO WNZ-CANT-HUECOS.
           MOVE 0 TO WNZ-H-SIN-JUST.
           IF WNZ-H-CANTIDAD > WNZ-TOPE-DETALLE
               MOVE "N" TO WNZ-DETALLA
           ELSE
               MOVE "S" TO WNZ-DETALLA
           END-IF.
           PERFORM 4510-NUMERO-HUECO
               VARYING WNZ-H-NUMERO FROM WNZ-H-DESDE BY 1
               UNTIL WNZ-H-NUMERO > WNZ-H-HASTA.
           IF WNZ-DETALLA = "S"
               GO TO 4500-HUECO-EXIT
           END-IF.
           MOVE "HUECO"       TO D-CASO.
           MOVE WNZ-H-DESDE   TO D-NUMERO.
           MOVE " A "         TO D-GUION.
           MOVE WNZ-H-HASTA   TO D-HASTA.
           MOVE SPACES        TO D-OBSERVACION.
           STRING WNZ-H-CANTIDAD " NUMEROS, SIN JUSTIFICAR "
               WNZ-H-SIN-JUST
               DELIMITED BY SIZE INTO D-OBSERVACION
           END-STRING.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4500-HUECO-EXIT.
           EXIT.

       4510-NUMERO-HUECO.
           MOVE WNZ-TIPO     TO WNJ-TIPO-COMP.
           MOVE WNZ-H-NUMERO TO WNJ-NUMERO.
           MOVE "S" TO WNZ-JUSTIFICADO.
           READ NUMJUST KEY IS WNJ-CLAVE
               INVALID KEY MOVE "N" TO WNZ-JUSTIFICADO
           END-READ.
           IF WNZ-JUSTIFICADO = "S"
               ADD 1 TO WNZ-CANT-JUST
           ELSE
               ADD 1 TO WNZ-CANT-SIN-JUST
               ADD 1 TO WNZ-H-SIN-JUST
           END-IF.
           IF WNZ-DETALLA = "S"
               MOVE "HUECO"      TO D-CASO
               MOVE WNZ-H-NUMERO TO D-NUMERO
               MOVE SPACES       TO D-GUION
               MOVE 0            TO D-HASTA
               MOVE SPACES       TO D-OBSERVACION
               IF WNZ-JUSTIFICADO = "S"
                   PERFORM 4520-TEXTO-JUSTIFICACION
               ELSE
                   MOVE "SIN JUSTIFICAR" TO D-OBSERVACION
               END-IF
               WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1
           END-IF.

       4520-TEXTO-JUSTIFICACION.
           EVALUATE WNJ-MOTIVO
               WHEN "A"
                   STRING "ANULADO " WNJ-DETALLE " " WNJ-OPERADOR
                       DELIMITED BY SIZE INTO D-OBSERVACION
                   END-STRING
               WHEN "R"
                   STRING "RECUPERADO " WNJ-DETALLE " " WNJ-OPERADOR
                       DELIMITED BY SIZE INTO D-OBSERVACION
                   END-STRING
               WHEN OTHER
                   STRING "OTRO " WNJ-DETALLE " " WNJ-OPERADOR
                       DELIMITED BY SIZE INTO D-OBSERVACION
                   END-STRING
           END-EVALUATE.

      *----------------------------------------------------------
      * Justificacion de un numero o de un tramo (hasta 0 = solo
      * el numero desde). Una justificacion ya cargada se
      * reemplaza con el motivo y el operador nuevos.
      *----------------------------------------------------------
       7000-JUSTIFICAR.
           IF WNZ-TIPO-PARAM = SPACES
               DISPLAY "FALTA EL TIPO DE COMPROBANTE"
               GO TO 7000-JUSTIFICAR-EXIT
           END-IF.
           DISPLAY "NUMERO DESDE ..........: " LINE 7 POSITION 5.
           ACCEPT WNZ-DESDE-PARAM LINE 7 POSITION 31.
           DISPLAY "NUMERO HASTA (0=UNO) ..: " LINE 8 POSITION 5.
           ACCEPT WNZ-HASTA-PARAM LINE 8 POSITION 31.
           DISPLAY "MOTIVO (A=ANULADO R=RECUPERADO O=OTRO): "
               LINE 9 POSITION 5.
           ACCEPT WNZ-MOTIVO-PARAM LINE 9 POSITION 46.
           DISPLAY "DETALLE ...............: " LINE 10 POSITION 5.
           ACCEPT WNZ-DETALLE-PARAM LINE 10 POSITION 31.
           DISPLAY "OPERADOR ..............: " LINE 11 POSITION 5.
           ACCEPT WNZ-OPERADOR-PARAM LINE 11 POSITION 31.
           IF WNZ-HASTA-PARAM = 0
               MOVE WNZ-DESDE-PARAM TO WNZ-HASTA-PARAM
           END-IF.
           MOVE WNZ-MOTIVO-PARAM TO WNJ-MOTIVO.
           IF NOT WNJ-MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO"
               GO TO 7000-JUSTIFICAR-EXIT
           END-IF.
           IF WNZ-DESDE-PARAM = 0
              OR WNZ-HASTA-PARAM < WNZ-DESDE-PARAM
               DISPLAY "TRAMO INVALIDO"
               GO TO 7000-JUSTIFICAR-EXIT
           END-IF.
           IF WNZ-OPERADOR-PARAM = SPACES
               DISPLAY "FALTA EL OPERADOR"
               GO TO 7000-JUSTIFICAR-EXIT
           END-IF.
           MOVE WNZ-TIPO-PARAM TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           IF WNZ-HASTA-PARAM > WNU-ULTIMO-NUMERO
               DISPLAY "EL TRAMO PASA EL ULTIMO NUMERO ENTREGADO "
                   WNU-ULTIMO-NUMERO
               GO TO 7000-JUSTIFICAR-EXIT
           END-IF.
           PERFORM 7100-UN-NUMERO
               VARYING WNZ-H-NUMERO FROM WNZ-DESDE-PARAM BY 1
               UNTIL WNZ-H-NUMERO > WNZ-HASTA-PARAM.
           DISPLAY "NUMEROS JUSTIFICADOS: " WNZ-CANT-GRABADOS.
       7000-JUSTIFICAR-EXIT.
           EXIT.

       7100-UN-NUMERO.
           MOVE WNZ-TIPO-PARAM     TO WNJ-TIPO-COMP.
           MOVE WNZ-H-NUMERO       TO WNJ-NUMERO.
           MOVE WNZ-MOTIVO-PARAM   TO WNJ-MOTIVO.
           MOVE WNZ-DETALLE-PARAM  TO WNJ-DETALLE.
           MOVE WNZ-OPERADOR-PARAM TO WNJ-OPERADOR.
           MOVE WNZ-HOY            TO WNJ-FECHA.
           REWRITE REG-NUMJUST
               INVALID KEY
                   WRITE REG-NUMJUST
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMJUST"
                   END-WRITE
           END-REWRITE.
           IF WNJ-STATUS = "00"
               ADD 1 TO WNZ-CANT-GRABADOS
           END-IF.

       9999-FINAL.
           CLOSE NUMERO.
           CLOSE NUMJUST.
       9999-FINAL-EXIT.
           EXIT.
