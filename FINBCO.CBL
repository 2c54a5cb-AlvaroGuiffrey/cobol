       IDENTIFICATION DIVISION.
       PROGRAM-ID.       FINBCO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Registro de prestamos bancarios y plazos fijos: las
      * cuotas de los prestamos y los vencimientos de los plazos
      * fijos vivian solo en los contratos en papel del banco y
      * TESOPROY no los veia. Archivos:
      *   - FINANC, un registro por instrumento (numero de
      *     NUMERO tipo "FINANC  "): tipo P prestamo / F plazo
      *     fijo, sistema F frances / A aleman, banco, moneda
      *     (0 pesos, las demas se pasan a pesos con la
      *     cotizacion de COTIHIST vigente a la fecha de cada
      *     asiento), capital, TNA, cuotas, fechas, cuentas
      *     P-CTA (capital, interes, interes devengado y banco)
      *     y el interes devengado todavia no pagado;
      *   - FINCUO, el cronograma: una cuota por vencimiento con
      *     su periodo, capital, interes, saldo de capital,
      *     interes ya devengado y estado. El plazo fijo es una
      *     sola cuota al vencimiento con capital mas interes
      *     (TNA por dias / 365).
      * Modos:
      *   A: alta del instrumento y su cronograma (cuota mensual
      *      desde el mes siguiente al alta). Opcionalmente
      *      asienta el alta (acreditacion del prestamo o
      *      debito de la colocacion) en DIARIO y BCOMOV;
      *   D: devengamiento a una fecha (corrida mensual): para
      *      cada cuota pendiente devenga la parte del interes
      *      de su periodo que cae hasta la fecha, con ajuste
      *      del redondeo al llegar al vencimiento, y lo asienta
      *      en DIARIO origen "FINBCO" contra interes devengado;
      *   V: vencimientos a una fecha: cada cuota vencida y
      *      pendiente se asienta (capital, devengado y el
      *      interes no devengado aun) contra la cuenta banco y
      *      se graba en BCOMOV como debitada (prestamo) o
      *      acreditada (plazo fijo), con numero de operacion de
      *      NUMERO tipo "BCOFIN  " en el rango reservado desde
      *      80000001 para no chocar con los cheques;
      *   L: listado de instrumentos activos con el cronograma
      *      pendiente.
      * TESOPROY toma las cuotas pendientes de FINCUO como una
      * linea propia de la proyeccion.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINANC    ASSIGN TO "FINANC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFN-NUMERO
                             FILE STATUS IS WFN-STATUS.
           SELECT FINCUO    ASSIGN TO "FINCUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFQ-CLAVE
                             FILE STATUS IS WFQ-STATUS.
           SELECT COTIHIST  ASSIGN TO "COTIHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTH-CLAVE
                             FILE STATUS IS WTH-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT BCOMOV    ASSIGN TO "BCOMOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WBM-CHEQUE
                             FILE STATUS IS WBM-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  FINANC.
       01  REG-FINANC.
           05  WFN-NUMERO            PIC 9(06).
           05  WFN-TIPO              PIC X(01).
               88  WFN-ES-PRESTAMO    VALUE "P".
               88  WFN-ES-PLAZO-FIJO  VALUE "F".
           05  WFN-SISTEMA           PIC X(01).
               88  WFN-FRANCES        VALUE "F".
               88  WFN-ALEMAN         VALUE "A".
           05  WFN-BANCO             PIC 9(04).
           05  WFN-DESCRIPCION       PIC X(30).
           05  WFN-MONEDA            PIC 9(02).
           05  WFN-CAPITAL           PIC S9(11)V99.
           05  WFN-TASA-ANUAL        PIC 9(03)V9999.
           05  WFN-CUOTAS            PIC 9(03).
           05  WFN-FEC-ALTA          PIC 9(08).
           05  WFN-FEC-VENC          PIC 9(08).
           05  WFN-CTA-CAPITAL       PIC X(08).
           05  WFN-CTA-INTERES       PIC X(08).
           05  WFN-CTA-DEVENGADO     PIC X(08).
           05  WFN-CTA-BANCO         PIC X(08).
           05  WFN-INT-DEVENGADO     PIC S9(11)V99.
           05  WFN-FEC-ULT-DEVENGO   PIC 9(08).
           05  WFN-EMPRESA           PIC 9(04).
           05  WFN-ESTADO            PIC X(01).
               88  WFN-ACTIVO         VALUE "A".
               88  WFN-CANCELADO      VALUE "C".

       FD  FINCUO.
       01  REG-FINCUO.
           05  WFQ-CLAVE.
               10  WFQ-NUMERO        PIC 9(06).
               10  WFQ-CUOTA         PIC 9(03).
           05  WFQ-TIPO              PIC X(01).
           05  WFQ-MONEDA            PIC 9(02).
           05  WFQ-FEC-DESDE         PIC 9(08).
           05  WFQ-FEC-VENC          PIC 9(08).
           05  WFQ-CAPITAL           PIC S9(11)V99.
           05  WFQ-INTERES           PIC S9(11)V99.
           05  WFQ-TOTAL             PIC S9(11)V99.
           05  WFQ-SALDO-CAPITAL     PIC S9(11)V99.
           05  WFQ-INT-DEVENGADO     PIC S9(11)V99.
           05  WFQ-ESTADO            PIC X(01).
               88  WFQ-PENDIENTE      VALUE "P".
               88  WFQ-CUMPLIDA       VALUE "C".
           05  WFQ-FEC-PAGO          PIC 9(08).
           05  WFQ-OPERACION         PIC 9(08).

       FD  COTIHIST.
       01  REG-COTIHIST.
           05  WTH-CLAVE.
               10  WTH-MONEDA        PIC 9(02).
               10  WTH-FEC-DESDE     PIC 9(08).
           05  WTH-COTIZACION        PIC 9(07)V9999.

       FD  DIARIO.
       01  REG-DIARIO.
           05  WDI-CLAVE.
               10  WDI-ASIENTO       PIC 9(08).
               10  WDI-RENGLON       PIC 9(02).
           05  WDI-FECHA             PIC 9(08).
           05  WDI-CUENTA-PCTA       PIC X(08).
           05  WDI-DEBE              PIC S9(11)V99.
           05  WDI-HABER             PIC S9(11)V99.
           05  WDI-ORIGEN            PIC X(08).
           05  WDI-REFERENCIA        PIC 9(08).
           05  WDI-CCOSTO            PIC X(03).
           05  WDI-EMPRESA           PIC 9(04).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  BCOMOV.
       01  REG-BCOMOV.
           05  WBM-CHEQUE            PIC 9(08).
           05  WBM-ACREDITADO        PIC X(01).
           05  WBM-IMPORTE           PIC S9(09)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "FINBCO".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WFN-STATUS                PIC X(02).
       77  WFQ-STATUS                PIC X(02).
       77  WTH-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WBM-STATUS                PIC X(02).
       77  WFB-MODO-PARAM            PIC X(01).
       77  WFB-FECHA-PARAM           PIC 9(08).
       77  WFB-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WFB-ASIENTA-ALTA          PIC X(01).
       77  WFB-TASA-MENSUAL          PIC 9(01)V9(09).
       77  WFB-CUOTA-FIJA            PIC S9(11)V99.
       77  WFB-SALDO                 PIC S9(11)V99.
       77  WFB-CAPITAL-FIJO          PIC S9(11)V99.
       77  WFB-FEC-DESDE             PIC 9(08).
       77  WFB-FEC-VENC              PIC 9(08).
       77  WFB-ANIO                  PIC 9(04).
       77  WFB-MES                   PIC 9(02).
       77  WFB-DIA                   PIC 9(02).
       77  WFB-DIA-ALTA              PIC 9(02).
       77  WFB-COCIENTE              PIC 9(06).
       77  WFB-IX                    PIC 9(03) COMP.
       77  WFB-DIAS-PERIODO          PIC S9(05).
       77  WFB-DIAS-DEVENGO          PIC S9(05).
       77  WFB-LIN-DESDE             PIC 9(08).
       77  WFB-LIN-HASTA             PIC 9(08).
       77  WFB-LIN-DESDE-DIAS        PIC 9(08).
       77  WFB-LIN-HASTA-DIAS        PIC 9(08).
       77  WFB-DEVENGO-CUOTA         PIC S9(11)V99.
       77  WFB-DEVENGO-INSTR         PIC S9(11)V99.
       77  WFB-INT-A-DEVENGADO       PIC S9(11)V99.
       77  WFB-INT-NO-DEVENGADO      PIC S9(11)V99.
       77  WFB-COTIZ                 PIC 9(07)V9999.
       77  WFB-PESOS                 PIC S9(11)V99.
       77  WFB-PESOS-TOTAL           PIC S9(11)V99.
       77  WFB-CUENTA                PIC X(08).
       77  WFB-DEBE                  PIC S9(11)V99.
       77  WFB-HABER                 PIC S9(11)V99.
       77  WFB-RENGLON               PIC 9(02).
       77  WFB-OPERACION             PIC 9(08).
       77  WFB-PENDIENTES            PIC 9(03).
       77  WFB-CANT-INSTR            PIC 9(05) VALUE 0.
       77  WFB-CANT-CUOTAS           PIC 9(05) VALUE 0.
       77  WFB-TOTAL-DEVENGADO       PIC S9(11)V99 VALUE 0.
       77  EOF-FINANC                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FINANC      VALUE "S".
       77  EOF-FINCUO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FINCUO      VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  T-LEYENDA             PIC X(40).
           05  T-FECHA               PIC 9(08).

       01  LIN-INSTRUMENTO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  I-NUMERO              PIC Z(05)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-TIPO                PIC X(12).
           05  I-SISTEMA             PIC X(08).
           05  FILLER                PIC X(05) VALUE " BCO ".
           05  I-BANCO               PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(05) VALUE " MON ".
           05  I-MONEDA              PIC 99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  I-CAPITAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(05) VALUE " TNA ".
           05  I-TASA                PIC ZZ9.9999.
           05  FILLER                PIC X(06) VALUE " DEV. ".
           05  I-DEVENGADO           PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CUOTA.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  C-CUOTA               PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-VENC                PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-CAPITAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-INTERES             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-LEYENDA             PIC X(20).

       01  LIN-RENGLON.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  R-ASIENTO             PIC Z(07)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-CUENTA              PIC X(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  R-DEBE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  R-HABER               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  R-INSTRUMENTO         PIC Z(05)9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       FINANC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FINANC.
           DISPLAY "ERROR E/S FINANC: " WFN-STATUS.
       FINCUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FINCUO.
           DISPLAY "ERROR E/S FINCUO: " WFQ-STATUS.
       COTIHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON COTIHIST.
           DISPLAY "ERROR E/S COTIHIST: " WTH-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       BCOMOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON BCOMOV.
           DISPLAY "ERROR E/S BCOMOV: " WBM-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WFB-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
               WHEN "D"
                   MOVE "DEVENGAMIENTO DE INTERESES AL " TO T-LEYENDA
                   PERFORM 1100-ABRIR-LISTADO
                   PERFORM 3000-DEVENGAR THRU 3000-DEVENGAR-EXIT
                       UNTIL NO-HAY-MAS-FINANC
                   DISPLAY "INSTRUMENTOS DEVENGADOS: " WFB-CANT-INSTR
                   DISPLAY "INTERES DEVENGADO .....: "
                       WFB-TOTAL-DEVENGADO
               WHEN "V"
                   MOVE "VENCIMIENTOS DE PRESTAMOS Y P.FIJOS AL "
                       TO T-LEYENDA
                   PERFORM 1100-ABRIR-LISTADO
                   PERFORM 4000-VENCIMIENTOS
                       THRU 4000-VENCIMIENTOS-EXIT
                       UNTIL NO-HAY-MAS-FINANC
                   DISPLAY "CUOTAS ASENTADAS ......: " WFB-CANT-CUOTAS
               WHEN "L"
                   MOVE "PRESTAMOS Y PLAZOS FIJOS ACTIVOS AL "
                       TO T-LEYENDA
                   PERFORM 1100-ABRIR-LISTADO
                   PERFORM 8000-LISTAR THRU 8000-LISTAR-EXIT
                       UNTIL NO-HAY-MAS-FINANC
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (A/D/V/L)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A ALTA / D DEVENGAR / V VENCIMIENTOS / "
               LINE 5 POSITION 5.
           DISPLAY "      L LISTADO) ..............: "
               LINE 6 POSITION 5.
           ACCEPT WFB-MODO-PARAM LINE 6 POSITION 38.
           OPEN I-O FINANC.
           IF WFN-STATUS = "35"
               CLOSE FINANC
               OPEN OUTPUT FINANC
               CLOSE FINANC
               OPEN I-O FINANC
           END-IF.
           OPEN I-O FINCUO.
           IF WFQ-STATUS = "35"
               CLOSE FINCUO
               OPEN OUTPUT FINCUO
               CLOSE FINCUO
               OPEN I-O FINCUO
           END-IF.
           OPEN INPUT COTIHIST.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O NUMERO.
           OPEN I-O BCOMOV.
           IF WBM-STATUS = "35"
               CLOSE BCOMOV
               OPEN OUTPUT BCOMOV
               CLOSE BCOMOV
               OPEN I-O BCOMOV
           END-IF.
           IF WFB-MODO-PARAM = "D" OR "V" OR "L"
               DISPLAY "FECHA (AAAAMMDD) ...............: "
                   LINE 7 POSITION 5
               ACCEPT WFB-FECHA-PARAM LINE 7 POSITION 38
               DISPLAY "EMPRESA ........................: "
                   LINE 8 POSITION 5
               ACCEPT WFB-EMPRESA-PARAM LINE 8 POSITION 38
               MOVE 0 TO WFN-NUMERO
               START FINANC KEY IS NOT LESS THAN WFN-NUMERO
                   INVALID KEY MOVE "S" TO EOF-FINANC
               END-START
               IF NOT NO-HAY-MAS-FINANC
                   READ FINANC NEXT RECORD
                       AT END MOVE "S" TO EOF-FINANC
                   END-READ
               END-IF
           END-IF.

       1100-ABRIR-LISTADO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WFB-FECHA-PARAM TO T-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.

      *    Alta del instrumento con su cronograma.
       2000-ALTA.
           MOVE SPACES TO REG-FINANC.
           DISPLAY "TIPO (P PRESTAMO / F PLAZO FIJO) : "
               LINE 8 POSITION 5.
           ACCEPT WFN-TIPO LINE 8 POSITION 41.
           IF NOT WFN-ES-PRESTAMO AND NOT WFN-ES-PLAZO-FIJO
               DISPLAY "TIPO INVALIDO"
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WFN-ES-PRESTAMO
               DISPLAY "SISTEMA (F FRANCES / A ALEMAN) ..: "
                   LINE 9 POSITION 5
               ACCEPT WFN-SISTEMA LINE 9 POSITION 41
               IF NOT WFN-FRANCES AND NOT WFN-ALEMAN
                   DISPLAY "SISTEMA INVALIDO"
                   GO TO 2000-ALTA-EXIT
               END-IF
           END-IF.
           DISPLAY "BANCO ...........................: "
               LINE 10 POSITION 5.
           ACCEPT WFN-BANCO LINE 10 POSITION 41.
           DISPLAY "DESCRIPCION .....................: "
               LINE 11 POSITION 5.
           ACCEPT WFN-DESCRIPCION LINE 11 POSITION 41.
           DISPLAY "MONEDA (0 PESOS) ................: "
               LINE 12 POSITION 5.
           ACCEPT WFN-MONEDA LINE 12 POSITION 41.
           DISPLAY "CAPITAL .........................: "
               LINE 13 POSITION 5.
           ACCEPT WFN-CAPITAL LINE 13 POSITION 41.
           DISPLAY "TNA % ...........................: "
               LINE 14 POSITION 5.
           ACCEPT WFN-TASA-ANUAL LINE 14 POSITION 41.
           DISPLAY "FECHA ALTA / COLOCACION (AAAAMMDD): "
               LINE 15 POSITION 5.
           ACCEPT WFN-FEC-ALTA LINE 15 POSITION 41.
           IF WFN-ES-PRESTAMO
               DISPLAY "CANTIDAD DE CUOTAS MENSUALES ....: "
                   LINE 16 POSITION 5
               ACCEPT WFN-CUOTAS LINE 16 POSITION 41
           ELSE
               DISPLAY "FECHA VENCIMIENTO (AAAAMMDD) ....: "
                   LINE 16 POSITION 5
               ACCEPT WFN-FEC-VENC LINE 16 POSITION 41
               MOVE 1 TO WFN-CUOTAS
           END-IF.
           IF WFN-CAPITAL NOT > 0 OR WFN-CUOTAS = 0
              OR WFN-FEC-ALTA = 0
               DISPLAY "CAPITAL, CUOTAS O FECHA INVALIDOS"
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WFN-ES-PLAZO-FIJO AND WFN-FEC-VENC NOT > WFN-FEC-ALTA
               DISPLAY "VENCIMIENTO ANTERIOR A LA COLOCACION"
               GO TO 2000-ALTA-EXIT
           END-IF.
           DISPLAY "CTA CAPITAL .....................: "
               LINE 17 POSITION 5.
           ACCEPT WFN-CTA-CAPITAL LINE 17 POSITION 41.
           DISPLAY "CTA INTERES (GASTO / INGRESO) ...: "
               LINE 18 POSITION 5.
           ACCEPT WFN-CTA-INTERES LINE 18 POSITION 41.
           DISPLAY "CTA INTERES DEVENGADO ...........: "
               LINE 19 POSITION 5.
           ACCEPT WFN-CTA-DEVENGADO LINE 19 POSITION 41.
           DISPLAY "CTA BANCO .......................: "
               LINE 20 POSITION 5.
           ACCEPT WFN-CTA-BANCO LINE 20 POSITION 41.
           DISPLAY "EMPRESA .........................: "
               LINE 21 POSITION 5.
           ACCEPT WFN-EMPRESA LINE 21 POSITION 41.
           DISPLAY "ASIENTA EL ALTA EN DIARIO/BCOMOV (S/N): "
               LINE 22 POSITION 5.
           ACCEPT WFB-ASIENTA-ALTA LINE 22 POSITION 46.
           MOVE "FINANC  " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO TO WFN-NUMERO.
           MOVE 0                 TO WFN-INT-DEVENGADO.
           MOVE WFN-FEC-ALTA      TO WFN-FEC-ULT-DEVENGO.
           MOVE "A"               TO WFN-ESTADO.
           IF WFN-ES-PRESTAMO
               PERFORM 2100-CRONOGRAMA-PRESTAMO
           ELSE
               PERFORM 2200-CRONOGRAMA-PLAZO-FIJO
           END-IF.
           WRITE REG-FINANC
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR FINANC"
                   GO TO 2000-ALTA-EXIT
           END-WRITE.
           IF WFB-ASIENTA-ALTA = "S"
               PERFORM 2300-ASIENTO-ALTA THRU 2300-ASIENTO-ALTA-EXIT
           END-IF.
           DISPLAY "INSTRUMENTO GRABADO NRO. " WFN-NUMERO.
       2000-ALTA-EXIT.
           EXIT.

      *    Cuota mensual: frances con cuota fija (capital mas
      *    interes), aleman con amortizacion fija. El interes de
      *    cada cuota es sobre el saldo de capital; la ultima
      *    cuota absorbe el redondeo del capital.
       2100-CRONOGRAMA-PRESTAMO.
           COMPUTE WFB-TASA-MENSUAL ROUNDED =
               WFN-TASA-ANUAL / 1200.
           IF WFN-FRANCES AND WFB-TASA-MENSUAL > 0
               COMPUTE WFB-CUOTA-FIJA ROUNDED =
                   WFN-CAPITAL * WFB-TASA-MENSUAL
                   / (1 - (1 + WFB-TASA-MENSUAL) ** (0 - WFN-CUOTAS))
           ELSE
               COMPUTE WFB-CUOTA-FIJA ROUNDED =
                   WFN-CAPITAL / WFN-CUOTAS
           END-IF.
           COMPUTE WFB-CAPITAL-FIJO ROUNDED = WFN-CAPITAL / WFN-CUOTAS.
           MOVE WFN-CAPITAL  TO WFB-SALDO.
           MOVE WFN-FEC-ALTA TO WFB-FEC-VENC.
           DIVIDE WFN-FEC-ALTA BY 100 GIVING WFB-COCIENTE
               REMAINDER WFB-DIA-ALTA.
           PERFORM 2110-UNA-CUOTA
               VARYING WFB-IX FROM 1 BY 1
               UNTIL WFB-IX > WFN-CUOTAS.
           MOVE WFB-FEC-VENC TO WFN-FEC-VENC.

       2110-UNA-CUOTA.
           MOVE WFB-FEC-VENC TO WFB-FEC-DESDE.
           PERFORM 7000-SUMAR-MES.
           MOVE WFN-NUMERO        TO WFQ-NUMERO.
           MOVE WFB-IX            TO WFQ-CUOTA.
           MOVE WFN-TIPO          TO WFQ-TIPO.
           MOVE WFN-MONEDA        TO WFQ-MONEDA.
           MOVE WFB-FEC-DESDE     TO WFQ-FEC-DESDE.
           MOVE WFB-FEC-VENC      TO WFQ-FEC-VENC.
           COMPUTE WFQ-INTERES ROUNDED = WFB-SALDO * WFB-TASA-MENSUAL.
           IF WFB-IX = WFN-CUOTAS
               MOVE WFB-SALDO TO WFQ-CAPITAL
           ELSE
               IF WFN-FRANCES
                   COMPUTE WFQ-CAPITAL = WFB-CUOTA-FIJA - WFQ-INTERES
               ELSE
                   MOVE WFB-CAPITAL-FIJO TO WFQ-CAPITAL
               END-IF
           END-IF.
           COMPUTE WFQ-TOTAL = WFQ-CAPITAL + WFQ-INTERES.
           SUBTRACT WFQ-CAPITAL FROM WFB-SALDO.
           MOVE WFB-SALDO TO WFQ-SALDO-CAPITAL.
           PERFORM 2400-GRABAR-CUOTA.

      *    Plazo fijo: una sola cuota al vencimiento, interes por
      *    los dias de la colocacion sobre 365.
       2200-CRONOGRAMA-PLAZO-FIJO.
           COMPUTE WFB-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE (WFN-FEC-VENC)
             - FUNCTION INTEGER-OF-DATE (WFN-FEC-ALTA).
           MOVE WFN-NUMERO        TO WFQ-NUMERO.
           MOVE 1                 TO WFQ-CUOTA.
           MOVE WFN-TIPO          TO WFQ-TIPO.
           MOVE WFN-MONEDA        TO WFQ-MONEDA.
           MOVE WFN-FEC-ALTA      TO WFQ-FEC-DESDE.
           MOVE WFN-FEC-VENC      TO WFQ-FEC-VENC.
           MOVE WFN-CAPITAL       TO WFQ-CAPITAL.
           COMPUTE WFQ-INTERES ROUNDED = WFN-CAPITAL
               * WFN-TASA-ANUAL / 100 * WFB-DIAS-PERIODO / 365.
           COMPUTE WFQ-TOTAL = WFQ-CAPITAL + WFQ-INTERES.
           MOVE 0                 TO WFQ-SALDO-CAPITAL.
           PERFORM 2400-GRABAR-CUOTA.

      *    Asiento del alta: el prestamo entra al banco contra el
      *    pasivo; la colocacion sale del banco contra la
      *    inversion. El movimiento queda en BCOMOV acreditado.
       2300-ASIENTO-ALTA.
           MOVE WFN-FEC-ALTA TO WFB-FECHA-PARAM.
           PERFORM 7100-COTIZACION THRU 7100-COTIZACION-EXIT.
           IF WFB-COTIZ = 0
               GO TO 2300-ASIENTO-ALTA-EXIT
           END-IF.
           COMPUTE WFB-PESOS ROUNDED = WFN-CAPITAL * WFB-COTIZ.
           PERFORM 5000-TOMAR-ASIENTO.
           IF WFN-ES-PRESTAMO
               MOVE WFN-CTA-BANCO   TO WFB-CUENTA
               MOVE WFB-PESOS       TO WFB-DEBE
               MOVE 0               TO WFB-HABER
               PERFORM 5100-GRABAR-RENGLON
               MOVE WFN-CTA-CAPITAL TO WFB-CUENTA
               MOVE 0               TO WFB-DEBE
               MOVE WFB-PESOS       TO WFB-HABER
               PERFORM 5100-GRABAR-RENGLON
           ELSE
               MOVE WFN-CTA-CAPITAL TO WFB-CUENTA
               MOVE WFB-PESOS       TO WFB-DEBE
               MOVE 0               TO WFB-HABER
               PERFORM 5100-GRABAR-RENGLON
               MOVE WFN-CTA-BANCO   TO WFB-CUENTA
               MOVE 0               TO WFB-DEBE
               MOVE WFB-PESOS       TO WFB-HABER
               PERFORM 5100-GRABAR-RENGLON
               COMPUTE WFB-PESOS = 0 - WFB-PESOS
           END-IF.
           PERFORM 5200-GRABAR-BCOMOV.
       2300-ASIENTO-ALTA-EXIT.
           EXIT.

       2400-GRABAR-CUOTA.
           MOVE 0   TO WFQ-INT-DEVENGADO.
           MOVE "P" TO WFQ-ESTADO.
           MOVE 0   TO WFQ-FEC-PAGO.
           MOVE 0   TO WFQ-OPERACION.
           WRITE REG-FINCUO
               INVALID KEY DISPLAY "NO PUDO GRABAR FINCUO"
           END-WRITE.

      *    Devengamiento de un instrumento hasta la fecha pedida:
      *    de cada cuota pendiente la parte de su interes que
      *    corresponde a los dias entre el ultimo devengamiento y
      *    la fecha; la cuota que ya vencio devenga todo lo que le
      *    falte, asi el redondeo no queda colgado.
       3000-DEVENGAR.
           IF NOT WFN-ACTIVO OR WFN-EMPRESA NOT = WFB-EMPRESA-PARAM
              OR WFN-FEC-ULT-DEVENGO NOT < WFB-FECHA-PARAM
               GO TO 3000-DEVENGAR-SIG
           END-IF.
           PERFORM 7100-COTIZACION THRU 7100-COTIZACION-EXIT.
           IF WFB-COTIZ = 0
               GO TO 3000-DEVENGAR-SIG
           END-IF.
           MOVE 0 TO WFB-DEVENGO-INSTR.
           PERFORM 6000-POSICIONAR-CUOTAS.
           PERFORM 3100-DEVENGAR-CUOTA THRU 3100-DEVENGAR-CUOTA-EXIT
               UNTIL NO-HAY-MAS-FINCUO.
           MOVE WFB-FECHA-PARAM TO WFN-FEC-ULT-DEVENGO.
           ADD WFB-DEVENGO-INSTR TO WFN-INT-DEVENGADO.
           REWRITE REG-FINANC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FINANC"
           END-REWRITE.
           IF WFB-DEVENGO-INSTR = 0
               GO TO 3000-DEVENGAR-SIG
           END-IF.
           ADD 1 TO WFB-CANT-INSTR.
           COMPUTE WFB-PESOS ROUNDED = WFB-DEVENGO-INSTR * WFB-COTIZ.
           ADD WFB-PESOS TO WFB-TOTAL-DEVENGADO.
           PERFORM 5000-TOMAR-ASIENTO.
           IF WFN-ES-PRESTAMO
               MOVE WFN-CTA-INTERES   TO WFB-CUENTA
           ELSE
               MOVE WFN-CTA-DEVENGADO TO WFB-CUENTA
           END-IF.
           MOVE WFB-PESOS TO WFB-DEBE.
           MOVE 0         TO WFB-HABER.
           PERFORM 5100-GRABAR-RENGLON.
           IF WFN-ES-PRESTAMO
               MOVE WFN-CTA-DEVENGADO TO WFB-CUENTA
           ELSE
               MOVE WFN-CTA-INTERES   TO WFB-CUENTA
           END-IF.
           MOVE 0         TO WFB-DEBE.
           MOVE WFB-PESOS TO WFB-HABER.
           PERFORM 5100-GRABAR-RENGLON.
       3000-DEVENGAR-SIG.
           READ FINANC NEXT RECORD
               AT END MOVE "S" TO EOF-FINANC
           END-READ.
       3000-DEVENGAR-EXIT.
           EXIT.

       3100-DEVENGAR-CUOTA.
           READ FINCUO NEXT RECORD
               AT END MOVE "S" TO EOF-FINCUO
           END-READ.
           IF NO-HAY-MAS-FINCUO
               GO TO 3100-DEVENGAR-CUOTA-EXIT
           END-IF.
           IF WFQ-NUMERO NOT = WFN-NUMERO
               MOVE "S" TO EOF-FINCUO
               GO TO 3100-DEVENGAR-CUOTA-EXIT
           END-IF.
           IF NOT WFQ-PENDIENTE
              OR WFQ-INT-DEVENGADO NOT < WFQ-INTERES
              OR WFQ-FEC-DESDE NOT < WFB-FECHA-PARAM
               GO TO 3100-DEVENGAR-CUOTA-EXIT
           END-IF.
           IF WFB-FECHA-PARAM NOT < WFQ-FEC-VENC
               COMPUTE WFB-DEVENGO-CUOTA =
                   WFQ-INTERES - WFQ-INT-DEVENGADO
           ELSE
      *        Dias del periodo de la cuota que caen entre el
      *        ultimo devengamiento y la fecha pedida.
               IF WFN-FEC-ULT-DEVENGO > WFQ-FEC-DESDE
                   MOVE WFN-FEC-ULT-DEVENGO TO WFB-LIN-DESDE
               ELSE
                   MOVE WFQ-FEC-DESDE TO WFB-LIN-DESDE
               END-IF
               MOVE WFB-FECHA-PARAM TO WFB-LIN-HASTA
               COMPUTE WFB-LIN-DESDE-DIAS =
                   FUNCTION INTEGER-OF-DATE (WFB-LIN-DESDE)
               COMPUTE WFB-LIN-HASTA-DIAS =
                   FUNCTION INTEGER-OF-DATE (WFB-LIN-HASTA)
               COMPUTE WFB-DIAS-DEVENGO =
                   WFB-LIN-HASTA-DIAS - WFB-LIN-DESDE-DIAS
               COMPUTE WFB-DIAS-PERIODO =
                   FUNCTION INTEGER-OF-DATE (WFQ-FEC-VENC)
                 - FUNCTION INTEGER-OF-DATE (WFQ-FEC-DESDE)
               IF WFB-DIAS-DEVENGO NOT > 0 OR WFB-DIAS-PERIODO = 0
                   GO TO 3100-DEVENGAR-CUOTA-EXIT
               END-IF
               COMPUTE WFB-DEVENGO-CUOTA ROUNDED = WFQ-INTERES
                   * WFB-DIAS-DEVENGO / WFB-DIAS-PERIODO
               IF WFB-DEVENGO-CUOTA + WFQ-INT-DEVENGADO > WFQ-INTERES
                   COMPUTE WFB-DEVENGO-CUOTA =
                       WFQ-INTERES - WFQ-INT-DEVENGADO
               END-IF
           END-IF.
           ADD WFB-DEVENGO-CUOTA TO WFQ-INT-DEVENGADO.
           ADD WFB-DEVENGO-CUOTA TO WFB-DEVENGO-INSTR.
           REWRITE REG-FINCUO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FINCUO"
           END-REWRITE.
       3100-DEVENGAR-CUOTA-EXIT.
           EXIT.

      *    Cuotas vencidas a la fecha: asiento y movimiento de
      *    banco por cada una.
       4000-VENCIMIENTOS.
           IF NOT WFN-ACTIVO OR WFN-EMPRESA NOT = WFB-EMPRESA-PARAM
               GO TO 4000-VENCIMIENTOS-SIG
           END-IF.
           MOVE 0 TO WFB-PENDIENTES.
           PERFORM 6000-POSICIONAR-CUOTAS.
           PERFORM 4100-UNA-CUOTA-VENCIDA
               THRU 4100-UNA-CUOTA-VENCIDA-EXIT
               UNTIL NO-HAY-MAS-FINCUO.
           IF WFB-PENDIENTES = 0
               MOVE "C" TO WFN-ESTADO
           END-IF.
           REWRITE REG-FINANC
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FINANC"
           END-REWRITE.
       4000-VENCIMIENTOS-SIG.
           READ FINANC NEXT RECORD
               AT END MOVE "S" TO EOF-FINANC
           END-READ.
       4000-VENCIMIENTOS-EXIT.
           EXIT.

      *    Prestamo: debe capital, devengado e interes no
      *    devengado, haber banco por el total de la cuota. Plazo
      *    fijo: al reves. Cada renglon se pasa a pesos y el de
      *    banco es la suma, para que el asiento cierre.
       4100-UNA-CUOTA-VENCIDA.
           READ FINCUO NEXT RECORD
               AT END MOVE "S" TO EOF-FINCUO
           END-READ.
           IF NO-HAY-MAS-FINCUO
               GO TO 4100-UNA-CUOTA-VENCIDA-EXIT
           END-IF.
           IF WFQ-NUMERO NOT = WFN-NUMERO
               MOVE "S" TO EOF-FINCUO
               GO TO 4100-UNA-CUOTA-VENCIDA-EXIT
           END-IF.
           IF NOT WFQ-PENDIENTE
               GO TO 4100-UNA-CUOTA-VENCIDA-EXIT
           END-IF.
           IF WFQ-FEC-VENC > WFB-FECHA-PARAM
               ADD 1 TO WFB-PENDIENTES
               GO TO 4100-UNA-CUOTA-VENCIDA-EXIT
           END-IF.
           PERFORM 7100-COTIZACION THRU 7100-COTIZACION-EXIT.
           IF WFB-COTIZ = 0
               ADD 1 TO WFB-PENDIENTES
               GO TO 4100-UNA-CUOTA-VENCIDA-EXIT
           END-IF.
           MOVE WFQ-INT-DEVENGADO TO WFB-INT-A-DEVENGADO.
           IF WFB-INT-A-DEVENGADO > WFN-INT-DEVENGADO
               MOVE WFN-INT-DEVENGADO TO WFB-INT-A-DEVENGADO
           END-IF.
           COMPUTE WFB-INT-NO-DEVENGADO =
               WFQ-INTERES - WFB-INT-A-DEVENGADO.
           MOVE 0 TO WFB-PESOS-TOTAL.
           PERFORM 5000-TOMAR-ASIENTO.
           MOVE WFN-CTA-CAPITAL TO WFB-CUENTA.
           COMPUTE WFB-PESOS ROUNDED = WFQ-CAPITAL * WFB-COTIZ.
           PERFORM 4200-RENGLON-CONTRA-BANCO
               THRU 4200-RENGLON-CONTRA-BANCO-EXIT.
           MOVE WFN-CTA-DEVENGADO TO WFB-CUENTA.
           COMPUTE WFB-PESOS ROUNDED =
               WFB-INT-A-DEVENGADO * WFB-COTIZ.
           PERFORM 4200-RENGLON-CONTRA-BANCO
               THRU 4200-RENGLON-CONTRA-BANCO-EXIT.
           MOVE WFN-CTA-INTERES TO WFB-CUENTA.
           COMPUTE WFB-PESOS ROUNDED =
               WFB-INT-NO-DEVENGADO * WFB-COTIZ.
           PERFORM 4200-RENGLON-CONTRA-BANCO
               THRU 4200-RENGLON-CONTRA-BANCO-EXIT.
           MOVE WFN-CTA-BANCO TO WFB-CUENTA.
           IF WFN-ES-PRESTAMO
               MOVE 0               TO WFB-DEBE
               MOVE WFB-PESOS-TOTAL TO WFB-HABER
               COMPUTE WFB-PESOS = 0 - WFB-PESOS-TOTAL
           ELSE
               MOVE WFB-PESOS-TOTAL TO WFB-DEBE
               MOVE 0               TO WFB-HABER
               MOVE WFB-PESOS-TOTAL TO WFB-PESOS
           END-IF.
           PERFORM 5100-GRABAR-RENGLON.
           PERFORM 5200-GRABAR-BCOMOV.
           SUBTRACT WFB-INT-A-DEVENGADO FROM WFN-INT-DEVENGADO.
           MOVE WFQ-INTERES     TO WFQ-INT-DEVENGADO.
           MOVE "C"             TO WFQ-ESTADO.
           MOVE WFB-FECHA-PARAM TO WFQ-FEC-PAGO.
           MOVE WFB-OPERACION   TO WFQ-OPERACION.
           REWRITE REG-FINCUO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FINCUO"
           END-REWRITE.
           ADD 1 TO WFB-CANT-CUOTAS.
       4100-UNA-CUOTA-VENCIDA-EXIT.
           EXIT.

      *    Renglon de la cuota del lado opuesto al banco.
       4200-RENGLON-CONTRA-BANCO.
           IF WFB-PESOS = 0
               GO TO 4200-RENGLON-CONTRA-BANCO-EXIT
           END-IF.
           ADD WFB-PESOS TO WFB-PESOS-TOTAL.
           IF WFN-ES-PRESTAMO
               MOVE WFB-PESOS TO WFB-DEBE
               MOVE 0         TO WFB-HABER
           ELSE
               MOVE 0         TO WFB-DEBE
               MOVE WFB-PESOS TO WFB-HABER
           END-IF.
           PERFORM 5100-GRABAR-RENGLON.
       4200-RENGLON-CONTRA-BANCO-EXIT.
           EXIT.

       5000-TOMAR-ASIENTO.
           MOVE "ASIENTO " TO WNU-TIPO-COMP.
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
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE 0 TO WFB-RENGLON.

       5100-GRABAR-RENGLON.
           ADD 1 TO WFB-RENGLON.
           MOVE WFB-RENGLON     TO WDI-RENGLON.
           MOVE WFB-FECHA-PARAM TO WDI-FECHA.
           MOVE WFB-CUENTA      TO WDI-CUENTA-PCTA.
           MOVE WFB-DEBE        TO WDI-DEBE.
           MOVE WFB-HABER       TO WDI-HABER.
           MOVE "FINBCO"        TO WDI-ORIGEN.
           MOVE WFN-NUMERO      TO WDI-REFERENCIA.
           MOVE SPACES          TO WDI-CCOSTO.
           MOVE WFN-EMPRESA     TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
           IF WFB-MODO-PARAM NOT = "A"
               MOVE WDI-ASIENTO     TO R-ASIENTO
               MOVE WDI-CUENTA-PCTA TO R-CUENTA
               MOVE WDI-DEBE        TO R-DEBE
               MOVE WDI-HABER       TO R-HABER
               MOVE WFN-NUMERO      TO R-INSTRUMENTO
               WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1
           END-IF.

      *    Movimiento de banco con numero de operacion propio
      *    (importe WFB-PESOS con signo: negativo es debito).
       5200-GRABAR-BCOMOV.
           MOVE "BCOFIN  " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 80000000 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.
           MOVE WNU-ULTIMO-NUMERO TO WFB-OPERACION.
           MOVE WFB-OPERACION TO WBM-CHEQUE.
           MOVE "S"           TO WBM-ACREDITADO.
           MOVE WFB-PESOS     TO WBM-IMPORTE.
           WRITE REG-BCOMOV
               INVALID KEY DISPLAY "NO PUDO GRABAR BCOMOV"
           END-WRITE.

       6000-POSICIONAR-CUOTAS.
           MOVE "N"        TO EOF-FINCUO.
           MOVE WFN-NUMERO TO WFQ-NUMERO.
           MOVE 0          TO WFQ-CUOTA.
           START FINCUO KEY IS NOT LESS THAN WFQ-CLAVE
               INVALID KEY MOVE "S" TO EOF-FINCUO
           END-START.

      *    Vencimiento siguiente: mismo dia del alta un mes
      *    despues; en febrero y en los dias 29 a 31 se corre
      *    al 28 para no caer en una fecha que no existe.
       7000-SUMAR-MES.
           DIVIDE WFB-FEC-VENC BY 10000 GIVING WFB-ANIO.
           COMPUTE WFB-MES = (WFB-FEC-VENC - WFB-ANIO * 10000) / 100.
           ADD 1 TO WFB-MES.
           IF WFB-MES > 12
               MOVE 1 TO WFB-MES
               ADD 1 TO WFB-ANIO
           END-IF.
           MOVE WFB-DIA-ALTA TO WFB-DIA.
           IF WFB-DIA > 28
               MOVE 28 TO WFB-DIA
           END-IF.
           COMPUTE WFB-FEC-VENC = WFB-ANIO * 10000 + WFB-MES * 100
                                + WFB-DIA.

      *    Cotizacion de la moneda del instrumento vigente a la
      *    fecha pedida (1 para pesos, 0 si no hay).
       7100-COTIZACION.
           IF WFN-MONEDA = 0
               MOVE 1 TO WFB-COTIZ
               GO TO 7100-COTIZACION-EXIT
           END-IF.
           MOVE 0               TO WFB-COTIZ.
           MOVE WFN-MONEDA      TO WTH-MONEDA.
           MOVE WFB-FECHA-PARAM TO WTH-FEC-DESDE.
           START COTIHIST KEY IS NOT GREATER THAN WTH-CLAVE
               INVALID KEY GO TO 7100-COTIZACION-FALTA
           END-START.
           READ COTIHIST NEXT RECORD
               AT END GO TO 7100-COTIZACION-FALTA
           END-READ.
           IF WTH-MONEDA = WFN-MONEDA
               MOVE WTH-COTIZACION TO WFB-COTIZ
               GO TO 7100-COTIZACION-EXIT
           END-IF.
       7100-COTIZACION-FALTA.
           DISPLAY "SIN COTIZACION MONEDA " WFN-MONEDA
               " - INSTRUMENTO " WFN-NUMERO " NO SE ASIENTA".
       7100-COTIZACION-EXIT.
           EXIT.

      *    Instrumentos activos con sus cuotas pendientes.
       8000-LISTAR.
           IF NOT WFN-ACTIVO OR WFN-EMPRESA NOT = WFB-EMPRESA-PARAM
               GO TO 8000-LISTAR-SIG
           END-IF.
           MOVE WFN-NUMERO        TO I-NUMERO.
           IF WFN-ES-PRESTAMO
               MOVE "PRESTAMO"    TO I-TIPO
               IF WFN-FRANCES
                   MOVE "FRANCES" TO I-SISTEMA
               ELSE
                   MOVE "ALEMAN"  TO I-SISTEMA
               END-IF
           ELSE
               MOVE "PLAZO FIJO"  TO I-TIPO
               MOVE SPACES        TO I-SISTEMA
           END-IF.
           MOVE WFN-BANCO         TO I-BANCO.
           MOVE WFN-DESCRIPCION   TO I-DESCRIPCION.
           MOVE WFN-MONEDA        TO I-MONEDA.
           MOVE WFN-CAPITAL       TO I-CAPITAL.
           MOVE WFN-TASA-ANUAL    TO I-TASA.
           MOVE WFN-INT-DEVENGADO TO I-DEVENGADO.
           WRITE LIN-LISTADO FROM LIN-INSTRUMENTO AFTER 2.
           PERFORM 6000-POSICIONAR-CUOTAS.
           PERFORM 8100-LISTAR-CUOTA THRU 8100-LISTAR-CUOTA-EXIT
               UNTIL NO-HAY-MAS-FINCUO.
       8000-LISTAR-SIG.
           READ FINANC NEXT RECORD
               AT END MOVE "S" TO EOF-FINANC
           END-READ.
       8000-LISTAR-EXIT.
           EXIT.

       8100-LISTAR-CUOTA.
           READ FINCUO NEXT RECORD
               AT END MOVE "S" TO EOF-FINCUO
           END-READ.
           IF NO-HAY-MAS-FINCUO
               GO TO 8100-LISTAR-CUOTA-EXIT
           END-IF.
           IF WFQ-NUMERO NOT = WFN-NUMERO
               MOVE "S" TO EOF-FINCUO
               GO TO 8100-LISTAR-CUOTA-EXIT
           END-IF.
           IF NOT WFQ-PENDIENTE
               GO TO 8100-LISTAR-CUOTA-EXIT
           END-IF.
           MOVE WFQ-CUOTA         TO C-CUOTA.
           MOVE WFQ-FEC-VENC      TO C-VENC.
           MOVE WFQ-CAPITAL       TO C-CAPITAL.
           MOVE WFQ-INTERES       TO C-INTERES.
           MOVE WFQ-TOTAL         TO C-TOTAL.
           MOVE WFQ-SALDO-CAPITAL TO C-SALDO.
           IF WFQ-FEC-VENC < WFB-FECHA-PARAM
               MOVE "VENCIDA SIN ASENTAR" TO C-LEYENDA
           ELSE
               MOVE SPACES TO C-LEYENDA
           END-IF.
           WRITE LIN-LISTADO FROM LIN-CUOTA AFTER 1.
       8100-LISTAR-CUOTA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE FINANC.
           CLOSE FINCUO.
           CLOSE COTIHIST.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE BCOMOV.
           IF WFB-MODO-PARAM = "D" OR "V" OR "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
