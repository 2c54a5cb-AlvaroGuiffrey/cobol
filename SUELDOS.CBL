       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SUELDOS.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Liquidacion mensual de sueldos del personal de EMPLEADO.
      * Hasta ahora la liquidaba un estudio externo con las
      * planillas de horas en papel y el contador tipeaba el
      * asiento, asi que el costo laboral no aparecia ni por
      * centro de costo (CCOSPYG) ni por ruta (RUTPYG).
      *   modo L: liquida el periodo. Por cada legajo con
      *           relacion laboral en el mes toma la escala de
      *           SUELCAT (o el basico propio del legajo), las
      *           alicuotas de SUELPAR y las novedades de
      *           SUELNOV y calcula:
      *             haberes: basico proporcional a los dias
      *               trabajados, antiguedad (porcentaje por
      *               anio), presentismo (se pierde con una
      *               ausencia), horas extra al 50 y al 100 y
      *               otros haberes, menos las ausencias;
      *             descuentos: jubilacion, ley 19032, obra
      *               social, cuota sindical, adelantos y otros;
      *             contribuciones patronales: seguridad
      *               social, obra social y ART.
      *           Graba LIQSUEL (periodo + legajo) e imprime el
      *           recibo por PRNTDEST. Se puede re-liquidar
      *           mientras el legajo no este contabilizado.
      *   modo R: reimprime los recibos del periodo.
      *   modo C: contabiliza el periodo. Por legajo genera en
      *           DIARIO los asientos de origen "SUELDOS "
      *           (bruto), "APORTES " (aportes y cuota
      *           sindical retenidos), "DESCSUEL" (adelantos y
      *           otros descuentos) y "CONTRIB " (contribuciones
      *           y ART), con las cuentas de CTAMAP y el centro
      *           de costo del legajo (igual que BIENUSO estampa
      *           el suyo), protegidos con la marca DIARIOPO
      *           como en DIARIOGN. El costo de la gente con
      *           ruta asignada va ademas a RUTGASTO con concepto
      *           "SUE" para RUTPYG: si el legajo viajo en el
      *           mes segun la planilla de TRIPULA, el costo se
      *           reparte entre las rutas y dias de sus viajes en
      *           proporcion a las horas; si no, va entero a la
      *           ruta asignada en el legajo. El legajo queda
      *           marcado contabilizado y ya no se re-liquida.
      * El archivo para AFIP (F.931/SICOSS) lo arma SICOSEXP
      * desde LIQSUEL.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT SUELCAT   ASSIGN TO "SUELCAT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSK-CLAVE
                             FILE STATUS IS WSK-STATUS.
           SELECT SUELPAR   ASSIGN TO "SUELPAR"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSP-CODIGO
                             FILE STATUS IS WSP-STATUS.
           SELECT SUELNOV   ASSIGN TO "SUELNOV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSN-CLAVE
                             FILE STATUS IS WSN-STATUS.
           SELECT LIQSUEL   ASSIGN TO "LIQSUEL"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLQ-CLAVE
                             FILE STATUS IS WLQ-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCM-ORIGEN
                             FILE STATUS IS WCM-STATUS.
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
           SELECT DIARIOPO  ASSIGN TO "DIARIOPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDO-CLAVE
                             FILE STATUS IS WDO-STATUS.
           SELECT RUTGASTO  ASSIGN TO "RUTGASTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRG-CLAVE
                             FILE STATUS IS WRG-STATUS.
           SELECT TRIPULA   ASSIGN TO "TRIPULA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTR-CLAVE
                             ALTERNATE RECORD KEY IS WTR-LEGAJO-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WTR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADO.
       01  REG-EMPLEADO.
           05  WEM-LEGAJO            PIC 9(05).
           05  WEM-NOMBRE            PIC X(30).
           05  WEM-CUIL              PIC 9(11).
           05  WEM-CONVENIO          PIC X(06).
           05  WEM-CATEGORIA         PIC X(04).
           05  WEM-CCOSTO            PIC X(03).
           05  WEM-RUTA              PIC 9(04).
           05  WEM-FUNCION           PIC X(01).
           05  WEM-OPERADOR          PIC X(08).
           05  WEM-FEC-INGRESO       PIC 9(08).
           05  WEM-FEC-EGRESO        PIC 9(08).
           05  WEM-SUELDO-BASICO     PIC S9(07)V99.
           05  WEM-OBRA-SOCIAL       PIC X(06).
           05  WEM-MODALIDAD         PIC 9(03).
           05  WEM-SITUACION         PIC 9(02).
           05  WEM-CONYUGE           PIC X(01).
           05  WEM-CANT-HIJOS        PIC 9(02).
           05  WEM-CBU               PIC 9(22).
           05  WEM-ACTIVO            PIC X(01).

       FD  SUELCAT.
       01  REG-SUELCAT.
           05  WSK-CLAVE.
               10  WSK-CONVENIO      PIC X(06).
               10  WSK-CATEGORIA     PIC X(04).
           05  WSK-DESCRIPCION       PIC X(20).
           05  WSK-BASICO            PIC S9(07)V99.
           05  WSK-VALOR-HORA        PIC S9(05)V99.
           05  WSK-PORC-PRESENTISMO  PIC 9(02)V99.
           05  WSK-PORC-ANTIGUEDAD   PIC 9(02)V99.
           05  WSK-PORC-SINDICATO    PIC 9(02)V99.

       FD  SUELPAR.
       01  REG-SUELPAR.
           05  WSP-CODIGO            PIC X(04).
           05  WSP-PORC-JUBILACION   PIC 9(02)V99.
           05  WSP-PORC-LEY19032     PIC 9(02)V99.
           05  WSP-PORC-OBRA-SOCIAL  PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-SS   PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-OS   PIC 9(02)V99.
           05  WSP-PORC-ART          PIC 9(02)V99.
           05  WSP-ART-FIJO          PIC S9(05)V99.
           05  WSP-HORAS-MES         PIC 9(03).
           05  WSP-DIAS-MES          PIC 9(02).
           05  WSP-HORAS-JORNADA     PIC 9(02)V99.

       FD  SUELNOV.
       01  REG-SUELNOV.
           05  WSN-CLAVE.
               10  WSN-PERIODO       PIC 9(06).
               10  WSN-LEGAJO        PIC 9(05).
           05  WSN-HS-EXTRA-50       PIC 9(03)V99.
           05  WSN-HS-EXTRA-100      PIC 9(03)V99.
           05  WSN-DIAS-AUSENCIA     PIC 9(02).
           05  WSN-ADELANTOS         PIC S9(07)V99.
           05  WSN-OTROS-HABERES     PIC S9(07)V99.
           05  WSN-OTROS-DESCUENTOS  PIC S9(07)V99.
           05  WSN-HS-VIAJE          PIC 9(04)V99.

       FD  LIQSUEL.
       01  REG-LIQSUEL.
           05  WLQ-CLAVE.
               10  WLQ-PERIODO       PIC 9(06).
               10  WLQ-LEGAJO        PIC 9(05).
           05  WLQ-CONTABILIZADO     PIC X(01).
           05  WLQ-CCOSTO            PIC X(03).
           05  WLQ-RUTA              PIC 9(04).
           05  WLQ-DIAS-TRABAJADOS   PIC 9(02).
           05  WLQ-HS-EXTRA-CANT     PIC 9(03)V99.
           05  WLQ-BASICO            PIC S9(09)V99.
           05  WLQ-ANTIGUEDAD        PIC S9(09)V99.
           05  WLQ-PRESENTISMO       PIC S9(09)V99.
           05  WLQ-HORAS-EXTRA       PIC S9(09)V99.
           05  WLQ-OTROS-HABERES     PIC S9(09)V99.
           05  WLQ-DESC-AUSENCIAS    PIC S9(09)V99.
           05  WLQ-BRUTO             PIC S9(09)V99.
           05  WLQ-APORTE-JUBILACION PIC S9(09)V99.
           05  WLQ-APORTE-LEY19032   PIC S9(09)V99.
           05  WLQ-APORTE-OBRA-SOC   PIC S9(09)V99.
           05  WLQ-CUOTA-SINDICAL    PIC S9(09)V99.
           05  WLQ-OTROS-DESCUENTOS  PIC S9(09)V99.
           05  WLQ-NETO              PIC S9(09)V99.
           05  WLQ-CONTRIB-SS        PIC S9(09)V99.
           05  WLQ-CONTRIB-OS        PIC S9(09)V99.
           05  WLQ-ART               PIC S9(09)V99.

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
           05  WCM-CUENTA-DEBE       PIC X(08).
           05  WCM-CUENTA-HABER      PIC X(08).
           05  WCM-CCOSTO            PIC X(03).

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

       FD  DIARIOPO.
       01  REG-DIARIOPO.
           05  WDO-CLAVE.
               10  WDO-ORIGEN        PIC X(08).
               10  WDO-CLAVE-ORIGEN  PIC X(20).
           05  WDO-IMPORTE-POSTEADO  PIC S9(11)V99.

       FD  RUTGASTO.
       01  REG-RUTGASTO.
           05  WRG-CLAVE.
               10  WRG-RUTA          PIC 9(04).
               10  WRG-FECHA         PIC 9(08).
               10  WRG-SECUENCIA     PIC 9(04).
           05  WRG-CONCEPTO          PIC X(03).
           05  WRG-IMPORTE           PIC S9(07)V99.

       FD  TRIPULA.
       01  REG-TRIPULA.
           05  WTR-CLAVE.
               10  WTR-RUTA          PIC 9(04).
               10  WTR-FECHA         PIC 9(08).
               10  WTR-LEGAJO        PIC 9(05).
           05  WTR-LEGAJO-CLAVE.
               10  WTR-LEG-LEGAJO    PIC 9(05).
               10  WTR-LEG-FECHA     PIC 9(08).
           05  WTR-ROL               PIC X(01).
           05  WTR-HORA-SALIDA       PIC 9(04).
           05  WTR-HORA-REGRESO      PIC 9(04).
           05  WTR-PRESENTE          PIC X(01).
               88  WTR-FALTO          VALUE "N".
           05  WTR-HS-VIAJE          PIC 9(02)V99.
           05  WTR-HS-EXTRA          PIC 9(02)V99.
           05  WTR-PASADO-SUELNOV    PIC X(01).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SUELDOS".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WEM-STATUS                PIC X(02).
       77  WSK-STATUS                PIC X(02).
       77  WSP-STATUS                PIC X(02).
       77  WSN-STATUS                PIC X(02).
       77  WLQ-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WRG-STATUS                PIC X(02).
       77  WTR-STATUS                PIC X(02).
       77  WSU-MODO-PARAM            PIC X(01).
       77  WSU-PERIODO-PARAM         PIC 9(06).
       77  WSU-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WSU-FECHA-ASIENTO         PIC 9(08).
       77  WSU-HALLADO               PIC X(01).
       77  WSU-BASICO-REF            PIC S9(09)V99.
       77  WSU-VALOR-HORA            PIC S9(07)V99.
       77  WSU-ANIOS                 PIC 9(02).
       77  WSU-DIAS-CONTRATO         PIC 9(02).
       77  WSU-ORIGEN-ACTUAL         PIC X(08).
       77  WSU-IMPORTE-ACTUAL        PIC S9(11)V99.
       77  WSU-IMPORTE-DELTA         PIC S9(11)V99.
       77  WSU-MARCA-HALLADA         PIC X(01).
       77  WSU-COSTO-RUTA            PIC S9(09)V99.
       77  WSU-ULTIMA-SEC            PIC 9(04).
       77  WSU-RUTA-GASTO            PIC 9(04).
       77  WSU-FECHA-GASTO           PIC 9(08).
       77  WSU-FIN-MES               PIC 9(08).
       77  WSU-IMPORTE-GASTO         PIC S9(09)V99.
       77  WSU-HS-TOTAL              PIC 9(05)V99.
       77  WSU-HS-ACUM               PIC 9(05)V99.
       77  WSU-COSTO-ACUM            PIC S9(09)V99.
       77  WSU-COSTO-HASTA-AQUI      PIC S9(09)V99.
       77  WSU-CANT-LIQUIDADOS       PIC 9(05) VALUE 0.
       77  WSU-CANT-CONGELADOS       PIC 9(05) VALUE 0.
       77  WSU-CANT-ASIENTOS         PIC 9(05) VALUE 0.
       77  WSU-CANT-RECHAZADOS       PIC 9(05) VALUE 0.
       77  WSU-TOT-BRUTO             PIC S9(11)V99 VALUE 0.
       77  WSU-TOT-NETO              PIC S9(11)V99 VALUE 0.
       77  WSU-TOT-CONTRIB           PIC S9(11)V99 VALUE 0.
       77  EOF-EMPLEADO               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EMPLEADO    VALUE "S".
       77  EOF-LIQSUEL                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LIQSUEL     VALUE "S".
       77  EOF-RUTGASTO               PIC X(01).
           88  NO-HAY-MAS-RUTGASTO    VALUE "S".
       77  EOF-TRIPULA                PIC X(01).
           88  NO-HAY-MAS-TRIPULA     VALUE "S".

       01  WSU-PERIODO-DESG.
           05  WSU-PER-ANIO          PIC 9(04).
           05  WSU-PER-MES           PIC 9(02).
       01  WSU-FECHA-DESG.
           05  WSU-FEC-ANIO          PIC 9(04).
           05  WSU-FEC-MES           PIC 9(02).
           05  WSU-FEC-DIA           PIC 9(02).
       01  WSU-FECHA-NUM REDEFINES WSU-FECHA-DESG
                                     PIC 9(08).
       01  WSU-FECHA-PERIODO REDEFINES WSU-FECHA-DESG.
           05  WSU-FEC-AAAAMM        PIC 9(06).
           05  FILLER                PIC 9(02).

       01  WSU-CLAVE-ORIGEN.
           05  WSU-CO-PERIODO        PIC 9(06).
           05  WSU-CO-LEGAJO         PIC 9(05).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(36)
               VALUE "RECIBO DE HABERES - PERIODO ".
           05  T-PERIODO          PIC 9(06).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(18)
               VALUE "LEY 20744 ART.140".

       01  LIN-EMPLEADO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "LEGAJO: ".
           05  E-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-NOMBRE              PIC X(30).
           05  FILLER                PIC X(07) VALUE " CUIL: ".
           05  E-CUIL                PIC 9(11).
           05  FILLER                PIC X(07) VALUE " CONV: ".
           05  E-CONVENIO            PIC X(06).
           05  FILLER                PIC X(06) VALUE " CAT: ".
           05  E-CATEGORIA           PIC X(04).
           05  FILLER                PIC X(07) VALUE " INGR: ".
           05  E-FEC-INGRESO         PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CONCEPTO                          HABERES         ".
           05  FILLER             PIC X(30) VALUE
               "   DESCUENTOS".

       01  LIN-CONCEPTO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-HABER               PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  C-DESCUENTO           PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01  LIN-NETO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(18) VALUE
               "NETO A COBRAR ....".
           05  N-NETO                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE
               "DIAS TRABAJ.: ".
           05  N-DIAS                PIC Z9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "RECIBI CONFORME .............".

       01  LIN-RECHAZO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-LEGAJO              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-ORIGEN              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-IMPORTE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-OBSERVACION         PIC X(40).

       PROCEDURE DIVISION.
       DECLARATIVES.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       SUELCAT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELCAT.
           DISPLAY "ERROR E/S SUELCAT: " WSK-STATUS.
       SUELPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELPAR.
           DISPLAY "ERROR E/S SUELPAR: " WSP-STATUS.
       SUELNOV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELNOV.
           DISPLAY "ERROR E/S SUELNOV: " WSN-STATUS.
       LIQSUEL-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LIQSUEL.
           DISPLAY "ERROR E/S LIQSUEL: " WLQ-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       RUTGASTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RUTGASTO.
           DISPLAY "ERROR E/S RUTGASTO: " WRG-STATUS.
       TRIPULA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TRIPULA.
           DISPLAY "ERROR E/S TRIPULA: " WTR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WSU-MODO-PARAM
               WHEN "L"
                   PERFORM 2000-LIQUIDAR-LEGAJO
                       THRU 2000-LIQUIDAR-LEGAJO-EXIT
                       UNTIL NO-HAY-MAS-EMPLEADO
                   DISPLAY "LEGAJOS LIQUIDADOS .: " WSU-CANT-LIQUIDADOS
                   DISPLAY "YA CONTABILIZADOS ..: " WSU-CANT-CONGELADOS
                   DISPLAY "TOTAL BRUTO ........: " WSU-TOT-BRUTO
                   DISPLAY "TOTAL NETO .........: " WSU-TOT-NETO
                   DISPLAY "TOTAL CONTRIBUCIONES: " WSU-TOT-CONTRIB
               WHEN "R"
                   PERFORM 3000-REIMPRIMIR
                       THRU 3000-REIMPRIMIR-EXIT
                       UNTIL NO-HAY-MAS-LIQSUEL
               WHEN "C"
                   PERFORM 4000-CONTABILIZAR
                       THRU 4000-CONTABILIZAR-EXIT
                       UNTIL NO-HAY-MAS-LIQSUEL
                   DISPLAY "ASIENTOS GENERADOS .: " WSU-CANT-ASIENTOS
                   DISPLAY "RECHAZADOS .........: " WSU-CANT-RECHAZADOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (L=LIQUIDA R=RECIBOS C=CONTABILIZA): "
               LINE 5 POSITION 5.
           ACCEPT WSU-MODO-PARAM LINE 5 POSITION 48.
           DISPLAY "PERIODO (AAAAMM) : " LINE 6 POSITION 5.
           ACCEPT WSU-PERIODO-PARAM LINE 6 POSITION 25.
           MOVE WSU-PERIODO-PARAM TO WSU-PERIODO-DESG.
           IF WSU-MODO-PARAM = "C"
               DISPLAY "EMPRESA ........ : " LINE 7 POSITION 5
               ACCEPT WSU-EMPRESA-PARAM LINE 7 POSITION 25
           END-IF.
           COMPUTE WSU-FECHA-ASIENTO = (WSU-PERIODO-PARAM * 100) + 28.
           OPEN INPUT EMPLEADO.
           OPEN INPUT SUELCAT.
           OPEN INPUT SUELPAR.
           OPEN INPUT SUELNOV.
           OPEN I-O LIQSUEL.
           IF WLQ-STATUS = "35"
               CLOSE LIQSUEL
               OPEN OUTPUT LIQSUEL
               CLOSE LIQSUEL
               OPEN I-O LIQSUEL
           END-IF.
           MOVE "SUEL" TO WSP-CODIGO.
           READ SUELPAR KEY IS WSP-CODIGO
               INVALID KEY
                   DISPLAY "FALTAN ALICUOTAS EN SUELPAR (MODO A)"
                   MOVE "X" TO WSU-MODO-PARAM
           END-READ.
           IF WSU-MODO-PARAM = "C"
               OPEN INPUT CTAMAP
               OPEN I-O DIARIO
               IF WDI-STATUS = "35"
                   CLOSE DIARIO
                   OPEN OUTPUT DIARIO
                   CLOSE DIARIO
                   OPEN I-O DIARIO
               END-IF
               OPEN I-O NUMERO
               OPEN I-O DIARIOPO
               IF WDO-STATUS = "35"
                   CLOSE DIARIOPO
                   OPEN OUTPUT DIARIOPO
                   CLOSE DIARIOPO
                   OPEN I-O DIARIOPO
               END-IF
               OPEN I-O RUTGASTO
               IF WRG-STATUS = "35"
                   CLOSE RUTGASTO
                   OPEN OUTPUT RUTGASTO
                   CLOSE RUTGASTO
                   OPEN I-O RUTGASTO
               END-IF
               OPEN INPUT TRIPULA
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WSU-PERIODO-PARAM TO T-PERIODO.
           IF WSU-MODO-PARAM = "L"
               MOVE 0 TO WEM-LEGAJO
               START EMPLEADO KEY IS NOT LESS THAN WEM-LEGAJO
                   INVALID KEY MOVE "S" TO EOF-EMPLEADO
               END-START
           END-IF.
           IF WSU-MODO-PARAM = "R" OR WSU-MODO-PARAM = "C"
               MOVE WSU-PERIODO-PARAM TO WLQ-PERIODO
               MOVE 0                 TO WLQ-LEGAJO
               START LIQSUEL KEY IS NOT LESS THAN WLQ-CLAVE
                   INVALID KEY MOVE "S" TO EOF-LIQSUEL
               END-START
           END-IF.

      *    Un legajo entra en el periodo si ingreso hasta fin de
      *    ese mes y no egreso antes de empezarlo.
       2000-LIQUIDAR-LEGAJO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE "S" TO EOF-EMPLEADO
           END-READ.
           IF NO-HAY-MAS-EMPLEADO
               GO TO 2000-LIQUIDAR-LEGAJO-EXIT
           END-IF.
           MOVE WEM-FEC-INGRESO TO WSU-FECHA-NUM.
           IF WSU-FEC-AAAAMM > WSU-PERIODO-PARAM
               GO TO 2000-LIQUIDAR-LEGAJO-EXIT
           END-IF.
           IF WEM-FEC-EGRESO NOT = 0
               MOVE WEM-FEC-EGRESO TO WSU-FECHA-NUM
               IF WSU-FEC-AAAAMM < WSU-PERIODO-PARAM
                   GO TO 2000-LIQUIDAR-LEGAJO-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WSU-HALLADO.
           MOVE WSU-PERIODO-PARAM TO WLQ-PERIODO.
           MOVE WEM-LEGAJO        TO WLQ-LEGAJO.
           READ LIQSUEL KEY IS WLQ-CLAVE
               INVALID KEY MOVE "N" TO WSU-HALLADO
           END-READ.
           IF WSU-HALLADO = "S" AND WLQ-CONTABILIZADO = "S"
               ADD 1 TO WSU-CANT-CONGELADOS
               GO TO 2000-LIQUIDAR-LEGAJO-EXIT
           END-IF.
           MOVE WEM-CONVENIO  TO WSK-CONVENIO.
           MOVE WEM-CATEGORIA TO WSK-CATEGORIA.
           READ SUELCAT KEY IS WSK-CLAVE
               INVALID KEY
                   DISPLAY "LEGAJO " WEM-LEGAJO
                       " SIN ESCALA EN SUELCAT - NO LIQUIDADO"
                   GO TO 2000-LIQUIDAR-LEGAJO-EXIT
           END-READ.
           MOVE WSU-PERIODO-PARAM TO WSN-PERIODO.
           MOVE WEM-LEGAJO        TO WSN-LEGAJO.
           READ SUELNOV KEY IS WSN-CLAVE
               INVALID KEY
                   INITIALIZE REG-SUELNOV
           END-READ.

           INITIALIZE REG-LIQSUEL.
           MOVE WSU-PERIODO-PARAM TO WLQ-PERIODO.
           MOVE WEM-LEGAJO        TO WLQ-LEGAJO.
           MOVE "N"               TO WLQ-CONTABILIZADO.
           MOVE WEM-CCOSTO        TO WLQ-CCOSTO.
           MOVE WEM-RUTA          TO WLQ-RUTA.
           PERFORM 2100-CALCULAR-HABERES
               THRU 2100-CALCULAR-HABERES-EXIT.
           PERFORM 2200-CALCULAR-DESCUENTOS.

           IF WSU-HALLADO = "S"
               REWRITE REG-LIQSUEL
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LIQSUEL"
               END-REWRITE
           ELSE
               WRITE REG-LIQSUEL
                   INVALID KEY DISPLAY "NO PUDO GRABAR LIQSUEL"
               END-WRITE
           END-IF.
           PERFORM 6000-IMPRIMIR-RECIBO.
           ADD 1          TO WSU-CANT-LIQUIDADOS.
           ADD WLQ-BRUTO  TO WSU-TOT-BRUTO.
           ADD WLQ-NETO   TO WSU-TOT-NETO.
           ADD WLQ-CONTRIB-SS WLQ-CONTRIB-OS WLQ-ART
               TO WSU-TOT-CONTRIB.
       2000-LIQUIDAR-LEGAJO-EXIT.
           EXIT.

      *    Dias del contrato en el mes: el mes completo salvo que
      *    haya ingresado o egresado dentro del periodo. El
      *    basico se paga proporcional a esos dias y las
      *    ausencias se descuentan aparte para que se vean en el
      *    recibo.
       2100-CALCULAR-HABERES.
           MOVE WSP-DIAS-MES TO WSU-DIAS-CONTRATO.
           MOVE WEM-FEC-INGRESO TO WSU-FECHA-NUM.
           IF WSU-FEC-AAAAMM = WSU-PERIODO-PARAM
              AND WSU-FEC-DIA <= WSP-DIAS-MES
               COMPUTE WSU-DIAS-CONTRATO =
                   WSP-DIAS-MES - WSU-FEC-DIA + 1
           END-IF.
           IF WEM-FEC-EGRESO NOT = 0
               MOVE WEM-FEC-EGRESO TO WSU-FECHA-NUM
               IF WSU-FEC-AAAAMM = WSU-PERIODO-PARAM
                  AND WSU-FEC-DIA < WSU-DIAS-CONTRATO
                   MOVE WSU-FEC-DIA TO WSU-DIAS-CONTRATO
               END-IF
           END-IF.
           IF WSN-DIAS-AUSENCIA > WSU-DIAS-CONTRATO
               MOVE WSU-DIAS-CONTRATO TO WSN-DIAS-AUSENCIA
           END-IF.
           COMPUTE WLQ-DIAS-TRABAJADOS =
               WSU-DIAS-CONTRATO - WSN-DIAS-AUSENCIA.

           IF WEM-SUELDO-BASICO > 0
               MOVE WEM-SUELDO-BASICO TO WSU-BASICO-REF
           ELSE
               MOVE WSK-BASICO TO WSU-BASICO-REF
           END-IF.
           IF WSK-VALOR-HORA > 0
               MOVE WSK-VALOR-HORA TO WSU-VALOR-HORA
           ELSE
               COMPUTE WSU-VALOR-HORA ROUNDED =
                   WSU-BASICO-REF / WSP-HORAS-MES
           END-IF.
           COMPUTE WLQ-BASICO ROUNDED =
               WSU-BASICO-REF * WSU-DIAS-CONTRATO / WSP-DIAS-MES.
           COMPUTE WLQ-DESC-AUSENCIAS ROUNDED =
               WSU-BASICO-REF * WSN-DIAS-AUSENCIA / WSP-DIAS-MES.

      *    Anios cumplidos al ultimo dia del periodo.
           MOVE WEM-FEC-INGRESO TO WSU-FECHA-NUM.
           MOVE 0 TO WSU-ANIOS.
           IF WSU-PER-ANIO > WSU-FEC-ANIO
               COMPUTE WSU-ANIOS = WSU-PER-ANIO - WSU-FEC-ANIO
               IF WSU-PER-MES < WSU-FEC-MES
                   SUBTRACT 1 FROM WSU-ANIOS
               END-IF
           END-IF.
           COMPUTE WLQ-ANTIGUEDAD ROUNDED =
               (WLQ-BASICO - WLQ-DESC-AUSENCIAS)
               * WSK-PORC-ANTIGUEDAD * WSU-ANIOS / 100.
           IF WSN-DIAS-AUSENCIA = 0
               COMPUTE WLQ-PRESENTISMO ROUNDED =
                   (WLQ-BASICO + WLQ-ANTIGUEDAD)
                   * WSK-PORC-PRESENTISMO / 100
           ELSE
               MOVE 0 TO WLQ-PRESENTISMO
           END-IF.
           COMPUTE WLQ-HORAS-EXTRA ROUNDED =
               (WSU-VALOR-HORA * 1.5 * WSN-HS-EXTRA-50)
             + (WSU-VALOR-HORA * 2 * WSN-HS-EXTRA-100).
           COMPUTE WLQ-HS-EXTRA-CANT =
               WSN-HS-EXTRA-50 + WSN-HS-EXTRA-100.
           MOVE WSN-OTROS-HABERES TO WLQ-OTROS-HABERES.
           COMPUTE WLQ-BRUTO =
               WLQ-BASICO + WLQ-ANTIGUEDAD + WLQ-PRESENTISMO
             + WLQ-HORAS-EXTRA + WLQ-OTROS-HABERES
             - WLQ-DESC-AUSENCIAS.
           IF WLQ-BRUTO < 0
               MOVE 0 TO WLQ-BRUTO
           END-IF.
       2100-CALCULAR-HABERES-EXIT.
           EXIT.

       2200-CALCULAR-DESCUENTOS.
           COMPUTE WLQ-APORTE-JUBILACION ROUNDED =
               WLQ-BRUTO * WSP-PORC-JUBILACION / 100.
           COMPUTE WLQ-APORTE-LEY19032 ROUNDED =
               WLQ-BRUTO * WSP-PORC-LEY19032 / 100.
           COMPUTE WLQ-APORTE-OBRA-SOC ROUNDED =
               WLQ-BRUTO * WSP-PORC-OBRA-SOCIAL / 100.
           COMPUTE WLQ-CUOTA-SINDICAL ROUNDED =
               WLQ-BRUTO * WSK-PORC-SINDICATO / 100.
           COMPUTE WLQ-OTROS-DESCUENTOS =
               WSN-ADELANTOS + WSN-OTROS-DESCUENTOS.
           COMPUTE WLQ-NETO =
               WLQ-BRUTO - WLQ-APORTE-JUBILACION
             - WLQ-APORTE-LEY19032 - WLQ-APORTE-OBRA-SOC
             - WLQ-CUOTA-SINDICAL - WLQ-OTROS-DESCUENTOS.
           COMPUTE WLQ-CONTRIB-SS ROUNDED =
               WLQ-BRUTO * WSP-PORC-CONTRIB-SS / 100.
           COMPUTE WLQ-CONTRIB-OS ROUNDED =
               WLQ-BRUTO * WSP-PORC-CONTRIB-OS / 100.
           COMPUTE WLQ-ART ROUNDED =
               (WLQ-BRUTO * WSP-PORC-ART / 100) + WSP-ART-FIJO.

       3000-REIMPRIMIR.
           READ LIQSUEL NEXT RECORD
               AT END MOVE "S" TO EOF-LIQSUEL
           END-READ.
           IF NO-HAY-MAS-LIQSUEL
               GO TO 3000-REIMPRIMIR-EXIT
           END-IF.
           IF WLQ-PERIODO NOT = WSU-PERIODO-PARAM
               MOVE "S" TO EOF-LIQSUEL
               GO TO 3000-REIMPRIMIR-EXIT
           END-IF.
           MOVE WLQ-LEGAJO TO WEM-LEGAJO.
           READ EMPLEADO KEY IS WEM-LEGAJO
               INVALID KEY
                   INITIALIZE REG-EMPLEADO
                   MOVE WLQ-LEGAJO TO WEM-LEGAJO
                   MOVE "*** SIN LEGAJO ***" TO WEM-NOMBRE
           END-READ.
           PERFORM 6000-IMPRIMIR-RECIBO.
       3000-REIMPRIMIR-EXIT.
           EXIT.

      *    Un asiento por concepto y legajo. El costo de la gente
      *    de reparto (bruto mas contribuciones) va a la ruta;
      *    la marca de contabilizado en LIQSUEL impide que el
      *    gasto de ruta se cargue dos veces.
       4000-CONTABILIZAR.
           READ LIQSUEL NEXT RECORD
               AT END MOVE "S" TO EOF-LIQSUEL
           END-READ.
           IF NO-HAY-MAS-LIQSUEL
               GO TO 4000-CONTABILIZAR-EXIT
           END-IF.
           IF WLQ-PERIODO NOT = WSU-PERIODO-PARAM
               MOVE "S" TO EOF-LIQSUEL
               GO TO 4000-CONTABILIZAR-EXIT
           END-IF.
           IF WLQ-CONTABILIZADO = "S"
               GO TO 4000-CONTABILIZAR-EXIT
           END-IF.
           MOVE WLQ-PERIODO TO WSU-CO-PERIODO.
           MOVE WLQ-LEGAJO  TO WSU-CO-LEGAJO.
           MOVE "SUELDOS " TO WSU-ORIGEN-ACTUAL.
           MOVE WLQ-BRUTO  TO WSU-IMPORTE-ACTUAL.
           PERFORM 7000-GENERAR-ASIENTO THRU 7000-GENERAR-ASIENTO-EXIT.
           MOVE "APORTES " TO WSU-ORIGEN-ACTUAL.
           COMPUTE WSU-IMPORTE-ACTUAL =
               WLQ-APORTE-JUBILACION + WLQ-APORTE-LEY19032
             + WLQ-APORTE-OBRA-SOC + WLQ-CUOTA-SINDICAL.
           PERFORM 7000-GENERAR-ASIENTO THRU 7000-GENERAR-ASIENTO-EXIT.
           MOVE "DESCSUEL" TO WSU-ORIGEN-ACTUAL.
           MOVE WLQ-OTROS-DESCUENTOS TO WSU-IMPORTE-ACTUAL.
           PERFORM 7000-GENERAR-ASIENTO THRU 7000-GENERAR-ASIENTO-EXIT.
           MOVE "CONTRIB " TO WSU-ORIGEN-ACTUAL.
           COMPUTE WSU-IMPORTE-ACTUAL =
               WLQ-CONTRIB-SS + WLQ-CONTRIB-OS + WLQ-ART.
           PERFORM 7000-GENERAR-ASIENTO THRU 7000-GENERAR-ASIENTO-EXIT.
           COMPUTE WSU-COSTO-RUTA =
               WLQ-BRUTO + WLQ-CONTRIB-SS + WLQ-CONTRIB-OS + WLQ-ART.
           PERFORM 8100-HORAS-VIAJE.
           IF WSU-HS-TOTAL > 0
               MOVE 0 TO WSU-HS-ACUM
               MOVE 0 TO WSU-COSTO-ACUM
               PERFORM 8300-ARRANCAR-TRIPULA
               PERFORM 8400-REPARTIR-VIAJE
                   THRU 8400-REPARTIR-VIAJE-EXIT
                   UNTIL NO-HAY-MAS-TRIPULA
           ELSE
               IF WLQ-RUTA NOT = 0
                   MOVE WLQ-RUTA          TO WSU-RUTA-GASTO
                   MOVE WSU-FECHA-ASIENTO TO WSU-FECHA-GASTO
                   MOVE WSU-COSTO-RUTA    TO WSU-IMPORTE-GASTO
                   PERFORM 8000-GASTO-A-RUTA
                       THRU 8000-GASTO-A-RUTA-EXIT
               END-IF
           END-IF.
           MOVE "S" TO WLQ-CONTABILIZADO.
           REWRITE REG-LIQSUEL
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LIQSUEL"
           END-REWRITE.
       4000-CONTABILIZAR-EXIT.
           EXIT.

       6000-IMPRIMIR-RECIBO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WEM-LEGAJO      TO E-LEGAJO.
           MOVE WEM-NOMBRE      TO E-NOMBRE.
           MOVE WEM-CUIL        TO E-CUIL.
           MOVE WEM-CONVENIO    TO E-CONVENIO.
           MOVE WEM-CATEGORIA   TO E-CATEGORIA.
           MOVE WEM-FEC-INGRESO TO E-FEC-INGRESO.
           WRITE LIN-LISTADO FROM LIN-EMPLEADO AFTER 2.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.
           MOVE "SUELDO BASICO"          TO C-DESCRIPCION.
           MOVE WLQ-BASICO               TO C-HABER.
           MOVE 0                        TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "ANTIGUEDAD"             TO C-DESCRIPCION.
           MOVE WLQ-ANTIGUEDAD           TO C-HABER.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "PRESENTISMO"            TO C-DESCRIPCION.
           MOVE WLQ-PRESENTISMO          TO C-HABER.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "HORAS EXTRA"            TO C-DESCRIPCION.
           MOVE WLQ-HORAS-EXTRA          TO C-HABER.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "OTROS HABERES"          TO C-DESCRIPCION.
           MOVE WLQ-OTROS-HABERES        TO C-HABER.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE 0                        TO C-HABER.
           MOVE "AUSENCIAS"              TO C-DESCRIPCION.
           MOVE WLQ-DESC-AUSENCIAS       TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "JUBILACION"             TO C-DESCRIPCION.
           MOVE WLQ-APORTE-JUBILACION    TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "LEY 19032"              TO C-DESCRIPCION.
           MOVE WLQ-APORTE-LEY19032      TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "OBRA SOCIAL"            TO C-DESCRIPCION.
           MOVE WLQ-APORTE-OBRA-SOC      TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "CUOTA SINDICAL"         TO C-DESCRIPCION.
           MOVE WLQ-CUOTA-SINDICAL       TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "ADELANTOS Y OTROS DESC." TO C-DESCRIPCION.
           MOVE WLQ-OTROS-DESCUENTOS     TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 1.
           MOVE "TOTAL REMUNERACION BRUTA" TO C-DESCRIPCION.
           MOVE WLQ-BRUTO                TO C-HABER.
           MOVE 0                        TO C-DESCUENTO.
           WRITE LIN-LISTADO FROM LIN-CONCEPTO AFTER 2.
           MOVE WLQ-NETO                 TO N-NETO.
           MOVE WLQ-DIAS-TRABAJADOS      TO N-DIAS.
           WRITE LIN-LISTADO FROM LIN-NETO AFTER 2.

      *    Igual que DIARIOGN: se postea solo la diferencia
      *    contra la marca DIARIOPO (origen + periodo + legajo).
      *    El centro de costo es el del legajo, no el de CTAMAP.
       7000-GENERAR-ASIENTO.
           IF WSU-IMPORTE-ACTUAL = 0
               GO TO 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           MOVE "S" TO WSU-MARCA-HALLADA.
           MOVE WSU-ORIGEN-ACTUAL TO WDO-ORIGEN.
           MOVE WSU-CLAVE-ORIGEN  TO WDO-CLAVE-ORIGEN.
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY
                   MOVE "N" TO WSU-MARCA-HALLADA
                   MOVE 0 TO WDO-IMPORTE-POSTEADO
           END-READ.
           COMPUTE WSU-IMPORTE-DELTA =
               WSU-IMPORTE-ACTUAL - WDO-IMPORTE-POSTEADO.
           IF WSU-IMPORTE-DELTA = 0
               GO TO 7000-GENERAR-ASIENTO-EXIT
           END-IF.
           MOVE WSU-ORIGEN-ACTUAL TO WCM-ORIGEN.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   MOVE "ORIGEN SIN MAPEAR EN CTAMAP"
                       TO R-OBSERVACION
                   PERFORM 8500-LISTAR-RECHAZO
                   GO TO 7000-GENERAR-ASIENTO-EXIT
           END-READ.

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

           MOVE WNU-ULTIMO-NUMERO    TO WDI-ASIENTO.
           MOVE 1                    TO WDI-RENGLON.
           MOVE WSU-FECHA-ASIENTO    TO WDI-FECHA.
           MOVE WCM-CUENTA-DEBE      TO WDI-CUENTA-PCTA.
           MOVE WSU-IMPORTE-DELTA    TO WDI-DEBE.
           MOVE 0                    TO WDI-HABER.
           MOVE WSU-ORIGEN-ACTUAL    TO WDI-ORIGEN.
           MOVE WLQ-LEGAJO           TO WDI-REFERENCIA.
           MOVE WLQ-CCOSTO           TO WDI-CCOSTO.
           MOVE WSU-EMPRESA-PARAM    TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
           MOVE 2                    TO WDI-RENGLON.
           MOVE WCM-CUENTA-HABER     TO WDI-CUENTA-PCTA.
           MOVE 0                    TO WDI-DEBE.
           MOVE WSU-IMPORTE-DELTA    TO WDI-HABER.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
           ADD 1 TO WSU-CANT-ASIENTOS.

           MOVE WSU-ORIGEN-ACTUAL   TO WDO-ORIGEN.
           MOVE WSU-CLAVE-ORIGEN    TO WDO-CLAVE-ORIGEN.
           MOVE WSU-IMPORTE-ACTUAL  TO WDO-IMPORTE-POSTEADO.
           IF WSU-MARCA-HALLADA = "S"
               REWRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR DIARIOPO"
               END-REWRITE
           ELSE
               WRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
               END-WRITE
           END-IF.
       7000-GENERAR-ASIENTO-EXIT.
           EXIT.

      *    Concepto SUE a la ruta y fecha pedidas con la
      *    secuencia libre del dia, la misma mecanica de
      *    COMBUST/VEHICULO.
       8000-GASTO-A-RUTA.
           MOVE 0   TO WSU-ULTIMA-SEC.
           MOVE "N" TO EOF-RUTGASTO.
           MOVE WSU-RUTA-GASTO    TO WRG-RUTA.
           MOVE WSU-FECHA-GASTO   TO WRG-FECHA.
           MOVE 0                 TO WRG-SECUENCIA.
           START RUTGASTO KEY IS NOT LESS THAN WRG-CLAVE
               INVALID KEY MOVE "S" TO EOF-RUTGASTO
           END-START.
       8000-GASTO-LEER.
           IF NO-HAY-MAS-RUTGASTO
               GO TO 8000-GASTO-GRABA
           END-IF.
           READ RUTGASTO NEXT RECORD
               AT END MOVE "S" TO EOF-RUTGASTO
           END-READ.
           IF NO-HAY-MAS-RUTGASTO
              OR WRG-RUTA NOT = WSU-RUTA-GASTO
              OR WRG-FECHA NOT = WSU-FECHA-GASTO
               GO TO 8000-GASTO-GRABA
           END-IF.
           MOVE WRG-SECUENCIA TO WSU-ULTIMA-SEC.
           GO TO 8000-GASTO-LEER.
       8000-GASTO-GRABA.
           MOVE WSU-RUTA-GASTO    TO WRG-RUTA.
           MOVE WSU-FECHA-GASTO   TO WRG-FECHA.
           COMPUTE WRG-SECUENCIA = WSU-ULTIMA-SEC + 1.
           MOVE "SUE"             TO WRG-CONCEPTO.
           MOVE WSU-IMPORTE-GASTO TO WRG-IMPORTE.
           WRITE REG-RUTGASTO
               INVALID KEY DISPLAY "NO PUDO GRABAR RUTGASTO"
           END-WRITE.
       8000-GASTO-A-RUTA-EXIT.
           EXIT.

      *    Horas de viaje del legajo en el mes segun TRIPULA
      *    (clave alternativa legajo + fecha); las faltas no
      *    cuentan.
       8100-HORAS-VIAJE.
           MOVE 0 TO WSU-HS-TOTAL.
           PERFORM 8300-ARRANCAR-TRIPULA.
           PERFORM 8200-SUMAR-VIAJE THRU 8200-SUMAR-VIAJE-EXIT
               UNTIL NO-HAY-MAS-TRIPULA.

       8200-SUMAR-VIAJE.
           READ TRIPULA NEXT RECORD
               AT END MOVE "S" TO EOF-TRIPULA
           END-READ.
           IF NO-HAY-MAS-TRIPULA
              OR WTR-LEG-LEGAJO NOT = WLQ-LEGAJO
              OR WTR-LEG-FECHA > WSU-FIN-MES
               MOVE "S" TO EOF-TRIPULA
               GO TO 8200-SUMAR-VIAJE-EXIT
           END-IF.
           IF NOT WTR-FALTO
               ADD WTR-HS-VIAJE TO WSU-HS-TOTAL
           END-IF.
       8200-SUMAR-VIAJE-EXIT.
           EXIT.

       8300-ARRANCAR-TRIPULA.
           MOVE "N" TO EOF-TRIPULA.
           MOVE WLQ-LEGAJO TO WTR-LEG-LEGAJO.
           COMPUTE WTR-LEG-FECHA = (WLQ-PERIODO * 100) + 1.
           COMPUTE WSU-FIN-MES = (WLQ-PERIODO * 100) + 31.
           START TRIPULA KEY IS NOT LESS THAN WTR-LEGAJO-CLAVE
               INVALID KEY MOVE "S" TO EOF-TRIPULA
           END-START.

      *    Cada viaje lleva la parte del costo del legajo que le
      *    toca por horas. Se calcula sobre lo acumulado para que
      *    el redondeo cierre exacto con el costo del mes.
       8400-REPARTIR-VIAJE.
           READ TRIPULA NEXT RECORD
               AT END MOVE "S" TO EOF-TRIPULA
           END-READ.
           IF NO-HAY-MAS-TRIPULA
              OR WTR-LEG-LEGAJO NOT = WLQ-LEGAJO
              OR WTR-LEG-FECHA > WSU-FIN-MES
               MOVE "S" TO EOF-TRIPULA
               GO TO 8400-REPARTIR-VIAJE-EXIT
           END-IF.
           IF WTR-FALTO OR WTR-HS-VIAJE = 0
               GO TO 8400-REPARTIR-VIAJE-EXIT
           END-IF.
           ADD WTR-HS-VIAJE TO WSU-HS-ACUM.
           COMPUTE WSU-COSTO-HASTA-AQUI ROUNDED =
               WSU-COSTO-RUTA * WSU-HS-ACUM / WSU-HS-TOTAL.
           COMPUTE WSU-IMPORTE-GASTO =
               WSU-COSTO-HASTA-AQUI - WSU-COSTO-ACUM.
           MOVE WSU-COSTO-HASTA-AQUI TO WSU-COSTO-ACUM.
           MOVE WTR-RUTA  TO WSU-RUTA-GASTO.
           MOVE WTR-FECHA TO WSU-FECHA-GASTO.
           PERFORM 8000-GASTO-A-RUTA THRU 8000-GASTO-A-RUTA-EXIT.
       8400-REPARTIR-VIAJE-EXIT.
           EXIT.

       8500-LISTAR-RECHAZO.
           MOVE WLQ-LEGAJO         TO R-LEGAJO.
           MOVE WSU-ORIGEN-ACTUAL  TO R-ORIGEN.
           MOVE WSU-IMPORTE-ACTUAL TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RECHAZO AFTER 1.
           ADD 1 TO WSU-CANT-RECHAZADOS.

       9999-FINAL.
           CLOSE EMPLEADO.
           CLOSE SUELCAT.
           CLOSE SUELPAR.
           CLOSE SUELNOV.
           CLOSE LIQSUEL.
           IF WSU-MODO-PARAM = "C"
               CLOSE CTAMAP
               CLOSE DIARIO
               CLOSE NUMERO
               CLOSE DIARIOPO
               CLOSE RUTGASTO
               CLOSE TRIPULA
           END-IF.
           CLOSE LISTADO.
       9999-FINAL-EXIT.
           EXIT.
