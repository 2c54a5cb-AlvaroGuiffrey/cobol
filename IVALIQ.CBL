       IDENTIFICATION DIVISION.
       PROGRAM-ID.       IVALIQ.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Liquidacion mensual de IVA (borrador del F.2002): el
      * debito sale del libro de ventas (IVA, el que lista LIBIVA
      * y controla IVACHECK), el credito de las facturas de
      * proveedor de CTAPROV por alicuota (mismo corte por mes de
      * emision que LIBIVACO) y las retenciones y percepciones de
      * IVA sufridas de RETSUF (impuesto 3 de RETSUFRE: origen C
      * retencion del certificado, origen B percepcion). El
      * saldo de la posicion del mes anterior entra arrastrado:
      *   saldo tecnico a favor: credito fiscal sobrante, solo
      *     compensa debito de meses siguientes;
      *   saldo de libre disponibilidad: retenciones y
      *     percepciones sobrantes, compensan el impuesto
      *     determinado y quedan a favor si sobran.
      * La posicion de cada periodo queda en IVAPOS; el primer
      * mes sin posicion anterior pide los saldos de arranque.
      *   modo L: liquida el periodo e imprime el borrador por
      *           campo del F.2002 (se puede re-liquidar mientras
      *           no este contabilizado; contabilizado, reimprime
      *           lo grabado);
      *   modo C: contabiliza el cierre del periodo en DIARIO,
      *           un asiento protegido con la marca DIARIOPO
      *           como en DIARIOGN. Las cuentas salen de CTAMAP:
      *             "IVALIQ  " debe = IVA debito fiscal,
      *                        haber = IVA credito fiscal;
      *             "IVARETPE" haber = retenciones/percepciones
      *                        de IVA sufridas;
      *             "IVASALDO" debe = saldo tecnico a favor,
      *                        haber = IVA a pagar;
      *             "IVALIBRE" debe = saldo libre disponibilidad.
      * El libro de ventas no guarda el codigo de alicuota: como
      * en CITIEXP, se informa la alicuota de ALICUO con la que
      * se facturo y el neto gravado se deduce del debito.
      * Es un paso del checklist de CIERRE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA       ASSIGN TO "IVA"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WIV-CLAVE
                             FILE STATUS IS WIV-STATUS.
           SELECT CTAPROV   ASSIGN TO "CTAPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFP-CLAVE
                             FILE STATUS IS WFP-STATUS.
           SELECT RETSUF    ASSIGN TO "RETSUF"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WRS-NUMERO
                             FILE STATUS IS WRS-STATUS.
           SELECT ALICUO    ASSIGN TO "ALICUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAL-CODIGO
                             FILE STATUS IS WAL-STATUS.
           SELECT IVAPOS    ASSIGN TO "IVAPOS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIQ-PERIODO
                             FILE STATUS IS WIQ-STATUS.
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
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  IVA.
       01  REG-IVA.
           05  WIV-CLAVE.
               10  WIV-PERIODO       PIC 9(06).
               10  WIV-COMPROBANTE   PIC 9(08).
           05  WIV-TIPO              PIC X(01).
               88  WIV-ES-DEBITO     VALUE "D".
               88  WIV-ES-CREDITO    VALUE "C".
           05  WIV-IMPORTE-IVA       PIC S9(09)V99.

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

       FD  RETSUF.
       01  REG-RETSUF.
           05  WRS-NUMERO            PIC 9(08).
           05  WRS-PERIODO           PIC 9(06).
           05  WRS-IMPUESTO          PIC 9(01).
           05  WRS-JURISDICCION      PIC X(02).
           05  WRS-ORIGEN            PIC X(01).
               88  WRS-DE-CERTIFICADO VALUE "C".
               88  WRS-DE-EXTRACTO    VALUE "B".
           05  WRS-CUENTA            PIC 9(06).
           05  WRS-RECIBO            PIC 9(08).
           05  WRS-CERTIFICADO       PIC X(16).
           05  WRS-FECHA             PIC 9(08).
           05  WRS-BASE              PIC S9(09)V99.
           05  WRS-IMPORTE           PIC S9(09)V99.

       FD  ALICUO.
       01  REG-ALICUO.
           05  WAL-CODIGO            PIC 9(02).
           05  WAL-PORCENTAJE        PIC 9(03)V99.
           05  WAL-DESCRIPCION       PIC X(20).

      *    Posicion mensual de IVA: lo liquidado y los saldos que
      *    pasan al mes siguiente. Estado L liquidado, C ya
      *    contabilizado (no se re-liquida).
       FD  IVAPOS.
       01  REG-IVAPOS.
           05  WIQ-PERIODO           PIC 9(06).
           05  WIQ-EMPRESA           PIC 9(04).
           05  WIQ-DEBITO            PIC S9(11)V99.
           05  WIQ-CREDITO           PIC S9(11)V99.
           05  WIQ-ST-ANTERIOR       PIC S9(11)V99.
           05  WIQ-DETERMINADO       PIC S9(11)V99.
           05  WIQ-ST-FAVOR          PIC S9(11)V99.
           05  WIQ-RETENCIONES       PIC S9(11)V99.
           05  WIQ-PERCEPCIONES      PIC S9(11)V99.
           05  WIQ-LD-ANTERIOR       PIC S9(11)V99.
           05  WIQ-SALDO-PAGAR       PIC S9(11)V99.
           05  WIQ-LD-FAVOR          PIC S9(11)V99.
           05  WIQ-ESTADO            PIC X(01).
               88  WIQ-LIQUIDADO     VALUE "L".
               88  WIQ-CONTABILIZADO VALUE "C".
           05  WIQ-FEC-LIQUIDACION   PIC 9(08).
           05  WIQ-ASIENTO           PIC 9(08).

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

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "IVALIQ".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WIV-STATUS                PIC X(02).
       77  WFP-STATUS                PIC X(02).
       77  WRS-STATUS                PIC X(02).
       77  WAL-STATUS                PIC X(02).
       77  WIQ-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WQI-MODO-PARAM            PIC X(01).
       77  WQI-PERIODO-PARAM         PIC 9(06).
       77  WQI-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WQI-ALICUOTA-VTA-PARAM    PIC 9(02).
       77  WQI-PORC-VTA              PIC 9(03)V99 VALUE 0.
       77  WQI-PERIODO-ANT           PIC 9(06).
       77  WQI-ANIO                  PIC 9(04).
       77  WQI-MES                   PIC 9(02).
       77  WQI-HOY                   PIC 9(08).
       77  WQI-FECHA-ASIENTO         PIC 9(08).
       77  WQI-ULTIMO-DIA            PIC 9(02).
       77  WQI-RESTO                 PIC 9(03).
       77  WQI-COCIENTE              PIC 9(04).
       77  WQI-IX                    PIC 9(02).
       77  WQI-HAY-POSICION          PIC X(01).
       77  WQI-ERROR                 PIC X(01) VALUE "N".
           88  WQI-HUBO-ERROR         VALUE "S".
       77  WQI-ST-INICIAL            PIC S9(11)V99 VALUE 0.
       77  WQI-LD-INICIAL            PIC S9(11)V99 VALUE 0.
       77  WQI-NETO-VTA              PIC S9(11)V99 VALUE 0.
       77  WQI-TOT-NETO-CPR          PIC S9(11)V99 VALUE 0.
       77  WQI-CALCULO               PIC S9(11)V99.
       77  WQI-MOVIMIENTO            PIC S9(11)V99.
       77  WQI-RENGLON               PIC 9(02) VALUE 0.
       77  WQI-CUENTA                PIC X(08).
       77  WQI-CCOSTO                PIC X(03).
       77  WQI-ORIGEN                PIC X(08).
       77  WQI-CTA-DEBITO            PIC X(08).
       77  WQI-CTA-CREDITO           PIC X(08).
       77  WQI-CTA-RETPER            PIC X(08).
       77  WQI-CTA-SALDO-TEC         PIC X(08).
       77  WQI-CTA-PAGAR             PIC X(08).
       77  WQI-CTA-LIBRE             PIC X(08).
       77  WQI-CC-LIQ                PIC X(03).
       77  WQI-CC-RETPER             PIC X(03).
       77  WQI-CC-SALDO              PIC X(03).
       77  WQI-CC-LIBRE              PIC X(03).
       77  EOF-IVA                    PIC X(01) VALUE "N".
           88  NO-HAY-MAS-IVA         VALUE "S".
       77  EOF-CTAPROV                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CTAPROV     VALUE "S".
       77  EOF-RETSUF                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RETSUF      VALUE "S".

      *    Dias de cada mes, para fechar el asiento el ultimo dia
      *    del periodo (febrero se corrige en bisiesto).
       01  WQI-DIAS-MES-V.
           05  FILLER                PIC X(24)
               VALUE "312831303130313130313031".
       01  WQI-DIAS-MES-R REDEFINES WQI-DIAS-MES-V.
           05  WQI-DIAS-MES          PIC 9(02) OCCURS 12.

      *    Credito fiscal por alicuota, subindicado por el codigo
      *    de ALICUO (hasta 20 codigos, como LIBIVACO).
       01  WQI-TABLA-ALICUOTAS.
           05  WQI-ALI-NETO          PIC S9(11)V99 OCCURS 20.
           05  WQI-ALI-IVA           PIC S9(11)V99 OCCURS 20.
           05  WQI-ALI-USADA         PIC X(01)     OCCURS 20.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(38)
               VALUE "LIQUIDACION IVA F.2002 - PERIODO ".
           05  T-PERIODO          PIC 9(06).
           05  FILLER             PIC X(06) VALUE "  EMP ".
           05  T-EMPRESA          PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  T-ESTADO           PIC X(20).

       01  LIN-SECCION.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  S-TITULO              PIC X(50).

       01  LIN-CAMPO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  C-DESCRIPCION         PIC X(45).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-ALICUOTA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  A-DESCRIPCION         PIC X(20).
           05  FILLER                PIC X(12) VALUE " NETO GRAV. ".
           05  A-NETO                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(05) VALUE " IVA ".
           05  A-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       IVA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON IVA.
           DISPLAY "ERROR E/S IVA: " WIV-STATUS.
       CTAPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAPROV.
           DISPLAY "ERROR E/S CTAPROV: " WFP-STATUS.
       RETSUF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RETSUF.
           DISPLAY "ERROR E/S RETSUF: " WRS-STATUS.
       ALICUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALICUO.
           DISPLAY "ERROR E/S ALICUO: " WAL-STATUS.
       IVAPOS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON IVAPOS.
           DISPLAY "ERROR E/S IVAPOS: " WIQ-STATUS.
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
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQI-MODO-PARAM
               WHEN "L"
                   PERFORM 2000-LIQUIDAR THRU 2000-LIQUIDAR-EXIT
               WHEN "C"
                   PERFORM 7000-CONTABILIZAR
                       THRU 7000-CONTABILIZAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (L=LIQUIDAR C=CONTABILIZAR): "
               LINE 8 POSITION 5.
           ACCEPT WQI-MODO-PARAM LINE 8 POSITION 41.
           DISPLAY "PERIODO (AAAAMM) .: " LINE 9 POSITION 5.
           ACCEPT WQI-PERIODO-PARAM LINE 9 POSITION 26.
           DISPLAY "EMPRESA ..........: " LINE 10 POSITION 5.
           ACCEPT WQI-EMPRESA-PARAM LINE 10 POSITION 26.
           ACCEPT WQI-HOY FROM DATE YYYYMMDD.
           DIVIDE WQI-PERIODO-PARAM BY 100 GIVING WQI-ANIO
               REMAINDER WQI-MES.
           IF WQI-MES = 1
               COMPUTE WQI-PERIODO-ANT = (WQI-ANIO - 1) * 100 + 12
           ELSE
               COMPUTE WQI-PERIODO-ANT = WQI-PERIODO-PARAM - 1
           END-IF.
           OPEN I-O IVAPOS.
           IF WIQ-STATUS = "35"
               CLOSE IVAPOS
               OPEN OUTPUT IVAPOS
               CLOSE IVAPOS
               OPEN I-O IVAPOS
           END-IF.
           MOVE "S" TO WQI-HAY-POSICION.
           MOVE WQI-PERIODO-PARAM TO WIQ-PERIODO.
           READ IVAPOS KEY IS WIQ-PERIODO
               INVALID KEY MOVE "N" TO WQI-HAY-POSICION
           END-READ.

      *    Liquidacion del periodo. Contabilizado no se toca:
      *    se reimprime lo grabado.
       2000-LIQUIDAR.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WQI-PERIODO-PARAM TO T-PERIODO.
           MOVE WQI-EMPRESA-PARAM TO T-EMPRESA.
           IF WQI-HAY-POSICION = "S" AND WIQ-CONTABILIZADO
               MOVE "(CONTABILIZADO)" TO T-ESTADO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               PERFORM 6000-IMPRIMIR-POSICION
               DISPLAY "PERIODO YA CONTABILIZADO - REIMPRESION"
               CLOSE LISTADO
               GO TO 2000-LIQUIDAR-EXIT
           END-IF.
           MOVE "(BORRADOR)" TO T-ESTADO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           DISPLAY "ALICUOTA IVA VENTAS: " LINE 11 POSITION 5.
           ACCEPT WQI-ALICUOTA-VTA-PARAM LINE 11 POSITION 27.
           OPEN INPUT ALICUO.
           MOVE WQI-ALICUOTA-VTA-PARAM TO WAL-CODIGO.
           READ ALICUO KEY IS WAL-CODIGO
               INVALID KEY
                   DISPLAY "ALICUOTA DE VENTAS INEXISTENTE - "
                       "NETO GRAVADO SIN INFORMAR"
                   MOVE 0 TO WAL-PORCENTAJE
                   MOVE SPACES TO WAL-DESCRIPCION
           END-READ.
           MOVE WAL-PORCENTAJE TO WQI-PORC-VTA.
           PERFORM 2100-SALDOS-ANTERIORES.
           MOVE WQI-PERIODO-PARAM TO WIQ-PERIODO.
           MOVE WQI-EMPRESA-PARAM TO WIQ-EMPRESA.
           MOVE 0 TO WIQ-DEBITO WIQ-CREDITO WIQ-RETENCIONES
                     WIQ-PERCEPCIONES.
           MOVE WQI-ST-INICIAL TO WIQ-ST-ANTERIOR.
           MOVE WQI-LD-INICIAL TO WIQ-LD-ANTERIOR.
           PERFORM 2200-LIMPIAR-ALICUOTA
               VARYING WQI-IX FROM 1 BY 1 UNTIL WQI-IX > 20.
           OPEN INPUT IVA.
           READ IVA NEXT RECORD
               AT END MOVE "S" TO EOF-IVA
           END-READ.
           PERFORM 3000-DEBITO THRU 3000-DEBITO-EXIT
               UNTIL NO-HAY-MAS-IVA.
           CLOSE IVA.
           OPEN INPUT CTAPROV.
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
           PERFORM 3100-CREDITO THRU 3100-CREDITO-EXIT
               UNTIL NO-HAY-MAS-CTAPROV.
           CLOSE CTAPROV.
           OPEN INPUT RETSUF.
           READ RETSUF NEXT RECORD
               AT END MOVE "S" TO EOF-RETSUF
           END-READ.
           PERFORM 3200-RETENCIONES THRU 3200-RETENCIONES-EXIT
               UNTIL NO-HAY-MAS-RETSUF.
           CLOSE RETSUF.
           PERFORM 4000-DETERMINAR.
           MOVE "L"     TO WIQ-ESTADO.
           MOVE WQI-HOY TO WIQ-FEC-LIQUIDACION.
           MOVE 0       TO WIQ-ASIENTO.
           IF WQI-HAY-POSICION = "S"
               REWRITE REG-IVAPOS
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR IVAPOS"
               END-REWRITE
           ELSE
               WRITE REG-IVAPOS
                   INVALID KEY DISPLAY "NO PUDO GRABAR IVAPOS"
               END-WRITE
           END-IF.
           PERFORM 5000-IMPRIMIR-ALICUOTAS.
           PERFORM 6000-IMPRIMIR-POSICION.
           CLOSE ALICUO.
           CLOSE LISTADO.
           IF WIQ-SALDO-PAGAR > 0
               DISPLAY "SALDO A PAGAR: " WIQ-SALDO-PAGAR
           ELSE
               DISPLAY "SIN SALDO A PAGAR"
           END-IF.
       2000-LIQUIDAR-EXIT.
           EXIT.

      *    Saldos a favor que vienen del mes anterior. Sin
      *    posicion anterior (primer mes) se piden; si el periodo
      *    ya estaba liquidado se conservan los que se dieron.
       2100-SALDOS-ANTERIORES.
           IF WQI-HAY-POSICION = "S"
               MOVE WIQ-ST-ANTERIOR TO WQI-ST-INICIAL
               MOVE WIQ-LD-ANTERIOR TO WQI-LD-INICIAL
           END-IF.
           MOVE WQI-PERIODO-ANT TO WIQ-PERIODO.
           READ IVAPOS KEY IS WIQ-PERIODO
               INVALID KEY
                   IF WQI-HAY-POSICION = "N"
                       DISPLAY "SIN POSICION DEL MES ANTERIOR"
                           LINE 13 POSITION 5
                       DISPLAY "SALDO TECNICO A FAVOR ...: "
                           LINE 14 POSITION 5
                       ACCEPT WQI-ST-INICIAL LINE 14 POSITION 33
                       DISPLAY "SALDO LIBRE DISPONIBILIDAD: "
                           LINE 15 POSITION 5
                       ACCEPT WQI-LD-INICIAL LINE 15 POSITION 33
                   END-IF
               NOT INVALID KEY
                   MOVE WIQ-ST-FAVOR TO WQI-ST-INICIAL
                   MOVE WIQ-LD-FAVOR TO WQI-LD-INICIAL
                   IF NOT WIQ-CONTABILIZADO
                       DISPLAY "AVISO: MES ANTERIOR SIN CONTABILIZAR"
                   END-IF
           END-READ.
      *    Se vuelve a dejar el registro del periodo en el area
      *    (la lectura del anterior la piso) para el REWRITE.
           IF WQI-HAY-POSICION = "S"
               MOVE WQI-PERIODO-PARAM TO WIQ-PERIODO
               READ IVAPOS KEY IS WIQ-PERIODO
                   INVALID KEY MOVE "N" TO WQI-HAY-POSICION
               END-READ
           END-IF.

       2200-LIMPIAR-ALICUOTA.
           MOVE 0   TO WQI-ALI-NETO (WQI-IX).
           MOVE 0   TO WQI-ALI-IVA (WQI-IX).
           MOVE "N" TO WQI-ALI-USADA (WQI-IX).

      *    Debito fiscal: renglones "D" del libro de ventas.
       3000-DEBITO.
           IF WIV-PERIODO = WQI-PERIODO-PARAM AND WIV-ES-DEBITO
               ADD WIV-IMPORTE-IVA TO WIQ-DEBITO
           END-IF.
           READ IVA NEXT RECORD
               AT END MOVE "S" TO EOF-IVA
           END-READ.
       3000-DEBITO-EXIT.
           EXIT.

      *    Credito fiscal: facturas de proveedor del mes por
      *    alicuota, igual que el cierre de LIBIVACO.
       3100-CREDITO.
           IF WFP-FEC-EMISION (1:6) NOT = WQI-PERIODO-PARAM
               GO TO 3100-CREDITO-LEER
           END-IF.
           ADD WFP-IVA  TO WIQ-CREDITO.
           ADD WFP-NETO TO WQI-TOT-NETO-CPR.
           IF WFP-ALICUOTA >= 1 AND WFP-ALICUOTA <= 20
               ADD WFP-NETO TO WQI-ALI-NETO (WFP-ALICUOTA)
               ADD WFP-IVA  TO WQI-ALI-IVA (WFP-ALICUOTA)
               MOVE "S" TO WQI-ALI-USADA (WFP-ALICUOTA)
           END-IF.
       3100-CREDITO-LEER.
           READ CTAPROV NEXT RECORD
               AT END MOVE "S" TO EOF-CTAPROV
           END-READ.
       3100-CREDITO-EXIT.
           EXIT.

       3200-RETENCIONES.
           IF WRS-PERIODO NOT = WQI-PERIODO-PARAM
              OR WRS-IMPUESTO NOT = 3
               GO TO 3200-RETENCIONES-LEER
           END-IF.
           IF WRS-DE-EXTRACTO
               ADD WRS-IMPORTE TO WIQ-PERCEPCIONES
           ELSE
               ADD WRS-IMPORTE TO WIQ-RETENCIONES
           END-IF.
       3200-RETENCIONES-LEER.
           READ RETSUF NEXT RECORD
               AT END MOVE "S" TO EOF-RETSUF
           END-READ.
       3200-RETENCIONES-EXIT.
           EXIT.

      *    Primero el credito y el saldo tecnico contra el debito
      *    (el sobrante queda como saldo tecnico); despues las
      *    retenciones, percepciones y el saldo de libre
      *    disponibilidad contra el impuesto determinado.
       4000-DETERMINAR.
           COMPUTE WQI-CALCULO =
               WIQ-DEBITO - WIQ-CREDITO - WIQ-ST-ANTERIOR.
           IF WQI-CALCULO < 0
               COMPUTE WIQ-ST-FAVOR = 0 - WQI-CALCULO
               MOVE 0 TO WIQ-DETERMINADO
           ELSE
               MOVE 0 TO WIQ-ST-FAVOR
               MOVE WQI-CALCULO TO WIQ-DETERMINADO
           END-IF.
           COMPUTE WQI-CALCULO = WIQ-DETERMINADO - WIQ-RETENCIONES
               - WIQ-PERCEPCIONES - WIQ-LD-ANTERIOR.
           IF WQI-CALCULO < 0
               COMPUTE WIQ-LD-FAVOR = 0 - WQI-CALCULO
               MOVE 0 TO WIQ-SALDO-PAGAR
           ELSE
               MOVE 0 TO WIQ-LD-FAVOR
               MOVE WQI-CALCULO TO WIQ-SALDO-PAGAR
           END-IF.

       5000-IMPRIMIR-ALICUOTAS.
           MOVE "DEBITO FISCAL - OPERACIONES GRAVADAS" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 2.
           MOVE 0 TO WQI-NETO-VTA.
           IF WQI-PORC-VTA > 0
               COMPUTE WQI-NETO-VTA ROUNDED =
                   WIQ-DEBITO * 100 / WQI-PORC-VTA
           END-IF.
           MOVE WAL-DESCRIPCION TO A-DESCRIPCION.
           MOVE WQI-NETO-VTA    TO A-NETO.
           MOVE WIQ-DEBITO      TO A-IVA.
           WRITE LIN-LISTADO FROM LIN-ALICUOTA AFTER 1.
           MOVE "CREDITO FISCAL - COMPRAS Y GASTOS" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 2.
           PERFORM 5100-UNA-ALICUOTA
               VARYING WQI-IX FROM 1 BY 1 UNTIL WQI-IX > 20.

       5100-UNA-ALICUOTA.
           IF WQI-ALI-USADA (WQI-IX) = "S"
               MOVE WQI-IX TO WAL-CODIGO
               READ ALICUO KEY IS WAL-CODIGO
                   INVALID KEY
                       MOVE "ALICUOTA SIN TABLA" TO WAL-DESCRIPCION
               END-READ
               MOVE WAL-DESCRIPCION        TO A-DESCRIPCION
               MOVE WQI-ALI-NETO (WQI-IX)  TO A-NETO
               MOVE WQI-ALI-IVA (WQI-IX)   TO A-IVA
               WRITE LIN-LISTADO FROM LIN-ALICUOTA AFTER 1
           END-IF.

      *    Los campos del F.2002 en el orden del formulario.
       6000-IMPRIMIR-POSICION.
           MOVE "LIQUIDACION" TO S-TITULO.
           WRITE LIN-LISTADO FROM LIN-SECCION AFTER 2.
           MOVE "TOTAL DEBITO FISCAL" TO C-DESCRIPCION.
           MOVE WIQ-DEBITO TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "TOTAL CREDITO FISCAL" TO C-DESCRIPCION.
           MOVE WIQ-CREDITO TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "SALDO TECNICO A FAVOR PERIODO ANTERIOR"
               TO C-DESCRIPCION.
           MOVE WIQ-ST-ANTERIOR TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "IMPUESTO DETERMINADO" TO C-DESCRIPCION.
           MOVE WIQ-DETERMINADO TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "SALDO TECNICO A FAVOR DEL PERIODO" TO C-DESCRIPCION.
           MOVE WIQ-ST-FAVOR TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "RETENCIONES SUFRIDAS" TO C-DESCRIPCION.
           MOVE WIQ-RETENCIONES TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "PERCEPCIONES SUFRIDAS" TO C-DESCRIPCION.
           MOVE WIQ-PERCEPCIONES TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "SALDO LIBRE DISPONIBILIDAD PERIODO ANTERIOR"
               TO C-DESCRIPCION.
           MOVE WIQ-LD-ANTERIOR TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.
           MOVE "SALDO DE IMPUESTO A PAGAR" TO C-DESCRIPCION.
           MOVE WIQ-SALDO-PAGAR TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 2.
           MOVE "SALDO LIBRE DISPONIBILIDAD A FAVOR" TO C-DESCRIPCION.
           MOVE WIQ-LD-FAVOR TO C-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-CAMPO AFTER 1.

      *    Asiento de cierre del periodo, una sola vez (marca
      *    DIARIOPO origen "IVALIQ  " + periodo). Cuadra por
      *    construccion: debito - credito - ret/perc + variacion
      *    de los saldos a favor - saldo a pagar = 0.
       7000-CONTABILIZAR.
           IF WQI-HAY-POSICION = "N"
               DISPLAY "PERIODO SIN LIQUIDAR"
               GO TO 7000-CONTABILIZAR-EXIT
           END-IF.
           IF WIQ-CONTABILIZADO
               DISPLAY "PERIODO YA CONTABILIZADO - ASIENTO "
                   WIQ-ASIENTO
               GO TO 7000-CONTABILIZAR-EXIT
           END-IF.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN I-O DIARIOPO.
           IF WDO-STATUS = "35"
               CLOSE DIARIOPO
               OPEN OUTPUT DIARIOPO
               CLOSE DIARIOPO
               OPEN I-O DIARIOPO
           END-IF.
           MOVE "IVALIQ  "        TO WDO-ORIGEN.
           MOVE SPACES            TO WDO-CLAVE-ORIGEN.
           MOVE WQI-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "EL PERIODO YA TIENE ASIENTO DE IVA"
                   GO TO 7000-CONTABILIZAR-CIERRA
           END-READ.
           PERFORM 7100-LEER-CUENTAS.
           IF WQI-HUBO-ERROR
               GO TO 7000-CONTABILIZAR-CIERRA
           END-IF.
           PERFORM 7200-FECHA-ASIENTO.
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
           MOVE 0 TO WQI-RENGLON.
           MOVE "IVALIQ  "      TO WQI-ORIGEN.
           MOVE WQI-CTA-DEBITO  TO WQI-CUENTA.
           MOVE WQI-CC-LIQ      TO WQI-CCOSTO.
           MOVE WIQ-DEBITO      TO WQI-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WQI-CTA-CREDITO TO WQI-CUENTA.
           COMPUTE WQI-MOVIMIENTO = 0 - WIQ-CREDITO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE "IVARETPE"      TO WQI-ORIGEN.
           MOVE WQI-CTA-RETPER  TO WQI-CUENTA.
           MOVE WQI-CC-RETPER   TO WQI-CCOSTO.
           COMPUTE WQI-MOVIMIENTO =
               0 - WIQ-RETENCIONES - WIQ-PERCEPCIONES.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE "IVASALDO"      TO WQI-ORIGEN.
           MOVE WQI-CTA-SALDO-TEC TO WQI-CUENTA.
           MOVE WQI-CC-SALDO    TO WQI-CCOSTO.
           COMPUTE WQI-MOVIMIENTO = WIQ-ST-FAVOR - WIQ-ST-ANTERIOR.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WQI-CTA-PAGAR   TO WQI-CUENTA.
           COMPUTE WQI-MOVIMIENTO = 0 - WIQ-SALDO-PAGAR.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE "IVALIBRE"      TO WQI-ORIGEN.
           MOVE WQI-CTA-LIBRE   TO WQI-CUENTA.
           MOVE WQI-CC-LIBRE    TO WQI-CCOSTO.
           COMPUTE WQI-MOVIMIENTO = WIQ-LD-FAVOR - WIQ-LD-ANTERIOR.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE "IVALIQ  "        TO WDO-ORIGEN.
           MOVE SPACES            TO WDO-CLAVE-ORIGEN.
           MOVE WQI-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           MOVE WIQ-DEBITO        TO WDO-IMPORTE-POSTEADO.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
           MOVE "C"               TO WIQ-ESTADO.
           MOVE WNU-ULTIMO-NUMERO TO WIQ-ASIENTO.
           REWRITE REG-IVAPOS
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR IVAPOS"
           END-REWRITE.
           DISPLAY "ASIENTO " WNU-ULTIMO-NUMERO " - RENGLONES "
               WQI-RENGLON.
       7000-CONTABILIZAR-CIERRA.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE DIARIOPO.
       7000-CONTABILIZAR-EXIT.
           EXIT.

      *    Las cuatro filas de CTAMAP tienen que estar cargadas
      *    antes de grabar el primer renglon.
       7100-LEER-CUENTAS.
           MOVE "IVALIQ  " TO WCM-ORIGEN.
           PERFORM 7110-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WQI-CTA-DEBITO.
           MOVE WCM-CUENTA-HABER TO WQI-CTA-CREDITO.
           MOVE WCM-CCOSTO       TO WQI-CC-LIQ.
           MOVE "IVARETPE" TO WCM-ORIGEN.
           PERFORM 7110-LEER-MAPEO.
           MOVE WCM-CUENTA-HABER TO WQI-CTA-RETPER.
           MOVE WCM-CCOSTO       TO WQI-CC-RETPER.
           MOVE "IVASALDO" TO WCM-ORIGEN.
           PERFORM 7110-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WQI-CTA-SALDO-TEC.
           MOVE WCM-CUENTA-HABER TO WQI-CTA-PAGAR.
           MOVE WCM-CCOSTO       TO WQI-CC-SALDO.
           MOVE "IVALIBRE" TO WCM-ORIGEN.
           PERFORM 7110-LEER-MAPEO.
           MOVE WCM-CUENTA-DEBE  TO WQI-CTA-LIBRE.
           MOVE WCM-CCOSTO       TO WQI-CC-LIBRE.

       7110-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WQI-ERROR
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

      *    Ultimo dia del periodo liquidado.
       7200-FECHA-ASIENTO.
           MOVE WQI-DIAS-MES (WQI-MES) TO WQI-ULTIMO-DIA.
           IF WQI-MES = 2
               DIVIDE WQI-ANIO BY 4 GIVING WQI-COCIENTE
                   REMAINDER WQI-RESTO
               IF WQI-RESTO = 0
                   MOVE 29 TO WQI-ULTIMO-DIA
               END-IF
               DIVIDE WQI-ANIO BY 100 GIVING WQI-COCIENTE
                   REMAINDER WQI-RESTO
               IF WQI-RESTO = 0
                   DIVIDE WQI-ANIO BY 400 GIVING WQI-COCIENTE
                       REMAINDER WQI-RESTO
                   IF WQI-RESTO NOT = 0
                       MOVE 28 TO WQI-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WQI-FECHA-ASIENTO =
               WQI-PERIODO-PARAM * 100 + WQI-ULTIMO-DIA.

      *    Un renglon del asiento: importe positivo al debe,
      *    negativo al haber, cero no se graba.
       8000-RENGLON.
           IF WQI-MOVIMIENTO = 0
               GO TO 8000-RENGLON-EXIT
           END-IF.
           ADD 1 TO WQI-RENGLON.
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE WQI-RENGLON       TO WDI-RENGLON.
           MOVE WQI-FECHA-ASIENTO TO WDI-FECHA.
           MOVE WQI-CUENTA        TO WDI-CUENTA-PCTA.
           IF WQI-MOVIMIENTO > 0
               MOVE WQI-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WQI-MOVIMIENTO
           END-IF.
           MOVE WQI-ORIGEN        TO WDI-ORIGEN.
           MOVE WQI-PERIODO-PARAM TO WDI-REFERENCIA.
           MOVE WQI-CCOSTO        TO WDI-CCOSTO.
           MOVE WQI-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       8000-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE IVAPOS.
       9999-FINAL-EXIT.
           EXIT.
