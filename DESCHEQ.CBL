       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DESCHEQ.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Descuento de cheques de terceros en el banco: los
      * cheques diferidos que se llevaban a descontar se
      * marcaban a mano como entregados y el interes y los
      * gastos que retiene el banco terminaban en una diferencia
      * de banco sin explicar.
      *   modo T: mantenimiento de DESCTASA: por banco
      *           descontante la TNA de descuento, la comision
      *           en % y el gasto fijo por cheque, y las cuentas
      *           P-CTA del asiento (banco, intereses, comisiones,
      *           documentos descontados, valores a depositar y
      *           deudores por cheques rechazados);
      *   modo S/D: lote de descuento (S simula, D definitivo,
      *           como CIERREEJ): toma los cheques en cartera
      *           (sin WCH-ENTREGADO-A, no rechazados) de la
      *           empresa, del banco librador pedido (0 todos) y
      *           con vencimiento en el rango; por cheque calcula
      *           interes (TNA por dias hasta el vencimiento /
      *           365) y comision. En definitivo el lote toma
      *           numero de NUMERO tipo "DESCHEQ " en el rango
      *           reservado desde 70000001, que es tambien el
      *           numero de operacion del neto acreditado en
      *           BCOMOV; el asiento en DIARIO (origen "DESCHEQ")
      *           va debe banco, intereses y comisiones contra
      *           documentos descontados por el nominal: el
      *           cheque sigue en valores a depositar como
      *           pasivo contingente hasta su vencimiento. El
      *           cheque queda entregado al banco (asi TESOPROY y
      *           VENCHEQ dejan de contarlo como cobro futuro) y
      *           marcado descontado (WCH-DESCUENTO "S") con el
      *           banco y el lote;
      *   modo V: cheques descontados ya vencidos a la fecha: se
      *           cancela el contingente (debe documentos
      *           descontados, haber valores a depositar) y el
      *           cheque pasa a "V";
      *   modo P: listado del pasivo contingente (descontados
      *           todavia no cancelados) con los dias que faltan
      *           para el vencimiento.
      * Si el cheque descontado se rechaza, CHRECHAZ hace el
      * contrasiento con las cuentas de DESCTASA y el debito en
      * BCOMOV antes de reabrir la factura al cliente.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCTASA  ASSIGN TO "DESCTASA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDZ-BANCO
                             FILE STATUS IS WDZ-STATUS.
           SELECT CHEQUES   ASSIGN TO "CHEQUES"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCH-CLAVE
                             FILE STATUS IS WCH-STATUS.
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
       FD  DESCTASA.
       01  REG-DESCTASA.
           05  WDZ-BANCO             PIC 9(04).
           05  WDZ-TNA               PIC 9(03)V9999.
           05  WDZ-PORC-COMISION     PIC 9(02)V9999.
           05  WDZ-GASTO-CHEQUE      PIC S9(07)V99.
           05  WDZ-CTA-BANCO         PIC X(08).
           05  WDZ-CTA-INTERESES     PIC X(08).
           05  WDZ-CTA-COMISIONES    PIC X(08).
           05  WDZ-CTA-DOC-DESC      PIC X(08).
           05  WDZ-CTA-VALORES       PIC X(08).
           05  WDZ-CTA-RECHAZADOS    PIC X(08).

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
               88  WCH-ES-FISICO      VALUE "F" " ".
               88  WCH-ES-ECHEQ       VALUE "E".
           05  WCH-ECHEQ-ID          PIC X(20).
           05  WCH-ECHEQ-ESTADO      PIC X(01).
               88  WCH-ECHEQ-PENDIENTE VALUE "P".
               88  WCH-ECHEQ-ACEPTADO  VALUE "A".
           05  WCH-CUIT-LIBRADOR     PIC 9(11).
           05  WCH-DESCUENTO         PIC X(01).
               88  WCH-DESCONTADO     VALUE "S".
               88  WCH-DESC-VENCIDO   VALUE "V".
               88  WCH-DESC-RECHAZADO VALUE "R".
           05  WCH-BCO-DESC          PIC 9(04).
           05  WCH-LOTE-DESC         PIC 9(08).

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
       77  WPX-COD-LISTADO           PIC X(08) VALUE "DESCHEQ".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WDZ-STATUS                PIC X(02).
       77  WCH-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WBM-STATUS                PIC X(02).
       77  WDQ-MODO-PARAM            PIC X(01).
       77  WDQ-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WDQ-BANCO-PARAM           PIC 9(04) VALUE 0.
       77  WDQ-LIBRADOR-PARAM        PIC 9(04) VALUE 0.
       77  WDQ-VENC-DESDE            PIC 9(08) VALUE 0.
       77  WDQ-VENC-HASTA            PIC 9(08) VALUE 0.
       77  WDQ-FECHA-PARAM           PIC 9(08).
       77  WDQ-CTA-PARAM             PIC X(08).
       77  WDQ-FEC-VENC              PIC 9(08).
       77  WDQ-DIAS                  PIC S9(05).
       77  WDQ-INTERES               PIC S9(09)V99.
       77  WDQ-COMISION              PIC S9(09)V99.
       77  WDQ-NETO                  PIC S9(09)V99.
       77  WDQ-TOT-NOMINAL           PIC S9(11)V99 VALUE 0.
       77  WDQ-TOT-INTERES           PIC S9(11)V99 VALUE 0.
       77  WDQ-TOT-COMISION          PIC S9(11)V99 VALUE 0.
       77  WDQ-TOT-NETO              PIC S9(11)V99 VALUE 0.
       77  WDQ-CANT-CHEQUES          PIC 9(05) VALUE 0.
       77  WDQ-LOTE                  PIC 9(08) VALUE 0.
       77  WDQ-RENGLON               PIC 9(02).
       77  WDQ-CUENTA                PIC X(08).
       77  WDQ-DEBE                  PIC S9(11)V99.
       77  WDQ-HABER                 PIC S9(11)V99.
       77  WDQ-BCO-ANTERIOR          PIC 9(04).
       77  EOF-CHEQUES                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CHEQUES     VALUE "S".

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  T-LEYENDA             PIC X(40).
           05  T-FECHA               PIC 9(08).
           05  FILLER                PIC X(03) VALUE " (".
           05  T-MODO                PIC X(10).
           05  FILLER                PIC X(01) VALUE ")".

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(41) VALUE
               "BCO  CPOS  NUMERO CHEQUE   CUENTA VENCIM.".
           05  FILLER                PIC X(40) VALUE
               "      NOMINAL  DIAS        INTERES      ".
           05  FILLER                PIC X(30) VALUE
               "COMISION           NETO".

       01  LIN-CHEQUE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-BCO                 PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-CPOSTAL             PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-NUMERO-CH           PIC Z(09)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-CUENTA              PIC Z(07)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-VENC                PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-NOMINAL             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-DIAS                PIC ZZZ9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-INTERES             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-COMISION            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-NETO                PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-TOT-LEYENDA         PIC X(20).
           05  L-TOT-CANT            PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE " CHEQUES".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  L-TOT-NOMINAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  L-TOT-INTERES         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-TOT-COMISION        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  L-TOT-NETO            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DESCTASA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DESCTASA.
           DISPLAY "ERROR E/S DESCTASA: " WDZ-STATUS.
       CHEQUES-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CHEQUES.
           DISPLAY "ERROR E/S CHEQUES: " WCH-STATUS.
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
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
           EVALUATE WDQ-MODO-PARAM
               WHEN "T"
                   PERFORM 2000-MANTENER THRU 2000-MANTENER-EXIT
               WHEN "S"
                   PERFORM 3000-LOTE THRU 3000-LOTE-EXIT
               WHEN "D"
                   PERFORM 3000-LOTE THRU 3000-LOTE-EXIT
               WHEN "V"
                   PERFORM 4000-VENCIDOS THRU 4000-VENCIDOS-EXIT
               WHEN "P"
                   PERFORM 5000-CONTINGENTE THRU 5000-CONTINGENTE-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (T/S/D/V/P)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (T TASAS / S SIMULA / D DEFINITIVO / "
               LINE 5 POSITION 5.
           DISPLAY "      V VENCIDOS / P CONTINGENTE) .: "
               LINE 6 POSITION 5.
           ACCEPT WDQ-MODO-PARAM LINE 6 POSITION 42.
           OPEN I-O DESCTASA.
           IF WDZ-STATUS = "35"
               CLOSE DESCTASA
               OPEN OUTPUT DESCTASA
               CLOSE DESCTASA
               OPEN I-O DESCTASA
           END-IF.
           IF WDQ-MODO-PARAM = "T"
               GO TO 1000-INICIAL-EXIT
           END-IF.
           DISPLAY "EMPRESA ..........................: "
               LINE 7 POSITION 5.
           ACCEPT WDQ-EMPRESA-PARAM LINE 7 POSITION 42.
           DISPLAY "FECHA (AAAAMMDD) .................: "
               LINE 8 POSITION 5.
           ACCEPT WDQ-FECHA-PARAM LINE 8 POSITION 42.
           OPEN I-O CHEQUES.
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
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WDQ-FECHA-PARAM TO T-FECHA.
           EVALUATE WDQ-MODO-PARAM
               WHEN "S"
                   MOVE "LOTE DE DESCUENTO DE CHEQUES AL " TO T-LEYENDA
                   MOVE "SIMULACION" TO T-MODO
               WHEN "D"
                   MOVE "LOTE DE DESCUENTO DE CHEQUES AL " TO T-LEYENDA
                   MOVE "DEFINITIVO" TO T-MODO
               WHEN "V"
                   MOVE "DESCONTADOS VENCIDOS AL " TO T-LEYENDA
                   MOVE "DEFINITIVO" TO T-MODO
               WHEN OTHER
                   MOVE "PASIVO CONTINGENTE CHEQUES DESC. AL "
                       TO T-LEYENDA
                   MOVE "CONSULTA" TO T-MODO
           END-EVALUATE.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           MOVE LOW-VALUES TO WCH-CLAVE.
           MOVE WDQ-EMPRESA-PARAM TO WCH-EMP.
           START CHEQUES KEY IS NOT LESS THAN WCH-CLAVE
               INVALID KEY MOVE "S" TO EOF-CHEQUES
           END-START.
       1000-INICIAL-EXIT.
           EXIT.

       2000-MANTENER.
           DISPLAY "BANCO DESCONTANTE .....: " LINE 8 POSITION 5.
           ACCEPT WDZ-BANCO LINE 8 POSITION 31.
           DISPLAY "TNA DESCUENTO % .......: " LINE 9 POSITION 5.
           ACCEPT WDZ-TNA LINE 9 POSITION 31.
           DISPLAY "COMISION % ............: " LINE 10 POSITION 5.
           ACCEPT WDZ-PORC-COMISION LINE 10 POSITION 31.
           DISPLAY "GASTO FIJO POR CHEQUE .: " LINE 11 POSITION 5.
           ACCEPT WDZ-GASTO-CHEQUE LINE 11 POSITION 31.
           DISPLAY "CTA BANCO .............: " LINE 12 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 12 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-BANCO.
           DISPLAY "CTA INTERESES .........: " LINE 13 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 13 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-INTERESES.
           DISPLAY "CTA COMISIONES ........: " LINE 14 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 14 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-COMISIONES.
           DISPLAY "CTA DOC. DESCONTADOS ..: " LINE 15 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 15 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-DOC-DESC.
           DISPLAY "CTA VALORES A DEPOSITAR: " LINE 16 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 16 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-VALORES.
           DISPLAY "CTA CHEQUES RECHAZADOS : " LINE 17 POSITION 5.
           ACCEPT WDQ-CTA-PARAM LINE 17 POSITION 31.
           MOVE WDQ-CTA-PARAM TO WDZ-CTA-RECHAZADOS.
           WRITE REG-DESCTASA
               INVALID KEY REWRITE REG-DESCTASA
                   INVALID KEY DISPLAY "NO PUDO GRABAR DESCTASA"
           END-WRITE.
           DISPLAY "TASAS GRABADAS".
       2000-MANTENER-EXIT.
           EXIT.

      *    Lote de descuento: seleccion, calculo por cheque y, en
      *    definitivo, marca de los cheques y asiento.
       3000-LOTE.
           DISPLAY "BANCO DESCONTANTE ................: "
               LINE 9 POSITION 5.
           ACCEPT WDQ-BANCO-PARAM LINE 9 POSITION 42.
           DISPLAY "BANCO LIBRADOR (0 TODOS) .........: "
               LINE 10 POSITION 5.
           ACCEPT WDQ-LIBRADOR-PARAM LINE 10 POSITION 42.
           DISPLAY "VENCIMIENTO DESDE (AAAAMMDD) .....: "
               LINE 11 POSITION 5.
           ACCEPT WDQ-VENC-DESDE LINE 11 POSITION 42.
           DISPLAY "VENCIMIENTO HASTA (AAAAMMDD) .....: "
               LINE 12 POSITION 5.
           ACCEPT WDQ-VENC-HASTA LINE 12 POSITION 42.
           MOVE WDQ-BANCO-PARAM TO WDZ-BANCO.
           READ DESCTASA KEY IS WDZ-BANCO
               INVALID KEY
                   DISPLAY "BANCO SIN TASAS EN DESCTASA"
                   GO TO 3000-LOTE-EXIT
           END-READ.
           IF WDQ-MODO-PARAM = "D"
               MOVE "DESCHEQ " TO WNU-TIPO-COMP
               READ NUMERO KEY IS WNU-TIPO-COMP
                   INVALID KEY MOVE 70000000 TO WNU-ULTIMO-NUMERO
               END-READ
               ADD 1 TO WNU-ULTIMO-NUMERO
               REWRITE REG-NUMERO
                   INVALID KEY
                       WRITE REG-NUMERO
                           INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                       END-WRITE
               END-REWRITE
               MOVE WNU-ULTIMO-NUMERO TO WDQ-LOTE
           END-IF.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1.
           PERFORM 3100-UN-CHEQUE THRU 3100-UN-CHEQUE-EXIT
               UNTIL NO-HAY-MAS-CHEQUES.
           MOVE "TOTAL LOTE" TO L-TOT-LEYENDA.
           PERFORM 6100-LINEA-TOTAL.
           IF WDQ-CANT-CHEQUES = 0
               DISPLAY "NINGUN CHEQUE EN CARTERA CON ESE CRITERIO"
               GO TO 3000-LOTE-EXIT
           END-IF.
           IF WDQ-MODO-PARAM = "D"
               PERFORM 3200-ASIENTO-LOTE
               DISPLAY "LOTE DE DESCUENTO NRO. " WDQ-LOTE
           ELSE
               DISPLAY "SIMULACION - NO SE GRABO NADA"
           END-IF.
           DISPLAY "CHEQUES ..: " WDQ-CANT-CHEQUES.
           DISPLAY "NETO .....: " WDQ-TOT-NETO.
       3000-LOTE-EXIT.
           EXIT.

       3100-UN-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-CHEQUES
           END-READ.
           IF NO-HAY-MAS-CHEQUES
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           IF WCH-EMP NOT = WDQ-EMPRESA-PARAM
               MOVE "S" TO EOF-CHEQUES
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           IF WCH-ENTREGADO-A NOT = SPACES OR WCH-ANO-VENC = 0
              OR WCH-CONCEPTO-ENT = "RECHAZADO POR EL BANCO"
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           IF WDQ-LIBRADOR-PARAM NOT = 0
              AND WCH-BCO NOT = WDQ-LIBRADOR-PARAM
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           PERFORM 6000-FECHA-VENC.
           IF WDQ-FEC-VENC < WDQ-VENC-DESDE
              OR WDQ-FEC-VENC > WDQ-VENC-HASTA
              OR WDQ-FEC-VENC NOT > WDQ-FECHA-PARAM
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           COMPUTE WDQ-DIAS =
               FUNCTION INTEGER-OF-DATE (WDQ-FEC-VENC)
             - FUNCTION INTEGER-OF-DATE (WDQ-FECHA-PARAM).
           COMPUTE WDQ-INTERES ROUNDED = WCH-IMP-FACTURA
               * WDZ-TNA / 100 * WDQ-DIAS / 365.
           COMPUTE WDQ-COMISION ROUNDED = WCH-IMP-FACTURA
               * WDZ-PORC-COMISION / 100 + WDZ-GASTO-CHEQUE.
           COMPUTE WDQ-NETO = WCH-IMP-FACTURA - WDQ-INTERES
                            - WDQ-COMISION.
           ADD 1               TO WDQ-CANT-CHEQUES.
           ADD WCH-IMP-FACTURA TO WDQ-TOT-NOMINAL.
           ADD WDQ-INTERES     TO WDQ-TOT-INTERES.
           ADD WDQ-COMISION    TO WDQ-TOT-COMISION.
           ADD WDQ-NETO        TO WDQ-TOT-NETO.
           MOVE WDQ-DIAS       TO L-DIAS.
           MOVE WDQ-INTERES    TO L-INTERES.
           MOVE WDQ-COMISION   TO L-COMISION.
           MOVE WDQ-NETO       TO L-NETO.
           PERFORM 6200-LINEA-CHEQUE.
           IF WDQ-MODO-PARAM NOT = "D"
               GO TO 3100-UN-CHEQUE-EXIT
           END-IF.
           MOVE SPACES TO WCH-ENTREGADO-A.
           STRING "DESCUENTO BANCO " WDQ-BANCO-PARAM
               DELIMITED BY SIZE INTO WCH-ENTREGADO-A
           END-STRING.
           MOVE WDQ-FECHA-PARAM (7:2) TO WCH-DIA-ENT.
           MOVE WDQ-FECHA-PARAM (5:2) TO WCH-MES-ENT.
           MOVE WDQ-FECHA-PARAM (1:4) TO WCH-ANO-ENT.
           MOVE SPACES TO WCH-CONCEPTO-ENT.
           STRING "DESCONTADO LOTE " WDQ-LOTE
               DELIMITED BY SIZE INTO WCH-CONCEPTO-ENT
           END-STRING.
           MOVE "S"             TO WCH-DESCUENTO.
           MOVE WDQ-BANCO-PARAM TO WCH-BCO-DESC.
           MOVE WDQ-LOTE        TO WCH-LOTE-DESC.
           REWRITE REG-CHEQUES
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CHEQUES"
           END-REWRITE.
       3100-UN-CHEQUE-EXIT.
           EXIT.

      *    Debe banco (neto), intereses y comisiones; haber
      *    documentos descontados por el nominal. El neto entra a
      *    BCOMOV acreditado con el lote como operacion.
       3200-ASIENTO-LOTE.
           PERFORM 7000-TOMAR-ASIENTO.
           MOVE WDZ-CTA-BANCO      TO WDQ-CUENTA.
           MOVE WDQ-TOT-NETO       TO WDQ-DEBE.
           MOVE 0                  TO WDQ-HABER.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE WDZ-CTA-INTERESES  TO WDQ-CUENTA.
           MOVE WDQ-TOT-INTERES    TO WDQ-DEBE.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE WDZ-CTA-COMISIONES TO WDQ-CUENTA.
           MOVE WDQ-TOT-COMISION   TO WDQ-DEBE.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE WDZ-CTA-DOC-DESC   TO WDQ-CUENTA.
           MOVE 0                  TO WDQ-DEBE.
           MOVE WDQ-TOT-NOMINAL    TO WDQ-HABER.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE WDQ-LOTE     TO WBM-CHEQUE.
           MOVE "S"          TO WBM-ACREDITADO.
           MOVE WDQ-TOT-NETO TO WBM-IMPORTE.
           WRITE REG-BCOMOV
               INVALID KEY DISPLAY "NO PUDO GRABAR BCOMOV"
           END-WRITE.

      *    Descontados vencidos sin rechazo: el contingente se
      *    cancela contra valores a depositar, un asiento por
      *    banco descontante.
       4000-VENCIDOS.
           MOVE 0 TO WDQ-BCO-ANTERIOR.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1.
           PERFORM 4100-UN-VENCIDO THRU 4100-UN-VENCIDO-EXIT
               UNTIL NO-HAY-MAS-CHEQUES.
           MOVE "TOTAL CANCELADO" TO L-TOT-LEYENDA.
           PERFORM 6100-LINEA-TOTAL.
           DISPLAY "CONTINGENTE CANCELADO: " WDQ-TOT-NOMINAL.
       4000-VENCIDOS-EXIT.
           EXIT.

       4100-UN-VENCIDO.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-CHEQUES
           END-READ.
           IF NO-HAY-MAS-CHEQUES
               GO TO 4100-UN-VENCIDO-EXIT
           END-IF.
           IF WCH-EMP NOT = WDQ-EMPRESA-PARAM
               MOVE "S" TO EOF-CHEQUES
               GO TO 4100-UN-VENCIDO-EXIT
           END-IF.
           IF NOT WCH-DESCONTADO
               GO TO 4100-UN-VENCIDO-EXIT
           END-IF.
           PERFORM 6000-FECHA-VENC.
           IF WDQ-FEC-VENC > WDQ-FECHA-PARAM
               GO TO 4100-UN-VENCIDO-EXIT
           END-IF.
           MOVE WCH-BCO-DESC TO WDZ-BANCO.
           READ DESCTASA KEY IS WDZ-BANCO
               INVALID KEY
                   DISPLAY "BANCO " WCH-BCO-DESC " SIN DESCTASA"
                   GO TO 4100-UN-VENCIDO-EXIT
           END-READ.
           MOVE WCH-LOTE-DESC TO WDQ-LOTE.
           PERFORM 7000-TOMAR-ASIENTO.
           MOVE WDZ-CTA-DOC-DESC TO WDQ-CUENTA.
           MOVE WCH-IMP-FACTURA  TO WDQ-DEBE.
           MOVE 0                TO WDQ-HABER.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE WDZ-CTA-VALORES  TO WDQ-CUENTA.
           MOVE 0                TO WDQ-DEBE.
           MOVE WCH-IMP-FACTURA  TO WDQ-HABER.
           PERFORM 7100-GRABAR-RENGLON THRU 7100-GRABAR-RENGLON-EXIT.
           MOVE "V" TO WCH-DESCUENTO.
           REWRITE REG-CHEQUES
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CHEQUES"
           END-REWRITE.
           ADD 1               TO WDQ-CANT-CHEQUES.
           ADD WCH-IMP-FACTURA TO WDQ-TOT-NOMINAL.
           MOVE 0 TO L-DIAS L-INTERES L-COMISION L-NETO.
           PERFORM 6200-LINEA-CHEQUE.
       4100-UN-VENCIDO-EXIT.
           EXIT.

      *    Pasivo contingente: descontados aun no vencidos.
       5000-CONTINGENTE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1.
           PERFORM 5100-UN-CONTINGENTE THRU 5100-UN-CONTINGENTE-EXIT
               UNTIL NO-HAY-MAS-CHEQUES.
           MOVE "TOTAL CONTINGENTE" TO L-TOT-LEYENDA.
           PERFORM 6100-LINEA-TOTAL.
           DISPLAY "PASIVO CONTINGENTE: " WDQ-TOT-NOMINAL.
       5000-CONTINGENTE-EXIT.
           EXIT.

       5100-UN-CONTINGENTE.
           READ CHEQUES NEXT RECORD
               AT END MOVE "S" TO EOF-CHEQUES
           END-READ.
           IF NO-HAY-MAS-CHEQUES
               GO TO 5100-UN-CONTINGENTE-EXIT
           END-IF.
           IF WCH-EMP NOT = WDQ-EMPRESA-PARAM
               MOVE "S" TO EOF-CHEQUES
               GO TO 5100-UN-CONTINGENTE-EXIT
           END-IF.
           IF NOT WCH-DESCONTADO
               GO TO 5100-UN-CONTINGENTE-EXIT
           END-IF.
           PERFORM 6000-FECHA-VENC.
           ADD 1               TO WDQ-CANT-CHEQUES.
           ADD WCH-IMP-FACTURA TO WDQ-TOT-NOMINAL.
           MOVE 0 TO L-INTERES L-COMISION L-NETO.
           COMPUTE WDQ-DIAS =
               FUNCTION INTEGER-OF-DATE (WDQ-FEC-VENC)
             - FUNCTION INTEGER-OF-DATE (WDQ-FECHA-PARAM).
           MOVE WDQ-DIAS TO L-DIAS.
           PERFORM 6200-LINEA-CHEQUE.
       5100-UN-CONTINGENTE-EXIT.
           EXIT.

       6000-FECHA-VENC.
           COMPUTE WDQ-FEC-VENC = WCH-ANO-VENC * 10000
                                + WCH-MES-VENC * 100 + WCH-DIA-VENC.

       6100-LINEA-TOTAL.
           MOVE WDQ-CANT-CHEQUES TO L-TOT-CANT.
           MOVE WDQ-TOT-NOMINAL  TO L-TOT-NOMINAL.
           MOVE WDQ-TOT-INTERES  TO L-TOT-INTERES.
           MOVE WDQ-TOT-COMISION TO L-TOT-COMISION.
           MOVE WDQ-TOT-NETO     TO L-TOT-NETO.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.

       6200-LINEA-CHEQUE.
           MOVE WCH-BCO         TO L-BCO.
           MOVE WCH-CPOSTAL     TO L-CPOSTAL.
           MOVE WCH-NUMERO-CH   TO L-NUMERO-CH.
           MOVE WCH-NRO-CTA     TO L-CUENTA.
           MOVE WDQ-FEC-VENC    TO L-VENC.
           MOVE WCH-IMP-FACTURA TO L-NOMINAL.
           WRITE LIN-LISTADO FROM LIN-CHEQUE AFTER 1.

       7000-TOMAR-ASIENTO.
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
           MOVE 0 TO WDQ-RENGLON.

       7100-GRABAR-RENGLON.
           IF WDQ-DEBE = 0 AND WDQ-HABER = 0
               GO TO 7100-GRABAR-RENGLON-EXIT
           END-IF.
           ADD 1 TO WDQ-RENGLON.
           MOVE WDQ-RENGLON       TO WDI-RENGLON.
           MOVE WDQ-FECHA-PARAM   TO WDI-FECHA.
           MOVE WDQ-CUENTA        TO WDI-CUENTA-PCTA.
           MOVE WDQ-DEBE          TO WDI-DEBE.
           MOVE WDQ-HABER         TO WDI-HABER.
           MOVE "DESCHEQ"         TO WDI-ORIGEN.
           MOVE WDQ-LOTE          TO WDI-REFERENCIA.
           MOVE SPACES            TO WDI-CCOSTO.
           MOVE WDQ-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       7100-GRABAR-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE DESCTASA.
           IF WDQ-MODO-PARAM NOT = "T"
               CLOSE CHEQUES
               CLOSE DIARIO
               CLOSE NUMERO
               CLOSE BCOMOV
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
