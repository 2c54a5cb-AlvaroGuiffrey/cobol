       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TASAMUNI.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Derecho de Registro e Inspeccion (tasa municipal, el
      * impuesto 3 de IMPUE que lista LISIMP): declaracion
      * mensual por municipio, que hasta ahora se armaba a mano.
      *   modo M: municipios en MUNICIP: nombre, numero de
      *           inscripcion, sucursal de EMPRESUC que esta en
      *           el municipio (0 si solo se le vende), sucursal
      *           con la que su tasa esta cargada en IMPUE (la
      *           propia, o la que se le asigno) y codigo de
      *           actividad. Solo los activos se declaran;
      *   modo P: codigos postales de entrega (los de CPOSTAL)
      *           de cada municipio en CPMUNI;
      *   modo D: declaracion del periodo AAAAMM para una
      *           empresa. Ingresos: ventas (importe positivo) de
      *           las cuentas en MOVI del mes, como en CM05; el
      *           detalle de VTADET no se suma porque son las
      *           mismas ventas. Cada venta va al municipio del
      *           codigo postal de entrega de la cuenta si es un
      *           municipio activo; si no, al municipio de la
      *           sucursal de la cuenta. Sobre esa base se aplica
      *           la alicuota de IMPUE (empresa, sucursal de
      *           IMPUE del municipio, impuesto 3, actividad) con
      *           el minimo de IMPUE como piso, y se descuentan
      *           las retenciones municipales sufridas cargadas
      *           en RETSUFRE (impuesto 4, jurisdiccion = codigo
      *           de municipio). Imprime por PRNTDEST un papel de
      *           trabajo por municipio y un resumen, graba el
      *           resultado en DREIDDJJ (reemplaza el calculo
      *           anterior del periodo) y, confirmada como
      *           definitiva, marca hecho el paso de la tasa
      *           municipal en el checklist de CIERRE;
      *   modo L: reimprime lo grabado en DREIDDJJ.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUNICIP   ASSIGN TO "MUNICIP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WZM-MUNICIPIO
                             FILE STATUS IS WZM-STATUS.
           SELECT CPMUNI    ASSIGN TO "CPMUNI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WZP-COD-POSTAL
                             FILE STATUS IS WZP-STATUS.
           SELECT DREIDDJJ  ASSIGN TO "DREIDDJJ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WZD-CLAVE
                             FILE STATUS IS WZD-STATUS.
           SELECT MOVI      ASSIGN TO "MOVI"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WMV-CLAVE
                             FILE STATUS IS WMV-STATUS.
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT IMPUE     ASSIGN TO "IMPUE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIM-CLAVE
                             FILE STATUS IS WIM-STATUS.
           SELECT RETSUF    ASSIGN TO "RETSUF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRS-NUMERO
                             FILE STATUS IS WRS-STATUS.
           SELECT CIERREME  ASSIGN TO "CIERREME"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCI-PERIODO
                             FILE STATUS IS WCI-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Municipios donde tenemos sucursal o vendemos.
       FD  MUNICIP.
       01  REG-MUNICIP.
           05  WZM-MUNICIPIO         PIC X(02).
           05  WZM-NOMBRE            PIC X(30).
           05  WZM-INSCRIPCION       PIC X(15).
           05  WZM-SUCURSAL          PIC 9(02).
           05  WZM-SUC-IMPUE         PIC 9(02).
           05  WZM-ACTIVIDAD         PIC 9(03).
           05  WZM-ACTIVO            PIC X(01).
               88  WZM-ESTA-ACTIVO    VALUE "S".

      *    Codigo postal de entrega -> municipio.
       FD  CPMUNI.
       01  REG-CPMUNI.
           05  WZP-COD-POSTAL        PIC X(08).
           05  WZP-MUNICIPIO         PIC X(02).

      *    Declaracion calculada por periodo y municipio.
       FD  DREIDDJJ.
       01  REG-DREIDDJJ.
           05  WZD-CLAVE.
               10  WZD-PERIODO       PIC 9(06).
               10  WZD-MUNICIPIO     PIC X(02).
           05  WZD-EMPRESA           PIC 9(04).
           05  WZD-BASE-ENTREGAS     PIC S9(11)V99.
           05  WZD-BASE-SUCURSAL     PIC S9(11)V99.
           05  WZD-ALICUOTA          PIC 9(02)V999.
           05  WZD-DETERMINADO       PIC S9(11)V99.
           05  WZD-MINIMO            PIC 9(07)V99.
           05  WZD-IMPUESTO          PIC S9(11)V99.
           05  WZD-RETENCIONES       PIC S9(11)V99.
           05  WZD-SALDO             PIC S9(11)V99.
           05  WZD-FEC-CALCULO       PIC 9(08).
           05  WZD-ESTADO            PIC X(01).
               88  WZD-BORRADOR       VALUE "B".
               88  WZD-DEFINITIVA     VALUE "D".

       FD  MOVI.
       01  REG-MOVI.
           05  WMV-CLAVE.
               10  WMV-CUENTA        PIC 9(06).
               10  WMV-FECHA         PIC 9(08).
               10  WMV-SECUENCIA     PIC 9(06).
           05  WMV-IMPORTE           PIC S9(09)V99.

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE-C          PIC X(28).
           05  WCU-COD-POSTAL        PIC X(08).

       FD  IMPUE.
       01  REG-IMPUE.
           05  WIM-CLAVE.
               10  WIM-EMPRESA       PIC 9(04).
               10  WIM-SUCURSAL      PIC 9(02).
               10  WIM-IMPUESTO      PIC 9(01).
               10  WIM-ACTIVIDAD     PIC 9(03).
           05  WIM-PORCENTAJE        PIC 9(02)V999.
           05  WIM-MINIMO            PIC 9(07)V99.

       FD  RETSUF.
       01  REG-RETSUF.
           05  WRS-NUMERO            PIC 9(08).
           05  WRS-PERIODO           PIC 9(06).
           05  WRS-IMPUESTO          PIC 9(01).
           05  WRS-JURISDICCION      PIC X(02).
           05  WRS-ORIGEN            PIC X(01).
           05  WRS-CUENTA            PIC 9(06).
           05  WRS-RECIBO            PIC 9(08).
           05  WRS-CERTIFICADO       PIC X(16).
           05  WRS-FECHA             PIC 9(08).
           05  WRS-BASE              PIC S9(09)V99.
           05  WRS-IMPORTE           PIC S9(09)V99.

       FD  CIERREME.
       01  REG-CIERREME.
           05  WCI-PERIODO           PIC 9(06).
           05  WCI-PASO-TABLA         OCCURS 10 TIMES
                                       INDEXED BY WCI-IX.
               10  WCI-PASO-DESCRIP   PIC X(30).
               10  WCI-PASO-HECHO     PIC X(01).
                   88  WCI-PASO-ESTA-HECHO VALUE "S".
           05  WCI-CERRADO           PIC X(01).
               88  WCI-ESTA-CERRADO   VALUE "S".
           05  WCI-FECHA-CIERRE      PIC 9(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "TASAMUNI".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WZM-STATUS                PIC X(02).
       77  WZP-STATUS                PIC X(02).
       77  WZD-STATUS                PIC X(02).
       77  WMV-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WIM-STATUS                PIC X(02).
       77  WRS-STATUS                PIC X(02).
       77  WCI-STATUS                PIC X(02).
       77  WZT-MODO-PARAM            PIC X(01).
       77  WZT-PERIODO-PARAM         PIC 9(06).
       77  WZT-EMPRESA-PARAM         PIC 9(04).
       77  WZT-MUNICIPIO-PARAM       PIC X(02).
       77  WZT-COD-POSTAL-PARAM      PIC X(08).
       77  WZT-DEFINITIVA            PIC X(01).
       77  WZT-HOY                   PIC 9(08).
       77  WZT-DESDE                 PIC 9(08).
       77  WZT-HASTA                 PIC 9(08).
       77  WZT-HALLADO               PIC X(01).
       77  WZT-LISTADO-ABIERTO       PIC X(01) VALUE "N".
      *    Paso del checklist de CIERRE que cubre esta
      *    declaracion.
       77  WZT-PASO-CIERRE           PIC 9(02) VALUE 9.
       77  WZT-PASO-DESCRIP          PIC X(30)
               VALUE "DDJJ TASA MUNICIPAL (DREI)".
       77  WZT-CUENTA-ACT            PIC 9(06) VALUE 0.
       77  WZT-MUNI-CUENTA           PIC 9(02) COMP VALUE 0.
       77  WZT-CUENTA-ENTREGA        PIC X(01).
       77  WZT-SIN-MUNICIPIO         PIC S9(11)V99 VALUE 0.
       77  WZT-RET-SIN-MUNICIPIO     PIC S9(11)V99 VALUE 0.
       77  WZT-CTAS-SIN-MUNICIPIO    PIC 9(06) VALUE 0.
       77  WZT-CANT-MUNI             PIC 9(02) COMP VALUE 0.
       77  WZT-IX                    PIC 9(02) COMP.
       77  WZT-IX-HALLADO            PIC 9(02) COMP.
       77  WZT-TOT-IMPUESTO          PIC S9(11)V99.
       77  WZT-TOT-RETENCIONES       PIC S9(11)V99.
       77  WZT-TOT-A-PAGAR           PIC S9(11)V99.
       77  WZT-CANT-RET-MUNI         PIC 9(04).
       77  EOF-MOVI                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MOVI        VALUE "S".
       77  EOF-RETSUF                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RETSUF      VALUE "S".
       77  EOF-MUNICIP               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MUNICIP     VALUE "S".
       77  EOF-DREIDDJJ              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DREIDDJJ    VALUE "S".

      *    Un renglon por municipio activo.
       01  WZT-TABLA-MUNI.
           05  WZT-MUNI OCCURS 50 TIMES.
               10  WZT-M-MUNICIPIO   PIC X(02).
               10  WZT-M-NOMBRE      PIC X(30).
               10  WZT-M-INSCRIPCION PIC X(15).
               10  WZT-M-SUCURSAL    PIC 9(02).
               10  WZT-M-SUC-IMPUE   PIC 9(02).
               10  WZT-M-ACTIVIDAD   PIC 9(03).
               10  WZT-M-SIN-ALICUOTA PIC X(01).
               10  WZT-M-BASE-ENTREGAS PIC S9(11)V99.
               10  WZT-M-BASE-SUCURSAL PIC S9(11)V99.
               10  WZT-M-ALICUOTA    PIC 9(02)V999.
               10  WZT-M-DETERMINADO PIC S9(11)V99.
               10  WZT-M-MINIMO      PIC 9(07)V99.
               10  WZT-M-IMPUESTO    PIC S9(11)V99.
               10  WZT-M-RETENCIONES PIC S9(11)V99.
               10  WZT-M-SALDO       PIC S9(11)V99.

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "DERECHO DE REGISTRO E INSPECC".
           05  FILLER                PIC X(15) VALUE
               "ION - PERIODO ".
           05  T-PERIODO             PIC 9(06).
           05  FILLER                PIC X(11) VALUE "  EMPRESA ".
           05  T-EMPRESA             PIC 9(04).
           05  T-ESTADO              PIC X(15).

       01  LIN-MUNICIPIO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "MUNICIPIO: ".
           05  P-MUNICIPIO           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-NOMBRE              PIC X(30).
           05  FILLER                PIC X(15) VALUE
               "  INSCRIPCION: ".
           05  P-INSCRIPCION         PIC X(15).
           05  FILLER                PIC X(13) VALUE
               "  ACTIVIDAD: ".
           05  P-ACTIVIDAD           PIC 9(03).

       01  LIN-RENGLON.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  R-LEYENDA             PIC X(45).
           05  R-IMPORTE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-NOTA                PIC X(30).

       01  LIN-ALICUOTA.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  FILLER                PIC X(45) VALUE
               "ALICUOTA (%) ................................".
           05  FILLER                PIC X(11) VALUE SPACES.
           05  A-ALICUOTA            PIC Z9.999.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  A-NOTA                PIC X(30).

       01  LIN-RETENCION.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  E-FECHA               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-CERTIFICADO         PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  E-NUMERO              PIC Z(7)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  E-IMPORTE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CAB-RESUMEN.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(36) VALUE
               "MU NOMBRE                          ".
           05  FILLER                PIC X(30) VALUE
               "      BASE IMPONIBLE         I".
           05  FILLER                PIC X(30) VALUE
               "MPUESTO       RETENCIONES     ".
           05  FILLER                PIC X(15) VALUE
               "    A PAGAR".

       01  LIN-RESUMEN.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  S-MUNICIPIO           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  S-NOMBRE              PIC X(30).
           05  S-BASE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  S-IMPUESTO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  S-RETENCIONES         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  S-SALDO               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       MUNICIP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MUNICIP.
           DISPLAY "ERROR E/S MUNICIP: " WZM-STATUS.
       CPMUNI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CPMUNI.
           DISPLAY "ERROR E/S CPMUNI: " WZP-STATUS.
       DREIDDJJ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DREIDDJJ.
           DISPLAY "ERROR E/S DREIDDJJ: " WZD-STATUS.
       MOVI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MOVI.
           DISPLAY "ERROR E/S MOVI: " WMV-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       IMPUE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON IMPUE.
           DISPLAY "ERROR E/S IMPUE: " WIM-STATUS.
       RETSUF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON RETSUF.
           DISPLAY "ERROR E/S RETSUF: " WRS-STATUS.
       CIERREME-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CIERREME.
           DISPLAY "ERROR E/S CIERREME: " WCI-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WZT-MODO-PARAM
               WHEN "M"
                   PERFORM 2000-MUNICIPIO THRU 2000-MUNICIPIO-EXIT
               WHEN "P"
                   PERFORM 2500-COD-POSTAL THRU 2500-COD-POSTAL-EXIT
               WHEN "D"
                   PERFORM 3000-DECLARAR THRU 3000-DECLARAR-EXIT
               WHEN "L"
                   PERFORM 6000-REIMPRIMIR THRU 6000-REIMPRIMIR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (M=MUNICIPIOS P=COD.POSTALES D=DECLARACION"
               LINE 5 POSITION 5.
           DISPLAY "      L=REIMPRIME) .........: " LINE 6 POSITION 5.
           ACCEPT WZT-MODO-PARAM LINE 6 POSITION 35.
           ACCEPT WZT-HOY FROM DATE YYYYMMDD.
           OPEN I-O MUNICIP.
           IF WZM-STATUS = "35"
               CLOSE MUNICIP
               OPEN OUTPUT MUNICIP
               CLOSE MUNICIP
               OPEN I-O MUNICIP
           END-IF.
           OPEN I-O CPMUNI.
           IF WZP-STATUS = "35"
               CLOSE CPMUNI
               OPEN OUTPUT CPMUNI
               CLOSE CPMUNI
               OPEN I-O CPMUNI
           END-IF.
           OPEN I-O DREIDDJJ.
           IF WZD-STATUS = "35"
               CLOSE DREIDDJJ
               OPEN OUTPUT DREIDDJJ
               CLOSE DREIDDJJ
               OPEN I-O DREIDDJJ
           END-IF.

      *----------------------------------------------------------
      * Municipios.
      *----------------------------------------------------------
       2000-MUNICIPIO.
           DISPLAY "MUNICIPIO (CODIGO) ........: " LINE 8 POSITION 5.
           ACCEPT WZT-MUNICIPIO-PARAM LINE 8 POSITION 35.
           IF WZT-MUNICIPIO-PARAM = SPACES
               GO TO 2000-MUNICIPIO-EXIT
           END-IF.
           MOVE WZT-MUNICIPIO-PARAM TO WZM-MUNICIPIO.
           MOVE "S" TO WZT-HALLADO.
           READ MUNICIP KEY IS WZM-MUNICIPIO
               INVALID KEY
                   MOVE "N" TO WZT-HALLADO
                   INITIALIZE REG-MUNICIP
                   MOVE WZT-MUNICIPIO-PARAM TO WZM-MUNICIPIO
                   MOVE "S" TO WZM-ACTIVO
           END-READ.
           DISPLAY "NOMBRE ....................: " WZM-NOMBRE
               LINE 9 POSITION 5.
           ACCEPT WZM-NOMBRE LINE 9 POSITION 35.
           DISPLAY "NRO DE INSCRIPCION ........: " WZM-INSCRIPCION
               LINE 10 POSITION 5.
           ACCEPT WZM-INSCRIPCION LINE 10 POSITION 35.
           DISPLAY "SUCURSAL EN EL MUNICIPIO ..: " WZM-SUCURSAL
               LINE 11 POSITION 5.
           ACCEPT WZM-SUCURSAL LINE 11 POSITION 35.
           IF WZM-SUC-IMPUE = 0
               MOVE WZM-SUCURSAL TO WZM-SUC-IMPUE
           END-IF.
           DISPLAY "SUCURSAL DE LA TASA (IMPUE): " WZM-SUC-IMPUE
               LINE 12 POSITION 5.
           ACCEPT WZM-SUC-IMPUE LINE 12 POSITION 35.
           DISPLAY "CODIGO DE ACTIVIDAD .......: " WZM-ACTIVIDAD
               LINE 13 POSITION 5.
           ACCEPT WZM-ACTIVIDAD LINE 13 POSITION 35.
           DISPLAY "ACTIVO (S/N) ..............: " WZM-ACTIVO
               LINE 14 POSITION 5.
           ACCEPT WZM-ACTIVO LINE 14 POSITION 35.
           IF WZM-NOMBRE = SPACES OR WZM-SUC-IMPUE = 0
               DISPLAY "FALTA NOMBRE O SUCURSAL DE LA TASA"
                   LINE 22 POSITION 5
               GO TO 2000-MUNICIPIO-EXIT
           END-IF.
           IF WZT-HALLADO = "S"
               REWRITE REG-MUNICIP
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR MUNICIP"
               END-REWRITE
           ELSE
               WRITE REG-MUNICIP
                   INVALID KEY DISPLAY "NO PUDO GRABAR MUNICIP"
               END-WRITE
           END-IF.
           DISPLAY "MUNICIPIO GRABADO" LINE 22 POSITION 5.
       2000-MUNICIPIO-EXIT.
           EXIT.

      *    Un codigo postal por vez; municipio en blanco lo borra.
       2500-COD-POSTAL.
           DISPLAY "CODIGO POSTAL .............: " LINE 8 POSITION 5.
           ACCEPT WZT-COD-POSTAL-PARAM LINE 8 POSITION 35.
           IF WZT-COD-POSTAL-PARAM = SPACES
               GO TO 2500-COD-POSTAL-EXIT
           END-IF.
           MOVE WZT-COD-POSTAL-PARAM TO WZP-COD-POSTAL.
           MOVE "S" TO WZT-HALLADO.
           READ CPMUNI KEY IS WZP-COD-POSTAL
               INVALID KEY
                   MOVE "N"    TO WZT-HALLADO
                   MOVE SPACES TO WZP-MUNICIPIO
           END-READ.
           DISPLAY "MUNICIPIO .................: " WZP-MUNICIPIO
               LINE 9 POSITION 5.
           ACCEPT WZP-MUNICIPIO LINE 9 POSITION 35.
           IF WZP-MUNICIPIO = SPACES
               IF WZT-HALLADO = "S"
                   DELETE CPMUNI RECORD
                       INVALID KEY DISPLAY "NO PUDO BORRAR CPMUNI"
                   END-DELETE
                   DISPLAY "CODIGO POSTAL BORRADO" LINE 22 POSITION 5
               END-IF
               GO TO 2500-COD-POSTAL-EXIT
           END-IF.
           MOVE WZP-MUNICIPIO TO WZM-MUNICIPIO.
           READ MUNICIP KEY IS WZM-MUNICIPIO
               INVALID KEY
                   DISPLAY "MUNICIPIO INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2500-COD-POSTAL-EXIT
           END-READ.
           DISPLAY WZM-NOMBRE LINE 9 POSITION 40.
           IF WZT-HALLADO = "S"
               REWRITE REG-CPMUNI
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CPMUNI"
               END-REWRITE
           ELSE
               WRITE REG-CPMUNI
                   INVALID KEY DISPLAY "NO PUDO GRABAR CPMUNI"
               END-WRITE
           END-IF.
           DISPLAY "CODIGO POSTAL GRABADO" LINE 22 POSITION 5.
       2500-COD-POSTAL-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Declaracion del periodo.
      *----------------------------------------------------------
       3000-DECLARAR.
           DISPLAY "PERIODO (AAAAMM) ..........: " LINE 8 POSITION 5.
           ACCEPT WZT-PERIODO-PARAM LINE 8 POSITION 35.
           DISPLAY "EMPRESA ...................: " LINE 9 POSITION 5.
           ACCEPT WZT-EMPRESA-PARAM LINE 9 POSITION 35.
           IF WZT-PERIODO-PARAM < 190001
               DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 5
               GO TO 3000-DECLARAR-EXIT
           END-IF.
           COMPUTE WZT-DESDE = WZT-PERIODO-PARAM * 100 + 1.
           COMPUTE WZT-HASTA = WZT-PERIODO-PARAM * 100 + 31.
           PERFORM 3100-CARGAR-MUNICIPIOS
               THRU 3100-CARGAR-MUNICIPIOS-EXIT.
           IF WZT-CANT-MUNI = 0
               DISPLAY "NO HAY MUNICIPIOS ACTIVOS" LINE 22 POSITION 5
               GO TO 3000-DECLARAR-EXIT
           END-IF.

      *    Ventas del mes por municipio.
           OPEN INPUT CUENTA.
           OPEN INPUT MOVI.
           PERFORM 3200-VENTA THRU 3200-VENTA-EXIT
               UNTIL NO-HAY-MAS-MOVI.
           CLOSE MOVI.
           CLOSE CUENTA.

      *    Retenciones municipales sufridas del mes.
           OPEN INPUT RETSUF.
           IF WRS-STATUS = "00"
               PERFORM 3400-RETENCION THRU 3400-RETENCION-EXIT
                   UNTIL NO-HAY-MAS-RETSUF
               CLOSE RETSUF
           END-IF.

      *    Alicuota, minimo y saldo de cada municipio.
           OPEN INPUT IMPUE.
           PERFORM 3500-LIQUIDAR THRU 3500-LIQUIDAR-EXIT
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI.
           CLOSE IMPUE.

           PERFORM 3700-BORRAR-PERIODO THRU 3700-BORRAR-PERIODO-EXIT.
           PERFORM 3800-GRABAR THRU 3800-GRABAR-EXIT
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI.
           MOVE "BORRADOR" TO T-ESTADO.
           PERFORM 7000-IMPRIMIR THRU 7000-IMPRIMIR-EXIT.

           DISPLAY "TOTAL A PAGAR ...............: " WZT-TOT-A-PAGAR
               LINE 15 POSITION 5.
           DISPLAY "DECLARACION DEFINITIVA (S/N) : " LINE 17 POSITION 5.
           ACCEPT WZT-DEFINITIVA LINE 17 POSITION 37.
           IF WZT-DEFINITIVA NOT = "S"
               DISPLAY "QUEDA COMO BORRADOR" LINE 22 POSITION 5
               GO TO 3000-DECLARAR-EXIT
           END-IF.
           PERFORM 3900-DEFINITIVA THRU 3900-DEFINITIVA-EXIT.
       3000-DECLARAR-EXIT.
           EXIT.

       3100-CARGAR-MUNICIPIOS.
           MOVE 0      TO WZT-CANT-MUNI.
           MOVE LOW-VALUES TO WZM-MUNICIPIO.
           START MUNICIP KEY IS NOT LESS THAN WZM-MUNICIPIO
               INVALID KEY MOVE "S" TO EOF-MUNICIP
           END-START.
           PERFORM 3110-UN-MUNICIPIO THRU 3110-UN-MUNICIPIO-EXIT
               UNTIL NO-HAY-MAS-MUNICIP.
       3100-CARGAR-MUNICIPIOS-EXIT.
           EXIT.

       3110-UN-MUNICIPIO.
           READ MUNICIP NEXT RECORD
               AT END MOVE "S" TO EOF-MUNICIP
           END-READ.
           IF NO-HAY-MAS-MUNICIP OR NOT WZM-ESTA-ACTIVO
               GO TO 3110-UN-MUNICIPIO-EXIT
           END-IF.
           IF WZT-CANT-MUNI >= 50
               DISPLAY "MAS DE 50 MUNICIPIOS ACTIVOS: " WZM-MUNICIPIO
                   " QUEDA AFUERA"
               GO TO 3110-UN-MUNICIPIO-EXIT
           END-IF.
           ADD 1 TO WZT-CANT-MUNI.
           MOVE WZT-CANT-MUNI TO WZT-IX.
           INITIALIZE WZT-MUNI (WZT-IX).
           MOVE WZM-MUNICIPIO   TO WZT-M-MUNICIPIO (WZT-IX).
           MOVE WZM-NOMBRE      TO WZT-M-NOMBRE (WZT-IX).
           MOVE WZM-INSCRIPCION TO WZT-M-INSCRIPCION (WZT-IX).
           MOVE WZM-SUCURSAL    TO WZT-M-SUCURSAL (WZT-IX).
           MOVE WZM-SUC-IMPUE   TO WZT-M-SUC-IMPUE (WZT-IX).
           MOVE WZM-ACTIVIDAD   TO WZT-M-ACTIVIDAD (WZT-IX).
           MOVE "N"             TO WZT-M-SIN-ALICUOTA (WZT-IX).
       3110-UN-MUNICIPIO-EXIT.
           EXIT.

      *    Ventas (importe positivo) del mes en MOVI.
       3200-VENTA.
           READ MOVI NEXT RECORD
               AT END MOVE "S" TO EOF-MOVI
           END-READ.
           IF NO-HAY-MAS-MOVI
               GO TO 3200-VENTA-EXIT
           END-IF.
           IF WMV-FECHA < WZT-DESDE
              OR WMV-FECHA > WZT-HASTA
              OR WMV-IMPORTE NOT > 0
               GO TO 3200-VENTA-EXIT
           END-IF.
           IF WMV-CUENTA NOT = WZT-CUENTA-ACT
               MOVE WMV-CUENTA TO WZT-CUENTA-ACT
               PERFORM 3300-MUNICIPIO-CUENTA
                   THRU 3300-MUNICIPIO-CUENTA-EXIT
           END-IF.
           IF WZT-MUNI-CUENTA = 0
               ADD WMV-IMPORTE TO WZT-SIN-MUNICIPIO
               GO TO 3200-VENTA-EXIT
           END-IF.
           IF WZT-CUENTA-ENTREGA = "S"
               ADD WMV-IMPORTE
                   TO WZT-M-BASE-ENTREGAS (WZT-MUNI-CUENTA)
           ELSE
               ADD WMV-IMPORTE
                   TO WZT-M-BASE-SUCURSAL (WZT-MUNI-CUENTA)
           END-IF.
       3200-VENTA-EXIT.
           EXIT.

      *    Municipio de la cuenta: el del codigo postal de
      *    entrega si es un municipio activo; si no, el de la
      *    sucursal de la cuenta. Deja la fila en
      *    WZT-MUNI-CUENTA (0 = sin municipio).
       3300-MUNICIPIO-CUENTA.
           MOVE 0   TO WZT-MUNI-CUENTA.
           MOVE "N" TO WZT-CUENTA-ENTREGA.
           MOVE WZT-CUENTA-ACT TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   ADD 1 TO WZT-CTAS-SIN-MUNICIPIO
                   GO TO 3300-MUNICIPIO-CUENTA-EXIT
           END-READ.
           IF WCU-COD-POSTAL NOT = SPACES
               MOVE WCU-COD-POSTAL TO WZP-COD-POSTAL
               READ CPMUNI KEY IS WZP-COD-POSTAL
                   INVALID KEY MOVE SPACES TO WZP-MUNICIPIO
               END-READ
               IF WZP-MUNICIPIO NOT = SPACES
                   MOVE 0 TO WZT-IX-HALLADO
                   PERFORM 3310-COMPARAR-MUNICIPIO
                       VARYING WZT-IX FROM 1 BY 1
                       UNTIL WZT-IX > WZT-CANT-MUNI
                          OR WZT-IX-HALLADO NOT = 0
                   IF WZT-IX-HALLADO NOT = 0
                       MOVE WZT-IX-HALLADO TO WZT-MUNI-CUENTA
                       MOVE "S" TO WZT-CUENTA-ENTREGA
                       GO TO 3300-MUNICIPIO-CUENTA-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WZT-IX-HALLADO.
           PERFORM 3320-COMPARAR-SUCURSAL
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI
                  OR WZT-IX-HALLADO NOT = 0.
           MOVE WZT-IX-HALLADO TO WZT-MUNI-CUENTA.
           IF WZT-MUNI-CUENTA = 0
               ADD 1 TO WZT-CTAS-SIN-MUNICIPIO
           END-IF.
       3300-MUNICIPIO-CUENTA-EXIT.
           EXIT.

       3310-COMPARAR-MUNICIPIO.
           IF WZT-M-MUNICIPIO (WZT-IX) = WZP-MUNICIPIO
               MOVE WZT-IX TO WZT-IX-HALLADO
           END-IF.

       3320-COMPARAR-SUCURSAL.
           IF WZT-M-SUCURSAL (WZT-IX) = WCU-SUC-CTA
              AND WZT-M-SUCURSAL (WZT-IX) NOT = 0
               MOVE WZT-IX TO WZT-IX-HALLADO
           END-IF.

       3400-RETENCION.
           READ RETSUF NEXT RECORD
               AT END MOVE "S" TO EOF-RETSUF
           END-READ.
           IF NO-HAY-MAS-RETSUF
               GO TO 3400-RETENCION-EXIT
           END-IF.
           IF WRS-PERIODO NOT = WZT-PERIODO-PARAM
              OR WRS-IMPUESTO NOT = 4
               GO TO 3400-RETENCION-EXIT
           END-IF.
           MOVE WRS-JURISDICCION TO WZP-MUNICIPIO.
           MOVE 0 TO WZT-IX-HALLADO.
           PERFORM 3310-COMPARAR-MUNICIPIO
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI
                  OR WZT-IX-HALLADO NOT = 0.
           IF WZT-IX-HALLADO = 0
               ADD WRS-IMPORTE TO WZT-RET-SIN-MUNICIPIO
           ELSE
               ADD WRS-IMPORTE
                   TO WZT-M-RETENCIONES (WZT-IX-HALLADO)
           END-IF.
       3400-RETENCION-EXIT.
           EXIT.

      *    Impuesto = base por alicuota, con el minimo de IMPUE
      *    como piso; el saldo negativo es a favor.
       3500-LIQUIDAR.
           MOVE WZT-EMPRESA-PARAM       TO WIM-EMPRESA.
           MOVE WZT-M-SUC-IMPUE (WZT-IX) TO WIM-SUCURSAL.
           MOVE 3                       TO WIM-IMPUESTO.
           MOVE WZT-M-ACTIVIDAD (WZT-IX) TO WIM-ACTIVIDAD.
           READ IMPUE KEY IS WIM-CLAVE
               INVALID KEY
                   MOVE "S" TO WZT-M-SIN-ALICUOTA (WZT-IX)
                   MOVE 0   TO WIM-PORCENTAJE
                   MOVE 0   TO WIM-MINIMO
           END-READ.
           MOVE WIM-PORCENTAJE TO WZT-M-ALICUOTA (WZT-IX).
           MOVE WIM-MINIMO     TO WZT-M-MINIMO (WZT-IX).
           COMPUTE WZT-M-DETERMINADO (WZT-IX) ROUNDED =
               (WZT-M-BASE-ENTREGAS (WZT-IX)
                + WZT-M-BASE-SUCURSAL (WZT-IX))
               * WZT-M-ALICUOTA (WZT-IX) / 100.
           MOVE WZT-M-DETERMINADO (WZT-IX) TO WZT-M-IMPUESTO (WZT-IX).
           IF WZT-M-MINIMO (WZT-IX) > WZT-M-IMPUESTO (WZT-IX)
               MOVE WZT-M-MINIMO (WZT-IX) TO WZT-M-IMPUESTO (WZT-IX)
           END-IF.
           COMPUTE WZT-M-SALDO (WZT-IX) =
               WZT-M-IMPUESTO (WZT-IX) - WZT-M-RETENCIONES (WZT-IX).
       3500-LIQUIDAR-EXIT.
           EXIT.

       3700-BORRAR-PERIODO.
           MOVE WZT-PERIODO-PARAM TO WZD-PERIODO.
           MOVE LOW-VALUES        TO WZD-MUNICIPIO.
           MOVE "N"               TO EOF-DREIDDJJ.
           START DREIDDJJ KEY IS NOT LESS THAN WZD-CLAVE
               INVALID KEY MOVE "S" TO EOF-DREIDDJJ
           END-START.
           PERFORM 3710-BORRAR-UNO THRU 3710-BORRAR-UNO-EXIT
               UNTIL NO-HAY-MAS-DREIDDJJ.
       3700-BORRAR-PERIODO-EXIT.
           EXIT.

       3710-BORRAR-UNO.
           READ DREIDDJJ NEXT RECORD
               AT END MOVE "S" TO EOF-DREIDDJJ
           END-READ.
           IF NO-HAY-MAS-DREIDDJJ
              OR WZD-PERIODO NOT = WZT-PERIODO-PARAM
               MOVE "S" TO EOF-DREIDDJJ
               GO TO 3710-BORRAR-UNO-EXIT
           END-IF.
           DELETE DREIDDJJ RECORD
               INVALID KEY DISPLAY "NO PUDO BORRAR DREIDDJJ"
           END-DELETE.
       3710-BORRAR-UNO-EXIT.
           EXIT.

       3800-GRABAR.
           MOVE WZT-PERIODO-PARAM          TO WZD-PERIODO.
           MOVE WZT-M-MUNICIPIO (WZT-IX)   TO WZD-MUNICIPIO.
           MOVE WZT-EMPRESA-PARAM          TO WZD-EMPRESA.
           MOVE WZT-M-BASE-ENTREGAS (WZT-IX) TO WZD-BASE-ENTREGAS.
           MOVE WZT-M-BASE-SUCURSAL (WZT-IX) TO WZD-BASE-SUCURSAL.
           MOVE WZT-M-ALICUOTA (WZT-IX)    TO WZD-ALICUOTA.
           MOVE WZT-M-DETERMINADO (WZT-IX) TO WZD-DETERMINADO.
           MOVE WZT-M-MINIMO (WZT-IX)      TO WZD-MINIMO.
           MOVE WZT-M-IMPUESTO (WZT-IX)    TO WZD-IMPUESTO.
           MOVE WZT-M-RETENCIONES (WZT-IX) TO WZD-RETENCIONES.
           MOVE WZT-M-SALDO (WZT-IX)       TO WZD-SALDO.
           MOVE WZT-HOY                    TO WZD-FEC-CALCULO.
           MOVE "B"                        TO WZD-ESTADO.
           WRITE REG-DREIDDJJ
               INVALID KEY DISPLAY "NO PUDO GRABAR DREIDDJJ"
           END-WRITE.
       3800-GRABAR-EXIT.
           EXIT.

      *    Definitiva: marca los renglones del periodo y el paso
      *    de la tasa municipal en el checklist de CIERRE.
       3900-DEFINITIVA.
           PERFORM 3910-MARCAR-DEFINITIVA
               THRU 3910-MARCAR-DEFINITIVA-EXIT
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI.
           OPEN I-O CIERREME.
           IF WCI-STATUS NOT = "00"
               DISPLAY "SIN CHECKLIST DE CIERRE: MARCAR EL PASO A MANO"
                   LINE 22 POSITION 5
               GO TO 3900-DEFINITIVA-EXIT
           END-IF.
           MOVE WZT-PERIODO-PARAM TO WCI-PERIODO.
           READ CIERREME KEY IS WCI-PERIODO
               INVALID KEY
                   DISPLAY "PERIODO SIN CHECKLIST EN CIERRE: MARCAR"
                       " EL PASO AL ABRIRLO" LINE 22 POSITION 5
                   CLOSE CIERREME
                   GO TO 3900-DEFINITIVA-EXIT
           END-READ.
           SET WCI-IX TO WZT-PASO-CIERRE.
           IF WCI-PASO-DESCRIP (WCI-IX) = SPACES
               MOVE WZT-PASO-DESCRIP TO WCI-PASO-DESCRIP (WCI-IX)
           END-IF.
           MOVE "S" TO WCI-PASO-HECHO (WCI-IX).
           REWRITE REG-CIERREME
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR CIERREME"
           END-REWRITE.
           CLOSE CIERREME.
           DISPLAY "DECLARACION DEFINITIVA - PASO DE CIERRE MARCADO"
               LINE 22 POSITION 5.
       3900-DEFINITIVA-EXIT.
           EXIT.

       3910-MARCAR-DEFINITIVA.
           MOVE WZT-PERIODO-PARAM        TO WZD-PERIODO.
           MOVE WZT-M-MUNICIPIO (WZT-IX) TO WZD-MUNICIPIO.
           READ DREIDDJJ KEY IS WZD-CLAVE
               INVALID KEY GO TO 3910-MARCAR-DEFINITIVA-EXIT
           END-READ.
           MOVE "D" TO WZD-ESTADO.
           REWRITE REG-DREIDDJJ
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR DREIDDJJ"
           END-REWRITE.
       3910-MARCAR-DEFINITIVA-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reimpresion de lo grabado.
      *----------------------------------------------------------
       6000-REIMPRIMIR.
           DISPLAY "PERIODO (AAAAMM) ..........: " LINE 8 POSITION 5.
           ACCEPT WZT-PERIODO-PARAM LINE 8 POSITION 35.
           MOVE 0   TO WZT-CANT-MUNI.
           MOVE "N" TO WZT-DEFINITIVA.
           MOVE WZT-PERIODO-PARAM TO WZD-PERIODO.
           MOVE LOW-VALUES        TO WZD-MUNICIPIO.
           START DREIDDJJ KEY IS NOT LESS THAN WZD-CLAVE
               INVALID KEY MOVE "S" TO EOF-DREIDDJJ
           END-START.
           PERFORM 6100-UN-RENGLON THRU 6100-UN-RENGLON-EXIT
               UNTIL NO-HAY-MAS-DREIDDJJ.
           IF WZT-CANT-MUNI = 0
               DISPLAY "PERIODO SIN DECLARACION CALCULADA"
                   LINE 22 POSITION 5
               GO TO 6000-REIMPRIMIR-EXIT
           END-IF.
           IF WZT-DEFINITIVA = "S"
               MOVE "DEFINITIVA" TO T-ESTADO
           ELSE
               MOVE "BORRADOR"   TO T-ESTADO
           END-IF.
           PERFORM 7000-IMPRIMIR THRU 7000-IMPRIMIR-EXIT.
       6000-REIMPRIMIR-EXIT.
           EXIT.

       6100-UN-RENGLON.
           READ DREIDDJJ NEXT RECORD
               AT END MOVE "S" TO EOF-DREIDDJJ
           END-READ.
           IF NO-HAY-MAS-DREIDDJJ
              OR WZD-PERIODO NOT = WZT-PERIODO-PARAM
               MOVE "S" TO EOF-DREIDDJJ
               GO TO 6100-UN-RENGLON-EXIT
           END-IF.
           IF WZT-CANT-MUNI >= 50
               GO TO 6100-UN-RENGLON-EXIT
           END-IF.
           ADD 1 TO WZT-CANT-MUNI.
           MOVE WZT-CANT-MUNI TO WZT-IX.
           INITIALIZE WZT-MUNI (WZT-IX).
           MOVE WZD-EMPRESA       TO WZT-EMPRESA-PARAM.
           IF WZD-DEFINITIVA
               MOVE "S" TO WZT-DEFINITIVA
           END-IF.
           MOVE WZD-MUNICIPIO     TO WZT-M-MUNICIPIO (WZT-IX).
           MOVE WZD-BASE-ENTREGAS TO WZT-M-BASE-ENTREGAS (WZT-IX).
           MOVE WZD-BASE-SUCURSAL TO WZT-M-BASE-SUCURSAL (WZT-IX).
           MOVE WZD-ALICUOTA      TO WZT-M-ALICUOTA (WZT-IX).
           MOVE WZD-DETERMINADO   TO WZT-M-DETERMINADO (WZT-IX).
           MOVE WZD-MINIMO        TO WZT-M-MINIMO (WZT-IX).
           MOVE WZD-IMPUESTO      TO WZT-M-IMPUESTO (WZT-IX).
           MOVE WZD-RETENCIONES   TO WZT-M-RETENCIONES (WZT-IX).
           MOVE WZD-SALDO         TO WZT-M-SALDO (WZT-IX).
           MOVE "N"               TO WZT-M-SIN-ALICUOTA (WZT-IX).
           MOVE WZD-MUNICIPIO TO WZM-MUNICIPIO.
           READ MUNICIP KEY IS WZM-MUNICIPIO
               INVALID KEY MOVE SPACES TO WZM-NOMBRE
                                          WZM-INSCRIPCION
                           MOVE 0 TO WZM-ACTIVIDAD
           END-READ.
           MOVE WZM-NOMBRE      TO WZT-M-NOMBRE (WZT-IX).
           MOVE WZM-INSCRIPCION TO WZT-M-INSCRIPCION (WZT-IX).
           MOVE WZM-ACTIVIDAD   TO WZT-M-ACTIVIDAD (WZT-IX).
       6100-UN-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Papel de trabajo por municipio y resumen.
      *----------------------------------------------------------
       7000-IMPRIMIR.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WZT-LISTADO-ABIERTO.
           MOVE WZT-PERIODO-PARAM TO T-PERIODO.
           MOVE WZT-EMPRESA-PARAM TO T-EMPRESA.
           MOVE 0 TO WZT-TOT-IMPUESTO.
           MOVE 0 TO WZT-TOT-RETENCIONES.
           MOVE 0 TO WZT-TOT-A-PAGAR.
           OPEN INPUT RETSUF.
           PERFORM 7100-PAPEL-MUNICIPIO THRU 7100-PAPEL-MUNICIPIO-EXIT
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI.
           IF WRS-STATUS NOT = "35"
               CLOSE RETSUF
           END-IF.

           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CAB-RESUMEN AFTER 2.
           PERFORM 7300-LINEA-RESUMEN
               VARYING WZT-IX FROM 1 BY 1
               UNTIL WZT-IX > WZT-CANT-MUNI.
           MOVE SPACES TO R-NOTA.
           MOVE "TOTAL IMPUESTO ..............................."
               TO R-LEYENDA.
           MOVE WZT-TOT-IMPUESTO TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 2.
           MOVE "TOTAL RETENCIONES SUFRIDAS ..................."
               TO R-LEYENDA.
           MOVE WZT-TOT-RETENCIONES TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE "TOTAL A PAGAR ................................"
               TO R-LEYENDA.
           MOVE WZT-TOT-A-PAGAR TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           IF WZT-SIN-MUNICIPIO NOT = 0
               MOVE "VENTAS SIN MUNICIPIO (CUENTA SIN SUCURSAL)"
                   TO R-LEYENDA
               MOVE WZT-SIN-MUNICIPIO TO R-IMPORTE
               MOVE "REVISAR CPMUNI / MUNICIP" TO R-NOTA
               WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 2
           END-IF.
           IF WZT-RET-SIN-MUNICIPIO NOT = 0
               MOVE "RETENCIONES DE MUNICIPIOS NO ACTIVOS ........"
                   TO R-LEYENDA
               MOVE WZT-RET-SIN-MUNICIPIO TO R-IMPORTE
               MOVE "REVISAR RETSUFRE" TO R-NOTA
               WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1
           END-IF.
       7000-IMPRIMIR-EXIT.
           EXIT.

       7100-PAPEL-MUNICIPIO.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WZT-M-MUNICIPIO (WZT-IX)   TO P-MUNICIPIO.
           MOVE WZT-M-NOMBRE (WZT-IX)      TO P-NOMBRE.
           MOVE WZT-M-INSCRIPCION (WZT-IX) TO P-INSCRIPCION.
           MOVE WZT-M-ACTIVIDAD (WZT-IX)   TO P-ACTIVIDAD.
           WRITE LIN-LISTADO FROM LIN-MUNICIPIO AFTER 2.
           MOVE SPACES TO R-NOTA.
           MOVE "INGRESOS POR ENTREGAS EN EL MUNICIPIO ........"
               TO R-LEYENDA.
           MOVE WZT-M-BASE-ENTREGAS (WZT-IX) TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 2.
           MOVE "INGRESOS DE LA SUCURSAL (OTROS DESTINOS) ....."
               TO R-LEYENDA.
           MOVE WZT-M-BASE-SUCURSAL (WZT-IX) TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE "BASE IMPONIBLE ..............................."
               TO R-LEYENDA.
           COMPUTE R-IMPORTE = WZT-M-BASE-ENTREGAS (WZT-IX)
                             + WZT-M-BASE-SUCURSAL (WZT-IX).
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE WZT-M-ALICUOTA (WZT-IX) TO A-ALICUOTA.
           IF WZT-M-SIN-ALICUOTA (WZT-IX) = "S"
               MOVE "SIN ALICUOTA EN IMPUE" TO A-NOTA
           ELSE
               MOVE SPACES TO A-NOTA
           END-IF.
           WRITE LIN-LISTADO FROM LIN-ALICUOTA AFTER 2.
           MOVE "IMPUESTO DETERMINADO ........................."
               TO R-LEYENDA.
           MOVE WZT-M-DETERMINADO (WZT-IX) TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE "MINIMO DEL MUNICIPIO ........................."
               TO R-LEYENDA.
           MOVE WZT-M-MINIMO (WZT-IX) TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE "IMPUESTO DEL PERIODO ........................."
               TO R-LEYENDA.
           MOVE WZT-M-IMPUESTO (WZT-IX) TO R-IMPORTE.
           IF WZT-M-IMPUESTO (WZT-IX) > WZT-M-DETERMINADO (WZT-IX)
               MOVE "TRIBUTA EL MINIMO" TO R-NOTA
           END-IF.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           MOVE SPACES TO R-NOTA.
           MOVE "RETENCIONES SUFRIDAS:" TO R-LEYENDA.
           MOVE 0 TO R-IMPORTE.
           MOVE 0 TO WZT-CANT-RET-MUNI.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 2.
           IF WRS-STATUS NOT = "35"
               MOVE 0   TO WRS-NUMERO
               MOVE "N" TO EOF-RETSUF
               START RETSUF KEY IS NOT LESS THAN WRS-NUMERO
                   INVALID KEY MOVE "S" TO EOF-RETSUF
               END-START
               PERFORM 7200-CERTIFICADO THRU 7200-CERTIFICADO-EXIT
                   UNTIL NO-HAY-MAS-RETSUF
           END-IF.
           MOVE "TOTAL RETENCIONES ............................"
               TO R-LEYENDA.
           MOVE WZT-M-RETENCIONES (WZT-IX) TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           IF WZT-M-SALDO (WZT-IX) < 0
               MOVE "SALDO A FAVOR ................................"
                   TO R-LEYENDA
               COMPUTE R-IMPORTE = 0 - WZT-M-SALDO (WZT-IX)
           ELSE
               MOVE "SALDO A PAGAR ................................"
                   TO R-LEYENDA
               MOVE WZT-M-SALDO (WZT-IX) TO R-IMPORTE
               ADD WZT-M-SALDO (WZT-IX) TO WZT-TOT-A-PAGAR
           END-IF.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 2.
           ADD WZT-M-IMPUESTO (WZT-IX)    TO WZT-TOT-IMPUESTO.
           ADD WZT-M-RETENCIONES (WZT-IX) TO WZT-TOT-RETENCIONES.
       7100-PAPEL-MUNICIPIO-EXIT.
           EXIT.

       7200-CERTIFICADO.
           READ RETSUF NEXT RECORD
               AT END MOVE "S" TO EOF-RETSUF
           END-READ.
           IF NO-HAY-MAS-RETSUF
               GO TO 7200-CERTIFICADO-EXIT
           END-IF.
           IF WRS-PERIODO NOT = WZT-PERIODO-PARAM
              OR WRS-IMPUESTO NOT = 4
              OR WRS-JURISDICCION NOT = WZT-M-MUNICIPIO (WZT-IX)
               GO TO 7200-CERTIFICADO-EXIT
           END-IF.
           MOVE WRS-FECHA       TO E-FECHA.
           MOVE WRS-CERTIFICADO TO E-CERTIFICADO.
           MOVE WRS-CUENTA      TO E-CUENTA.
           MOVE WRS-NUMERO      TO E-NUMERO.
           MOVE WRS-IMPORTE     TO E-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RETENCION AFTER 1.
           ADD 1 TO WZT-CANT-RET-MUNI.
       7200-CERTIFICADO-EXIT.
           EXIT.

       7300-LINEA-RESUMEN.
           MOVE WZT-M-MUNICIPIO (WZT-IX)   TO S-MUNICIPIO.
           MOVE WZT-M-NOMBRE (WZT-IX)      TO S-NOMBRE.
           COMPUTE S-BASE = WZT-M-BASE-ENTREGAS (WZT-IX)
                          + WZT-M-BASE-SUCURSAL (WZT-IX).
           MOVE WZT-M-IMPUESTO (WZT-IX)    TO S-IMPUESTO.
           MOVE WZT-M-RETENCIONES (WZT-IX) TO S-RETENCIONES.
           MOVE WZT-M-SALDO (WZT-IX)       TO S-SALDO.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 1.

       9999-FINAL.
           CLOSE MUNICIP.
           CLOSE CPMUNI.
           CLOSE DREIDDJJ.
           IF WZT-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
