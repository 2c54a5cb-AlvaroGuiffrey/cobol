       IDENTIFICATION DIVISION.
       PROGRAM-ID.       AJUINFLA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Ajuste por inflacion contable (RT 6): ESTFIN y BALSUMSA
      * dan los estados a valores historicos, que con la
      * inflacion de hoy no le sirven ni al banco ni a los
      * socios. Este programa mantiene:
      *   - INDFACP, el indice mensual de FACPCE por periodo
      *     (modo I, un periodo por vez);
      *   - la clase de cada cuenta de P-CTA a efectos del
      *     ajuste (marca WPC-CLASE-AXI, modo M): M monetaria
      *     (no se ajusta; es la que vale si no se marco nada),
      *     N no monetaria, P patrimonio neto (se reexpresa la
      *     propia cuenta) y C capital (queda al nominal y el
      *     ajuste va a la cuenta Ajuste del capital).
      * Los modos S (simula) y D (definitivo), igual que en
      * CIERREEJ, toman los renglones del DIARIO de la empresa
      * entre el inicio y el cierre del ejercicio y reexpresan
      * cada uno desde su mes de origen con el coeficiente
      * indice del cierre / indice del mes; el saldo de
      * apertura (asiento CIERREEJ con fecha de inicio) se
      * reexpresa desde el mes anterior al inicio. La
      * diferencia de cada cuenta no monetaria es el renglon
      * de ajuste y el neto de todas va al RECPAM. Los asientos
      * se graban con fecha de cierre y origen "AJUSTINF"
      * (mas de uno si no entran en 99 renglones, cada uno
      * cuadrado con su RECPAM) y quedan marcados en DIARIOPO
      * por cierre y empresa para no postear dos veces; tienen
      * que estar antes de que corra CIERREEJ, que lo avisa.
      * Despues se imprime el patrimonial y el de resultados
      * por rubro de MATRIZ, historico al lado de reexpresado.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDFACP   ASSIGN TO "INDFACP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIF-PERIODO
                             FILE STATUS IS WIF-STATUS.
           SELECT PCTAS     ASSIGN TO "P-CTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-CLAVE
                             FILE STATUS IS WPC-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT MATRIZ    ASSIGN TO "MATRIZ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMZ-CLAVE
                             FILE STATUS IS WMZ-STATUS.
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
      *    Indice FACPCE por periodo AAAAMM.
       FD  INDFACP.
       01  REG-INDFACP.
           05  WIF-PERIODO           PIC 9(06).
           05  WIF-INDICE            PIC 9(07)V9999.
           05  WIF-FEC-CARGA         PIC 9(08).

       FD  PCTAS.
       01  REG-PCTAS.
           05  WPC-CLAVE             PIC X(08).
           05  WPC-DESCRIPCION       PIC X(30).
           05  WPC-INTERCOMPANIA     PIC X(01).
           05  WPC-CLASE-AXI         PIC X(01).
               88  WPC-AXI-MONETARIA  VALUE "M" " ".
               88  WPC-AXI-NO-MONET   VALUE "N".
               88  WPC-AXI-PATRIMONIO VALUE "P".
               88  WPC-AXI-CAPITAL    VALUE "C".

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

       FD  MATRIZ.
       01  REG-MATRIZ.
           05  WMZ-CLAVE             PIC X(08).
           05  WMZ-RUBRO             PIC X(04).

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
       77  WPX-COD-LISTADO           PIC X(08) VALUE "AJUINFLA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WIF-STATUS                PIC X(02).
       77  WPC-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WAX-MODO-PARAM            PIC X(01).
       77  WAX-PERIODO-PARAM         PIC 9(06).
       77  WAX-INDICE-PARAM          PIC 9(07)V9999.
       77  WAX-CUENTA-PARAM          PIC X(08).
       77  WAX-CLASE-PARAM           PIC X(01).
       77  WAX-FECHA-INICIO          PIC 9(08).
       77  WAX-FECHA-CIERRE          PIC 9(08).
       77  WAX-CTA-RECPAM            PIC X(08).
       77  WAX-CTA-AJU-CAPITAL       PIC X(08).
       77  WAX-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WAX-HOY                   PIC 9(08).
       77  WAX-ANIO                  PIC 9(04).
       77  WAX-MES                   PIC 9(02).
       77  WAX-PER-BASE              PIC 9(06).
       77  WAX-PER-CIERRE            PIC 9(06).
       77  WAX-PER-BUS               PIC 9(06).
       77  WAX-PER-FALTANTE          PIC 9(06) VALUE 0.
       77  WAX-IND-CIERRE            PIC 9(07)V9999 VALUE 0.
       77  WAX-IND-ORIGEN            PIC 9(07)V9999.
       77  WAX-FALTA-INDICE          PIC X(01) VALUE "N".
       77  WAX-CTA-BUS               PIC X(08).
       77  WAX-SALDO-MOV             PIC S9(13)V99.
       77  WAX-AJUSTE                PIC S9(13)V99.
       77  WAX-RECPAM-ASIENTO        PIC S9(13)V99 VALUE 0.
       77  WAX-RECPAM-TOTAL          PIC S9(13)V99 VALUE 0.
       77  WAX-TOT-HIST              PIC S9(13)V99.
       77  WAX-TOT-REEX              PIC S9(13)V99.
       77  WAX-CANT-CUENTAS          PIC 9(03) COMP VALUE 0.
       77  WAX-CANT-INDICES          PIC 9(02) COMP VALUE 0.
       77  WAX-CANT-RUBROS           PIC 9(03) COMP VALUE 0.
       77  WAX-IX                    PIC 9(03) COMP.
       77  WAX-JX                    PIC 9(03) COMP.
       77  WAX-KX                    PIC 9(03) COMP.
       77  WAX-LX                    PIC 9(03) COMP.
       77  WAX-TOPE                  PIC 9(03) COMP.
       77  WAX-RENGLON               PIC 9(02).
       77  WAX-ASIENTO-ACTUAL        PIC 9(08) VALUE 0.
       77  WAX-CANT-RENGLONES        PIC 9(04) VALUE 0.
       77  WAX-CANT-ASIENTOS         PIC 9(02) VALUE 0.
       77  WAX-YA-POSTEADO           PIC X(01) VALUE "N".
       77  WAX-CLASE-RUBRO           PIC X(01).
       77  EOF-DIARIO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".
       77  EOF-INDFACP               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-INDFACP     VALUE "S".

      *    Saldo historico y reexpresado por cuenta, con su clase
      *    de ajuste y su rubro de MATRIZ.
       01  WAX-TABLA-CUENTAS.
           05  WAX-CTA OCCURS 500 TIMES.
               10  WAX-T-CUENTA      PIC X(08).
               10  WAX-T-CLASE       PIC X(01).
               10  WAX-T-RUBRO       PIC X(04).
               10  WAX-T-HIST        PIC S9(13)V99.
               10  WAX-T-REEX        PIC S9(13)V99.

      *    Indices del mes base al mes de cierre.
       01  WAX-TABLA-INDICES.
           05  WAX-IND OCCURS 36 TIMES.
               10  WAX-I-PERIODO     PIC 9(06).
               10  WAX-I-INDICE      PIC 9(07)V9999.

       01  WAX-TABLA-RUBROS.
           05  WAX-RUB OCCURS 200 TIMES.
               10  WAX-R-RUBRO       PIC X(04).
               10  WAX-R-HIST        PIC S9(13)V99.
               10  WAX-R-REEX        PIC S9(13)V99.

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE "AJUSTE POR INFLACION AL ".
           05  T-FECHA            PIC 9(08).
           05  FILLER             PIC X(03) VALUE " (".
           05  T-MODO             PIC X(10).
           05  FILLER             PIC X(01) VALUE ")".

       01  LIN-ASIENTO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  A-LEYENDA             PIC X(30).
           05  A-ASIENTO             PIC Z(07)9.

       01  LIN-RENGLON.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  R-CUENTA              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-CLASE               PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-HIST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-REEX                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-DEBE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-HABER               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-CAB-RENGLON.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE "CUENTA   CL          HISTORICO  ".
           05  FILLER                PIC X(33)
               VALUE "      REEXPRESADO                ".
           05  FILLER                PIC X(33)
               VALUE "DEBE                HABER        ".

       01  LIN-TIT-ESTADO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  E-LEYENDA             PIC X(30).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE "   HISTORICO         REEXPRESADO".
           05  FILLER                PIC X(20)
               VALUE "          DIFERENCIA".

       01  LIN-RUBRO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  U-RUBRO               PIC X(04).
           05  FILLER                PIC X(32) VALUE SPACES.
           05  U-HIST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  U-REEX                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  U-DIFERENCIA          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  U-TOT-LEYENDA         PIC X(36).
           05  U-TOT-HIST            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  U-TOT-REEX            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       INDFACP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INDFACP.
           DISPLAY "ERROR E/S INDFACP: " WIF-STATUS.
       PCTAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCTAS.
           DISPLAY "ERROR E/S P-CTA: " WPC-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       MATRIZ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MATRIZ.
           DISPLAY "ERROR E/S MATRIZ: " WMZ-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WAX-MODO-PARAM
               WHEN "I"
                   PERFORM 2000-CARGAR-INDICE
                       THRU 2000-CARGAR-INDICE-EXIT
               WHEN "M"
                   PERFORM 2100-CLASIFICAR THRU 2100-CLASIFICAR-EXIT
               WHEN "S"
                   PERFORM 3000-AJUSTAR THRU 3000-AJUSTAR-EXIT
               WHEN "D"
                   PERFORM 3000-AJUSTAR THRU 3000-AJUSTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (I=INDICE M=CLASE CUENTA S=SIMULA "
               LINE 5 POSITION 5.
           DISPLAY "      D=DEFINITIVO) ...............: "
               LINE 6 POSITION 5.
           ACCEPT WAX-MODO-PARAM LINE 6 POSITION 42.
           ACCEPT WAX-HOY FROM DATE YYYYMMDD.
           OPEN I-O INDFACP.
           IF WIF-STATUS = "35"
               CLOSE INDFACP
               OPEN OUTPUT INDFACP
               CLOSE INDFACP
               OPEN I-O INDFACP
           END-IF.
           OPEN I-O PCTAS.

      *    Alta o correccion del indice de un periodo.
       2000-CARGAR-INDICE.
           DISPLAY "PERIODO (AAAAMM) .: " LINE 8 POSITION 5.
           ACCEPT WAX-PERIODO-PARAM LINE 8 POSITION 26.
           DISPLAY "INDICE FACPCE ....: " LINE 9 POSITION 5.
           ACCEPT WAX-INDICE-PARAM LINE 9 POSITION 26.
           IF WAX-INDICE-PARAM = 0
               DISPLAY "INDICE EN CERO - NO SE GRABA"
               GO TO 2000-CARGAR-INDICE-EXIT
           END-IF.
           MOVE WAX-PERIODO-PARAM TO WIF-PERIODO.
           MOVE WAX-INDICE-PARAM  TO WIF-INDICE.
           MOVE WAX-HOY           TO WIF-FEC-CARGA.
           WRITE REG-INDFACP
               INVALID KEY
                   REWRITE REG-INDFACP
                       INVALID KEY DISPLAY "NO PUDO GRABAR INDFACP"
                   END-REWRITE
           END-WRITE.
           DISPLAY "INDICE GRABADO".
       2000-CARGAR-INDICE-EXIT.
           EXIT.

      *    Clase de ajuste de una cuenta de P-CTA.
       2100-CLASIFICAR.
           DISPLAY "CUENTA P-CTA .....: " LINE 8 POSITION 5.
           ACCEPT WAX-CUENTA-PARAM LINE 8 POSITION 26.
           DISPLAY "CLASE (M N P C) ..: " LINE 9 POSITION 5.
           ACCEPT WAX-CLASE-PARAM LINE 9 POSITION 26.
           IF WAX-CLASE-PARAM NOT = "M" AND NOT = "N"
                              AND NOT = "P" AND NOT = "C"
               DISPLAY "CLASE INVALIDA"
               GO TO 2100-CLASIFICAR-EXIT
           END-IF.
           MOVE WAX-CUENTA-PARAM TO WPC-CLAVE.
           READ PCTAS KEY IS WPC-CLAVE
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE EN P-CTA"
                   GO TO 2100-CLASIFICAR-EXIT
           END-READ.
           MOVE WAX-CLASE-PARAM TO WPC-CLASE-AXI.
           REWRITE REG-PCTAS
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR P-CTA"
           END-REWRITE.
           DISPLAY "CLASE GRABADA".
       2100-CLASIFICAR-EXIT.
           EXIT.

      *    Reexpresion del ejercicio, asientos y estados.
       3000-AJUSTAR.
           DISPLAY "INICIO EJERCICIO (AAAAMMDD) : " LINE 8 POSITION 5.
           ACCEPT WAX-FECHA-INICIO LINE 8 POSITION 36.
           DISPLAY "CIERRE EJERCICIO (AAAAMMDD) : " LINE 9 POSITION 5.
           ACCEPT WAX-FECHA-CIERRE LINE 9 POSITION 36.
           DISPLAY "CUENTA RECPAM ..............: "
               LINE 10 POSITION 5.
           ACCEPT WAX-CTA-RECPAM LINE 10 POSITION 36.
           DISPLAY "CUENTA AJUSTE DEL CAPITAL ..: "
               LINE 11 POSITION 5.
           ACCEPT WAX-CTA-AJU-CAPITAL LINE 11 POSITION 36.
           DISPLAY "EMPRESA ....................: "
               LINE 12 POSITION 5.
           ACCEPT WAX-EMPRESA-PARAM LINE 12 POSITION 36.
           IF WAX-FECHA-INICIO = 0
              OR WAX-FECHA-CIERRE NOT > WAX-FECHA-INICIO
               DISPLAY "FECHAS DE EJERCICIO INVALIDAS"
               GO TO 3000-AJUSTAR-EXIT
           END-IF.
           IF WAX-CTA-RECPAM = SPACES
               DISPLAY "FALTA LA CUENTA RECPAM"
               GO TO 3000-AJUSTAR-EXIT
           END-IF.
      *    Mes base: el anterior al inicio del ejercicio.
           DIVIDE WAX-FECHA-CIERRE BY 100 GIVING WAX-PER-CIERRE.
           DIVIDE WAX-FECHA-INICIO BY 100 GIVING WAX-PER-BASE.
           DIVIDE WAX-PER-BASE BY 100 GIVING WAX-ANIO
               REMAINDER WAX-MES.
           IF WAX-MES = 1
               COMPUTE WAX-PER-BASE = (WAX-ANIO - 1) * 100 + 12
           ELSE
               SUBTRACT 1 FROM WAX-PER-BASE
           END-IF.
           PERFORM 3100-CARGAR-INDICES THRU 3100-CARGAR-INDICES-EXIT.
           MOVE WAX-PER-CIERRE TO WAX-PER-BUS.
           PERFORM 4200-BUSCAR-INDICE.
           MOVE WAX-IND-ORIGEN TO WAX-IND-CIERRE.
           IF WAX-IND-CIERRE = 0
               DISPLAY "FALTA EL INDICE DEL MES DE CIERRE "
                   WAX-PER-CIERRE
               GO TO 3000-AJUSTAR-EXIT
           END-IF.

           OPEN I-O DIARIOPO.
           IF WDO-STATUS = "35"
               CLOSE DIARIOPO
               OPEN OUTPUT DIARIOPO
               CLOSE DIARIOPO
               OPEN I-O DIARIOPO
           END-IF.
           PERFORM 3200-ARMAR-MARCA.
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY MOVE "N" TO WAX-YA-POSTEADO
               NOT INVALID KEY MOVE "S" TO WAX-YA-POSTEADO
           END-READ.
           IF WAX-YA-POSTEADO = "S" AND WAX-MODO-PARAM = "D"
               DISPLAY "AJUSTE YA CONTABILIZADO PARA ESTE CIERRE"
               CLOSE DIARIOPO
               GO TO 3000-AJUSTAR-EXIT
           END-IF.

           OPEN I-O DIARIO.
           OPEN INPUT MATRIZ.
           OPEN I-O NUMERO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WAX-FECHA-CIERRE TO T-FECHA.
           IF WAX-MODO-PARAM = "S"
               MOVE "SIMULACION" TO T-MODO
           ELSE
               MOVE "DEFINITIVO" TO T-MODO
           END-IF.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.

           MOVE 0 TO WDI-ASIENTO.
           MOVE 0 TO WDI-RENGLON.
           START DIARIO KEY IS NOT LESS THAN WDI-CLAVE
               INVALID KEY MOVE "S" TO EOF-DIARIO
           END-START.
           PERFORM 4000-REEXPRESAR THRU 4000-REEXPRESAR-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           IF WAX-FALTA-INDICE = "S"
               DISPLAY "FALTAN INDICES - NO SE GENERA EL AJUSTE"
               MOVE "FALTAN INDICES FACPCE" TO A-LEYENDA
               MOVE 0 TO A-ASIENTO
               WRITE LIN-LISTADO FROM LIN-ASIENTO AFTER 2
               GO TO 3000-AJUSTAR-CERRAR
           END-IF.

           PERFORM 5000-ASIENTOS THRU 5000-ASIENTOS-EXIT.
           IF WAX-MODO-PARAM = "D"
               PERFORM 3200-ARMAR-MARCA
               MOVE WAX-RECPAM-TOTAL TO WDO-IMPORTE-POSTEADO
               WRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
               END-WRITE
           END-IF.
           PERFORM 6000-ESTADOS.
           DISPLAY "RECPAM DEL EJERCICIO ..: " WAX-RECPAM-TOTAL.
           DISPLAY "RENGLONES GENERADOS ...: " WAX-CANT-RENGLONES.
           IF WAX-MODO-PARAM = "S"
               DISPLAY "SIMULACION - NO SE GRABO NADA"
           END-IF.
       3000-AJUSTAR-CERRAR.
           CLOSE DIARIO.
           CLOSE MATRIZ.
           CLOSE NUMERO.
           CLOSE DIARIOPO.
           CLOSE LISTADO.
       3000-AJUSTAR-EXIT.
           EXIT.

       3100-CARGAR-INDICES.
           MOVE 0 TO WAX-CANT-INDICES.
           MOVE WAX-PER-BASE TO WIF-PERIODO.
           START INDFACP KEY IS NOT LESS THAN WIF-PERIODO
               INVALID KEY GO TO 3100-CARGAR-INDICES-EXIT
           END-START.
           MOVE "N" TO EOF-INDFACP.
           PERFORM 3110-UN-INDICE THRU 3110-UN-INDICE-EXIT
               UNTIL NO-HAY-MAS-INDFACP.
       3100-CARGAR-INDICES-EXIT.
           EXIT.

       3110-UN-INDICE.
           READ INDFACP NEXT RECORD
               AT END MOVE "S" TO EOF-INDFACP
           END-READ.
           IF NO-HAY-MAS-INDFACP
               GO TO 3110-UN-INDICE-EXIT
           END-IF.
           IF WIF-PERIODO > WAX-PER-CIERRE OR WAX-CANT-INDICES = 36
               MOVE "S" TO EOF-INDFACP
               GO TO 3110-UN-INDICE-EXIT
           END-IF.
           ADD 1 TO WAX-CANT-INDICES.
           MOVE WIF-PERIODO TO WAX-I-PERIODO (WAX-CANT-INDICES).
           MOVE WIF-INDICE  TO WAX-I-INDICE (WAX-CANT-INDICES).
       3110-UN-INDICE-EXIT.
           EXIT.

      *    Marca de posteo: origen "AJUSTINF", cierre y empresa.
       3200-ARMAR-MARCA.
           MOVE "AJUSTINF"        TO WDO-ORIGEN.
           MOVE SPACES            TO WDO-CLAVE-ORIGEN.
           MOVE WAX-FECHA-CIERRE  TO WDO-CLAVE-ORIGEN (1:8).
           MOVE WAX-EMPRESA-PARAM TO WDO-CLAVE-ORIGEN (9:4).

      *    Cada renglon del ejercicio suma a su cuenta en
      *    historico y, si la cuenta no es monetaria, en
      *    reexpresado desde su mes. Quedan afuera los asientos
      *    de ajuste y de cierre de esta misma fecha de cierre.
       4000-REEXPRESAR.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
           IF NO-HAY-MAS-DIARIO
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           IF WDI-EMPRESA NOT = WAX-EMPRESA-PARAM
              OR WDI-FECHA < WAX-FECHA-INICIO
              OR WDI-FECHA > WAX-FECHA-CIERRE
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           IF WDI-FECHA = WAX-FECHA-CIERRE
              AND (WDI-ORIGEN = "AJUSTINF" OR WDI-ORIGEN = "CIERREEJ")
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WAX-CTA-BUS.
           PERFORM 4100-BUSCAR-CUENTA THRU 4100-BUSCAR-CUENTA-EXIT.
           IF WAX-IX = 0
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           COMPUTE WAX-SALDO-MOV = WDI-DEBE - WDI-HABER.
           ADD WAX-SALDO-MOV TO WAX-T-HIST (WAX-IX).
           IF WAX-T-CLASE (WAX-IX) = "M"
               ADD WAX-SALDO-MOV TO WAX-T-REEX (WAX-IX)
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           IF WDI-ORIGEN = "CIERREEJ" AND WDI-FECHA = WAX-FECHA-INICIO
               MOVE WAX-PER-BASE TO WAX-PER-BUS
           ELSE
               DIVIDE WDI-FECHA BY 100 GIVING WAX-PER-BUS
           END-IF.
           PERFORM 4200-BUSCAR-INDICE.
           IF WAX-IND-ORIGEN = 0
               MOVE "S" TO WAX-FALTA-INDICE
               IF WAX-PER-BUS NOT = WAX-PER-FALTANTE
                   DISPLAY "FALTA INDICE FACPCE " WAX-PER-BUS
                   MOVE WAX-PER-BUS TO WAX-PER-FALTANTE
               END-IF
               GO TO 4000-REEXPRESAR-EXIT
           END-IF.
           COMPUTE WAX-T-REEX (WAX-IX) ROUNDED =
               WAX-T-REEX (WAX-IX)
             + WAX-SALDO-MOV * WAX-IND-CIERRE / WAX-IND-ORIGEN.
       4000-REEXPRESAR-EXIT.
           EXIT.

      *    Ubica la cuenta WAX-CTA-BUS en la tabla (la da de alta
      *    con su clase y su rubro si es nueva); deja WAX-IX.
       4100-BUSCAR-CUENTA.
           MOVE 0 TO WAX-IX.
           PERFORM 4110-COMPARAR-CUENTA
               VARYING WAX-LX FROM 1 BY 1
               UNTIL WAX-LX > WAX-CANT-CUENTAS OR WAX-IX NOT = 0.
           IF WAX-IX NOT = 0
               GO TO 4100-BUSCAR-CUENTA-EXIT
           END-IF.
           IF WAX-CANT-CUENTAS >= 500
               DISPLAY "TABLA DE CUENTAS LLENA"
               GO TO 4100-BUSCAR-CUENTA-EXIT
           END-IF.
           ADD 1 TO WAX-CANT-CUENTAS.
           MOVE WAX-CANT-CUENTAS TO WAX-IX.
           MOVE WAX-CTA-BUS      TO WAX-T-CUENTA (WAX-IX).
           MOVE 0                TO WAX-T-HIST (WAX-IX)
                                    WAX-T-REEX (WAX-IX).
           MOVE WAX-CTA-BUS TO WPC-CLAVE.
           READ PCTAS KEY IS WPC-CLAVE
               INVALID KEY MOVE "M" TO WPC-CLASE-AXI
           END-READ.
           IF WPC-AXI-MONETARIA
               MOVE "M" TO WAX-T-CLASE (WAX-IX)
           ELSE
               MOVE WPC-CLASE-AXI TO WAX-T-CLASE (WAX-IX)
           END-IF.
           MOVE WAX-CTA-BUS TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY MOVE "????" TO WMZ-RUBRO
           END-READ.
           MOVE WMZ-RUBRO TO WAX-T-RUBRO (WAX-IX).
       4100-BUSCAR-CUENTA-EXIT.
           EXIT.

       4110-COMPARAR-CUENTA.
           IF WAX-T-CUENTA (WAX-LX) = WAX-CTA-BUS
               MOVE WAX-LX TO WAX-IX
           END-IF.

      *    Indice del periodo WAX-PER-BUS (cero si no esta).
       4200-BUSCAR-INDICE.
           MOVE 0 TO WAX-IND-ORIGEN.
           PERFORM 4210-COMPARAR-INDICE
               VARYING WAX-KX FROM 1 BY 1
               UNTIL WAX-KX > WAX-CANT-INDICES
                  OR WAX-IND-ORIGEN NOT = 0.

       4210-COMPARAR-INDICE.
           IF WAX-I-PERIODO (WAX-KX) = WAX-PER-BUS
               MOVE WAX-I-INDICE (WAX-KX) TO WAX-IND-ORIGEN
           END-IF.

      *    Asientos de ajuste: un renglon por cuenta con
      *    diferencia entre reexpresado e historico, contra
      *    RECPAM. Las cuentas de capital quedan al nominal y su
      *    diferencia va a Ajuste del capital. Si no entra en un
      *    asiento se corta a los 98 renglones con su RECPAM.
       5000-ASIENTOS.
           WRITE LIN-LISTADO FROM LIN-CAB-RENGLON AFTER 2.
           PERFORM 5100-ABRIR-ASIENTO.
      *    Las cuentas RECPAM y Ajuste del capital que se agregan
      *    a la tabla durante el asiento no llevan renglon propio.
           MOVE WAX-CANT-CUENTAS TO WAX-TOPE.
           PERFORM 5200-RENGLON-CUENTA THRU 5200-RENGLON-CUENTA-EXIT
               VARYING WAX-JX FROM 1 BY 1
               UNTIL WAX-JX > WAX-TOPE.
           PERFORM 5300-CERRAR-ASIENTO THRU 5300-CERRAR-ASIENTO-EXIT.
       5000-ASIENTOS-EXIT.
           EXIT.

       5100-ABRIR-ASIENTO.
           ADD 1 TO WAX-CANT-ASIENTOS.
           MOVE 0 TO WAX-RENGLON.
           MOVE 0 TO WAX-RECPAM-ASIENTO.
           IF WAX-MODO-PARAM = "S"
               ADD 1 TO WAX-ASIENTO-ACTUAL
           ELSE
               MOVE "ASIENTO " TO WNU-TIPO-COMP
               READ NUMERO KEY IS WNU-TIPO-COMP
                   INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
               END-READ
               ADD 1 TO WNU-ULTIMO-NUMERO
               REWRITE REG-NUMERO
                   INVALID KEY
                       WRITE REG-NUMERO
                           INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                       END-WRITE
               END-REWRITE
               MOVE WNU-ULTIMO-NUMERO TO WAX-ASIENTO-ACTUAL
           END-IF.
           MOVE "ASIENTO DE AJUSTE NRO. " TO A-LEYENDA.
           MOVE WAX-ASIENTO-ACTUAL TO A-ASIENTO.
           WRITE LIN-LISTADO FROM LIN-ASIENTO AFTER 2.

       5200-RENGLON-CUENTA.
           IF WAX-T-CLASE (WAX-JX) = "M"
               GO TO 5200-RENGLON-CUENTA-EXIT
           END-IF.
           COMPUTE WAX-AJUSTE = WAX-T-REEX (WAX-JX)
                              - WAX-T-HIST (WAX-JX).
           IF WAX-AJUSTE = 0
               GO TO 5200-RENGLON-CUENTA-EXIT
           END-IF.
           IF WAX-RENGLON >= 98
               PERFORM 5300-CERRAR-ASIENTO THRU 5300-CERRAR-ASIENTO-EXIT
               PERFORM 5100-ABRIR-ASIENTO
           END-IF.
           MOVE WAX-T-CLASE (WAX-JX) TO R-CLASE.
           MOVE WAX-T-HIST (WAX-JX)  TO R-HIST.
           MOVE WAX-T-REEX (WAX-JX)  TO R-REEX.
           IF WAX-T-CLASE (WAX-JX) = "C"
      *        El capital sigue al nominal en los estados.
               MOVE WAX-T-HIST (WAX-JX) TO WAX-T-REEX (WAX-JX)
               MOVE WAX-CTA-AJU-CAPITAL TO WDI-CUENTA-PCTA
           ELSE
               MOVE WAX-T-CUENTA (WAX-JX) TO WDI-CUENTA-PCTA
           END-IF.
           PERFORM 5400-IMPORTES.
           PERFORM 5500-GRABAR-RENGLON.
           ADD WAX-AJUSTE TO WAX-RECPAM-ASIENTO.
           IF WAX-T-CLASE (WAX-JX) = "C"
               MOVE WAX-CTA-AJU-CAPITAL TO WAX-CTA-BUS
               PERFORM 5600-SUMAR-REEXPRESADO
           END-IF.
       5200-RENGLON-CUENTA-EXIT.
           EXIT.

      *    Contrapartida RECPAM del asiento abierto.
       5300-CERRAR-ASIENTO.
           IF WAX-RECPAM-ASIENTO = 0
               GO TO 5300-CERRAR-ASIENTO-EXIT
           END-IF.
           COMPUTE WAX-AJUSTE = 0 - WAX-RECPAM-ASIENTO.
           MOVE WAX-CTA-RECPAM TO WDI-CUENTA-PCTA.
           MOVE "R" TO R-CLASE.
           MOVE 0   TO R-HIST R-REEX.
           PERFORM 5400-IMPORTES.
           PERFORM 5500-GRABAR-RENGLON.
           ADD WAX-AJUSTE TO WAX-RECPAM-TOTAL.
           MOVE WAX-CTA-RECPAM TO WAX-CTA-BUS.
           PERFORM 5600-SUMAR-REEXPRESADO.
       5300-CERRAR-ASIENTO-EXIT.
           EXIT.

       5400-IMPORTES.
           IF WAX-AJUSTE > 0
               MOVE WAX-AJUSTE TO WDI-DEBE
               MOVE 0          TO WDI-HABER
           ELSE
               MOVE 0 TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WAX-AJUSTE
           END-IF.

      *    Graba (o solo lista, en simulacion) el renglon armado
      *    en REG-DIARIO.
       5500-GRABAR-RENGLON.
           ADD 1 TO WAX-RENGLON.
           MOVE WAX-ASIENTO-ACTUAL TO WDI-ASIENTO.
           MOVE WAX-RENGLON        TO WDI-RENGLON.
           MOVE WAX-FECHA-CIERRE   TO WDI-FECHA.
           MOVE "AJUSTINF"         TO WDI-ORIGEN.
           MOVE WAX-FECHA-CIERRE   TO WDI-REFERENCIA.
           MOVE SPACES             TO WDI-CCOSTO.
           MOVE WAX-EMPRESA-PARAM  TO WDI-EMPRESA.
           MOVE WDI-CUENTA-PCTA    TO R-CUENTA.
           MOVE WDI-DEBE           TO R-DEBE.
           MOVE WDI-HABER          TO R-HABER.
           WRITE LIN-LISTADO FROM LIN-RENGLON AFTER 1.
           ADD 1 TO WAX-CANT-RENGLONES.
           IF WAX-MODO-PARAM NOT = "S"
               WRITE REG-DIARIO
                   INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
               END-WRITE
           END-IF.

      *    El ajuste que cae en Ajuste del capital o en RECPAM
      *    suma al reexpresado de esa cuenta para los estados.
       5600-SUMAR-REEXPRESADO.
           PERFORM 4100-BUSCAR-CUENTA THRU 4100-BUSCAR-CUENTA-EXIT.
           IF WAX-IX NOT = 0
               ADD WAX-AJUSTE TO WAX-T-REEX (WAX-IX)
           END-IF.

      *    Estados por rubro, historico al lado de reexpresado.
       6000-ESTADOS.
           MOVE 0 TO WAX-CANT-RUBROS.
           PERFORM 6100-RUBRO-CUENTA THRU 6100-RUBRO-CUENTA-EXIT
               VARYING WAX-JX FROM 1 BY 1
               UNTIL WAX-JX > WAX-CANT-CUENTAS.
           MOVE "P" TO WAX-CLASE-RUBRO.
           MOVE "ESTADO PATRIMONIAL" TO E-LEYENDA.
           MOVE "TOTAL PATRIMONIAL ...........:" TO U-TOT-LEYENDA.
           PERFORM 6200-UN-ESTADO.
           MOVE "R" TO WAX-CLASE-RUBRO.
           MOVE "ESTADO DE RESULTADOS" TO E-LEYENDA.
           MOVE "RESULTADO DEL EJERCICIO .....:" TO U-TOT-LEYENDA.
           PERFORM 6200-UN-ESTADO.

       6100-RUBRO-CUENTA.
           MOVE 0 TO WAX-IX.
           PERFORM 6110-COMPARAR-RUBRO
               VARYING WAX-KX FROM 1 BY 1
               UNTIL WAX-KX > WAX-CANT-RUBROS OR WAX-IX NOT = 0.
           IF WAX-IX = 0
               IF WAX-CANT-RUBROS >= 200
                   DISPLAY "TABLA DE RUBROS LLENA"
                   GO TO 6100-RUBRO-CUENTA-EXIT
               END-IF
               ADD 1 TO WAX-CANT-RUBROS
               MOVE WAX-CANT-RUBROS TO WAX-IX
               MOVE WAX-T-RUBRO (WAX-JX) TO WAX-R-RUBRO (WAX-IX)
               MOVE 0 TO WAX-R-HIST (WAX-IX) WAX-R-REEX (WAX-IX)
           END-IF.
           ADD WAX-T-HIST (WAX-JX) TO WAX-R-HIST (WAX-IX).
           ADD WAX-T-REEX (WAX-JX) TO WAX-R-REEX (WAX-IX).
       6100-RUBRO-CUENTA-EXIT.
           EXIT.

       6110-COMPARAR-RUBRO.
           IF WAX-R-RUBRO (WAX-KX) = WAX-T-RUBRO (WAX-JX)
               MOVE WAX-KX TO WAX-IX
           END-IF.

       6200-UN-ESTADO.
           MOVE 0 TO WAX-TOT-HIST WAX-TOT-REEX.
           WRITE LIN-LISTADO FROM LIN-TIT-ESTADO AFTER 3.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO AFTER 1.
           PERFORM 6210-LINEA-RUBRO THRU 6210-LINEA-RUBRO-EXIT
               VARYING WAX-KX FROM 1 BY 1
               UNTIL WAX-KX > WAX-CANT-RUBROS.
           MOVE WAX-TOT-HIST TO U-TOT-HIST.
           MOVE WAX-TOT-REEX TO U-TOT-REEX.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.

       6210-LINEA-RUBRO.
           IF WAX-CLASE-RUBRO = "R"
               IF WAX-R-RUBRO (WAX-KX) (1:1) NOT = "R"
                   GO TO 6210-LINEA-RUBRO-EXIT
               END-IF
           ELSE
               IF WAX-R-RUBRO (WAX-KX) (1:1) = "R"
                   GO TO 6210-LINEA-RUBRO-EXIT
               END-IF
           END-IF.
           MOVE WAX-R-RUBRO (WAX-KX) TO U-RUBRO.
           MOVE WAX-R-HIST (WAX-KX)  TO U-HIST.
           MOVE WAX-R-REEX (WAX-KX)  TO U-REEX.
           COMPUTE U-DIFERENCIA = WAX-R-REEX (WAX-KX)
                                - WAX-R-HIST (WAX-KX).
           WRITE LIN-LISTADO FROM LIN-RUBRO AFTER 1.
           ADD WAX-R-HIST (WAX-KX) TO WAX-TOT-HIST.
           ADD WAX-R-REEX (WAX-KX) TO WAX-TOT-REEX.
       6210-LINEA-RUBRO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE INDFACP.
           CLOSE PCTAS.
       9999-FINAL-EXIT.
           EXIT.
