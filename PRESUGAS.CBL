       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PRESUGAS.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Presupuesto anual de gastos por centro de costo y cuenta
      * de P-CTA: PRESUVTA da el plan de ventas y CCOSPYG el
      * resultado real por centro, pero el gasto no tenia contra
      * que compararse y el desborde de reparto o de frio se
      * veia recien al cierre del ejercicio.
      * PRESUGAS guarda por anio + empresa + centro + cuenta el
      * importe presupuestado de cada uno de los doce meses.
      * Modo A carga/corrige los doce meses de una combinacion
      * (el centro tiene que existir en CCOSTO y la cuenta ser
      * de resultado, rubro "R..." en la MATRIZ como CCOSPYG).
      * Modo C arma el anio copiando el gasto real del anio
      * anterior desde DIARIO (debe menos haber de las cuentas
      * de resultado con centro estampado) mas un porcentaje de
      * ajuste; las cuentas que en el anio dieron saldo
      * acreedor (ingresos) no se copian. Lo que ya se cargo o
      * corrigio a mano (origen M) no se pisa; lo copiado antes
      * (origen C) se rehace.
      * Modo L emite el control mensual: por centro y cuenta el
      * presupuesto, el real del DIARIO y el desvio del mes y
      * acumulado del anio hasta el mes, con total por centro.
      * Los renglones cuyo desvio acumulado supera la tolerancia
      * pedida salen marcados y al final se listan los diez
      * mayores excesos del anio. El gasto sin centro estampado
      * sale como "---", igual que en CCOSPYG.
      * FACPROV avisa al cargar una factura de proveedor que
      * haria pasar el presupuesto del mes de su centro
      * (PRESGCHK).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUGAS  ASSIGN TO "PRESUGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGT-CLAVE
                             FILE STATUS IS WGT-STATUS.
           SELECT PRESGTRB  ASSIGN TO "PRESGTRB"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGZ-CLAVE
                             FILE STATUS IS WGZ-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT MATRIZ    ASSIGN TO "MATRIZ"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMZ-CLAVE
                             FILE STATUS IS WMZ-STATUS.
           SELECT CCOSTO    ASSIGN TO "CCOSTO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCC-CODIGO
                             FILE STATUS IS WCC-STATUS.
           SELECT PCTAS     ASSIGN TO "P-CTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPC-CLAVE
                             FILE STATUS IS WPC-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUGAS.
       01  REG-PRESUGAS.
           05  WGT-CLAVE.
               10  WGT-ANIO          PIC 9(04).
               10  WGT-EMPRESA       PIC 9(04).
               10  WGT-CCOSTO        PIC X(03).
               10  WGT-CUENTA        PIC X(08).
           05  WGT-IMPORTE           PIC S9(11)V99 OCCURS 12 TIMES.
           05  WGT-ORIGEN            PIC X(01).
               88  WGT-ES-MANUAL      VALUE "M".
               88  WGT-ES-COPIA       VALUE "C".
           05  WGT-FEC-CARGA         PIC 9(08).

      *    Trabajo del listado: presupuesto y real del mes y
      *    acumulados por centro + cuenta.
       FD  PRESGTRB.
       01  REG-PRESGTRB.
           05  WGZ-CLAVE.
               10  WGZ-CCOSTO        PIC X(03).
               10  WGZ-CUENTA        PIC X(08).
           05  WGZ-PRE-MES           PIC S9(11)V99.
           05  WGZ-REAL-MES          PIC S9(11)V99.
           05  WGZ-PRE-ACUM          PIC S9(11)V99.
           05  WGZ-REAL-ACUM         PIC S9(11)V99.

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

       FD  CCOSTO.
       01  REG-CCOSTO.
           05  WCC-CODIGO            PIC X(03).
           05  WCC-DESCRIPCION       PIC X(20).

       FD  PCTAS.
       01  REG-PCTAS.
           05  WPC-CLAVE             PIC X(08).
           05  WPC-DESCRIPCION       PIC X(30).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "PRESUGAS".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WGT-STATUS                PIC X(02).
       77  WGZ-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WCC-STATUS                PIC X(02).
       77  WPC-STATUS                PIC X(02).
       77  WGU-MODO-PARAM            PIC X(01).
       77  WGU-ANIO-PARAM            PIC 9(04).
       77  WGU-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WGU-CCOSTO-PARAM          PIC X(03).
       77  WGU-CUENTA-PARAM          PIC X(08).
       77  WGU-PERIODO-PARAM         PIC 9(06).
       77  WGU-MES-PARAM             PIC 9(02).
       77  WGU-PORCENTAJE            PIC S9(03)V99 VALUE 0.
       77  WGU-TOLERANCIA            PIC 9(03)V99 VALUE 10.
       77  WGU-CONFIRMA              PIC X(01).
       77  WGU-HALLADO               PIC X(01).
       77  WGU-HOY                   PIC 9(08).
       77  WGU-ANIO-ORIGEN           PIC 9(04).
       77  WGU-ANIO-MOV              PIC 9(04).
       77  WGU-MES-MOV               PIC 9(02).
       77  WGU-MES                   PIC 9(02).
       77  WGU-LINEA                 PIC 9(02).
       77  WGU-IMPORTE               PIC S9(11)V99.
       77  WGU-TOTAL-ANIO            PIC S9(13)V99.
       77  WGU-DESVIO-MES            PIC S9(11)V99.
       77  WGU-DESVIO-ACUM           PIC S9(11)V99.
       77  WGU-PORC-DESVIO           PIC S9(05)V99.
       77  WGU-CCOSTO-CORTE          PIC X(03) VALUE HIGH-VALUES.
       77  WGU-CANT-BORRADOS         PIC 9(06) VALUE 0.
       77  WGU-CANT-COPIADOS         PIC 9(06) VALUE 0.
       77  WGU-CANT-RESALTADOS       PIC 9(04) VALUE 0.
       77  WGU-CANT-DESVIOS          PIC 9(02) VALUE 0.
       77  WGU-IX                    PIC 9(02).
       77  WGU-JX                    PIC 9(02).
       77  WGU-MENOR                 PIC 9(02).
       77  WGU-MAYOR                 PIC 9(02).
       77  WGU-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WGU-RANGO                 PIC 9(02).
       77  EOF-PRESUGAS               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRESUGAS    VALUE "S".
       77  EOF-PRESGTRB               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRESGTRB    VALUE "S".
       77  EOF-DIARIO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".

      *    Totales del centro en curso y generales del listado.
       01  WGU-TOTALES.
           05  WGU-CC-PRE-MES        PIC S9(13)V99.
           05  WGU-CC-REAL-MES       PIC S9(13)V99.
           05  WGU-CC-PRE-ACUM       PIC S9(13)V99.
           05  WGU-CC-REAL-ACUM      PIC S9(13)V99.
           05  WGU-TG-PRE-MES        PIC S9(13)V99.
           05  WGU-TG-REAL-MES       PIC S9(13)V99.
           05  WGU-TG-PRE-ACUM       PIC S9(13)V99.
           05  WGU-TG-REAL-ACUM      PIC S9(13)V99.

      *    Los diez mayores excesos acumulados del anio.
       01  WGU-TABLA-DESVIOS.
           05  WGU-DSV OCCURS 10 TIMES.
               10  WGU-T-CCOSTO      PIC X(03).
               10  WGU-T-CUENTA      PIC X(08).
               10  WGU-T-PRE-ACUM    PIC S9(11)V99.
               10  WGU-T-REAL-ACUM   PIC S9(11)V99.
               10  WGU-T-DESVIO      PIC S9(11)V99.
               10  WGU-T-IMPRESO     PIC X(01).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(42)
               VALUE "PRESUPUESTO DE GASTOS - CONTROL PERIODO ".
           05  T-PERIODO          PIC 9(06).
           05  FILLER             PIC X(06) VALUE "  EMP ".
           05  T-EMPRESA          PIC 9(04).
           05  FILLER             PIC X(14) VALUE "  TOLERANCIA ".
           05  T-TOLERANCIA       PIC ZZ9.99.
           05  FILLER             PIC X(02) VALUE " %".

       01  LIN-CENTRO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "CENTRO ".
           05  C-CCOSTO              PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  C-DESCRIPCION         PIC X(20).

       01  LIN-CABECERA.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "CUENTA".
           05  FILLER             PIC X(15) VALUE "   PRESUP. MES".
           05  FILLER             PIC X(15) VALUE "      REAL MES".
           05  FILLER             PIC X(17) VALUE "    DESVIO MES".
           05  FILLER             PIC X(15) VALUE "  PRESUP. ACUM".
           05  FILLER             PIC X(15) VALUE "     REAL ACUM".
           05  FILLER             PIC X(15) VALUE "   DESVIO ACUM".
           05  FILLER             PIC X(08) VALUE "  % DESV".

       01  LIN-DETALLE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  D-CUENTA              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PRE-MES             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-REAL-MES            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESVIO-MES          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-PRE-ACUM            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-REAL-ACUM           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESVIO-ACUM         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PORC-DESVIO         PIC ZZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-MARCA               PIC X(03).

       01  LIN-TOTAL-CENTRO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TC-LEYENDA            PIC X(08) VALUE "TOTAL ->".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-PRE-MES            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-REAL-MES           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-DESVIO-MES         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TC-PRE-ACUM           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-REAL-ACUM          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-DESVIO-ACUM        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TC-PORC-DESVIO        PIC ZZZ9.99-.

       01  LIN-TIT-DESVIOS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(50) VALUE
               "MAYORES EXCESOS ACUMULADOS DEL ANIO".

       01  LIN-CAB-DESVIOS.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE "RK".
           05  FILLER             PIC X(07) VALUE "CENTRO".
           05  FILLER             PIC X(10) VALUE "CUENTA".
           05  FILLER             PIC X(15) VALUE "  PRESUP. ACUM".
           05  FILLER             PIC X(15) VALUE "     REAL ACUM".
           05  FILLER             PIC X(14) VALUE "   DESVIO ACUM".

       01  LIN-DESVIO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  V-RANGO               PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  V-CCOSTO              PIC X(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  V-CUENTA              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  V-PRE-ACUM            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-REAL-ACUM           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  V-DESVIO              PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRESUGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRESUGAS.
           DISPLAY "ERROR E/S PRESUGAS: " WGT-STATUS.
       PRESGTRB-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRESGTRB.
           DISPLAY "ERROR E/S PRESGTRB: " WGZ-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       MATRIZ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MATRIZ.
           DISPLAY "ERROR E/S MATRIZ: " WMZ-STATUS.
       CCOSTO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CCOSTO.
           DISPLAY "ERROR E/S CCOSTO: " WCC-STATUS.
       PCTAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCTAS.
           DISPLAY "ERROR E/S P-CTA: " WPC-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WGU-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-CARGAR THRU 2000-CARGAR-EXIT
               WHEN "C"
                   PERFORM 3000-COPIAR THRU 3000-COPIAR-EXIT
               WHEN "L"
                   PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (A=CARGA C=COPIA ANIO ANT. L=LISTADO): "
               LINE 5 POSITION 5.
           ACCEPT WGU-MODO-PARAM LINE 5 POSITION 50.
           ACCEPT WGU-HOY FROM DATE YYYYMMDD.
           OPEN I-O PRESUGAS.
           IF WGT-STATUS = "35"
               CLOSE PRESUGAS
               OPEN OUTPUT PRESUGAS
               CLOSE PRESUGAS
               OPEN I-O PRESUGAS
           END-IF.
           OPEN INPUT MATRIZ.
           OPEN INPUT CCOSTO.
           OPEN INPUT PCTAS.
           IF WGU-MODO-PARAM = "C" OR WGU-MODO-PARAM = "L"
               OPEN INPUT DIARIO
               IF WDI-STATUS NOT = "00"
                   MOVE "S" TO EOF-DIARIO
               END-IF
           END-IF.

      *----------------------------------------------------------
      * Carga de los doce meses de un centro + cuenta.
      *----------------------------------------------------------
       2000-CARGAR.
           DISPLAY "ANIO ...........: " LINE 7 POSITION 5.
           ACCEPT WGU-ANIO-PARAM LINE 7 POSITION 24.
           DISPLAY "EMPRESA ........: " LINE 8 POSITION 5.
           ACCEPT WGU-EMPRESA-PARAM LINE 8 POSITION 24.
           DISPLAY "CENTRO DE COSTO : " LINE 9 POSITION 5.
           ACCEPT WGU-CCOSTO-PARAM LINE 9 POSITION 24.
           MOVE WGU-CCOSTO-PARAM TO WCC-CODIGO.
           READ CCOSTO KEY IS WCC-CODIGO
               INVALID KEY
                   DISPLAY "CENTRO INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2000-CARGAR-EXIT
           END-READ.
           DISPLAY WCC-DESCRIPCION LINE 9 POSITION 30.
           DISPLAY "CUENTA P-CTA ...: " LINE 10 POSITION 5.
           ACCEPT WGU-CUENTA-PARAM LINE 10 POSITION 24.
           MOVE WGU-CUENTA-PARAM TO WPC-CLAVE.
           READ PCTAS KEY IS WPC-CLAVE
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 22 POSITION 5
                   GO TO 2000-CARGAR-EXIT
           END-READ.
           DISPLAY WPC-DESCRIPCION LINE 10 POSITION 35.
           MOVE WGU-CUENTA-PARAM TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY MOVE SPACES TO WMZ-RUBRO
           END-READ.
           IF WMZ-RUBRO (1:1) NOT = "R"
               DISPLAY "LA CUENTA NO ES DE RESULTADO"
                   LINE 22 POSITION 5
               GO TO 2000-CARGAR-EXIT
           END-IF.
           MOVE "S" TO WGU-HALLADO.
           MOVE WGU-ANIO-PARAM    TO WGT-ANIO.
           MOVE WGU-EMPRESA-PARAM TO WGT-EMPRESA.
           MOVE WGU-CCOSTO-PARAM  TO WGT-CCOSTO.
           MOVE WGU-CUENTA-PARAM  TO WGT-CUENTA.
           READ PRESUGAS KEY IS WGT-CLAVE
               INVALID KEY
                   MOVE "N" TO WGU-HALLADO
                   INITIALIZE REG-PRESUGAS
                   MOVE WGU-ANIO-PARAM    TO WGT-ANIO
                   MOVE WGU-EMPRESA-PARAM TO WGT-EMPRESA
                   MOVE WGU-CCOSTO-PARAM  TO WGT-CCOSTO
                   MOVE WGU-CUENTA-PARAM  TO WGT-CUENTA
           END-READ.
           DISPLAY "MES     ACTUAL           NUEVO" LINE 11 POSITION 5.
           PERFORM 2100-CARGAR-MES THRU 2100-CARGAR-MES-EXIT
               VARYING WGU-MES FROM 1 BY 1 UNTIL WGU-MES > 12.
           DISPLAY "CONFIRMA (S/N): " LINE 24 POSITION 5.
           ACCEPT WGU-CONFIRMA LINE 24 POSITION 22.
           IF WGU-CONFIRMA NOT = "S"
               DISPLAY "NO SE GRABO" LINE 22 POSITION 5
               GO TO 2000-CARGAR-EXIT
           END-IF.
      *    Lo tocado a mano ya no lo rehace la copia del modo C.
           MOVE "M"     TO WGT-ORIGEN.
           MOVE WGU-HOY TO WGT-FEC-CARGA.
           IF WGU-HALLADO = "S"
               REWRITE REG-PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRESUGAS"
               END-REWRITE
           ELSE
               WRITE REG-PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRESUGAS"
               END-WRITE
           END-IF.
           DISPLAY "PRESUPUESTO GRABADO" LINE 22 POSITION 5.
       2000-CARGAR-EXIT.
           EXIT.

       2100-CARGAR-MES.
           COMPUTE WGU-LINEA = 11 + WGU-MES.
           DISPLAY WGU-MES LINE WGU-LINEA POSITION 6.
           DISPLAY WGT-IMPORTE (WGU-MES) LINE WGU-LINEA POSITION 11.
           ACCEPT WGT-IMPORTE (WGU-MES) LINE WGU-LINEA POSITION 30.
       2100-CARGAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Copia del gasto real del anio anterior mas un
      * porcentaje. Primero se borra lo copiado en una corrida
      * anterior; el DIARIO se acumula en bruto sobre el propio
      * PRESUGAS y al final se aplica el porcentaje y se
      * descartan las cuentas de saldo acreedor.
      *----------------------------------------------------------
       3000-COPIAR.
           DISPLAY "ANIO A PRESUPUESTAR : " LINE 7 POSITION 5.
           ACCEPT WGU-ANIO-PARAM LINE 7 POSITION 28.
           DISPLAY "EMPRESA ............: " LINE 8 POSITION 5.
           ACCEPT WGU-EMPRESA-PARAM LINE 8 POSITION 28.
           DISPLAY "AJUSTE % S/ANIO ANT.: " LINE 9 POSITION 5.
           ACCEPT WGU-PORCENTAJE LINE 9 POSITION 28.
           COMPUTE WGU-ANIO-ORIGEN = WGU-ANIO-PARAM - 1.
           DISPLAY "REEMPLAZA LO COPIADO ANTES (S/N): "
               LINE 11 POSITION 5.
           ACCEPT WGU-CONFIRMA LINE 11 POSITION 40.
           IF WGU-CONFIRMA NOT = "S"
               DISPLAY "COPIA CANCELADA" LINE 22 POSITION 5
               GO TO 3000-COPIAR-EXIT
           END-IF.
           PERFORM 3100-POSICIONAR THRU 3100-POSICIONAR-EXIT.
           PERFORM 3200-BORRAR-COPIA THRU 3200-BORRAR-COPIA-EXIT
               UNTIL NO-HAY-MAS-PRESUGAS.
           IF NOT NO-HAY-MAS-DIARIO
               READ DIARIO NEXT RECORD
                   AT END MOVE "S" TO EOF-DIARIO
               END-READ
           END-IF.
           PERFORM 3300-ACUMULAR-ANT THRU 3300-ACUMULAR-ANT-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           PERFORM 3100-POSICIONAR THRU 3100-POSICIONAR-EXIT.
           PERFORM 3500-AJUSTAR THRU 3500-AJUSTAR-EXIT
               UNTIL NO-HAY-MAS-PRESUGAS.
           DISPLAY "COPIAS ANTERIORES BORRADAS: " WGU-CANT-BORRADOS
               LINE 20 POSITION 5.
           DISPLAY "COMBINACIONES COPIADAS ...: " WGU-CANT-COPIADOS
               LINE 21 POSITION 5.
       3000-COPIAR-EXIT.
           EXIT.

       3100-POSICIONAR.
           MOVE "N" TO EOF-PRESUGAS.
           MOVE WGU-ANIO-PARAM    TO WGT-ANIO.
           MOVE WGU-EMPRESA-PARAM TO WGT-EMPRESA.
           MOVE LOW-VALUES        TO WGT-CCOSTO.
           MOVE LOW-VALUES        TO WGT-CUENTA.
           START PRESUGAS KEY IS NOT LESS THAN WGT-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRESUGAS
           END-START.
       3100-POSICIONAR-EXIT.
           EXIT.

       3200-BORRAR-COPIA.
           READ PRESUGAS NEXT RECORD
               AT END MOVE "S" TO EOF-PRESUGAS
           END-READ.
           IF NO-HAY-MAS-PRESUGAS
              OR WGT-ANIO NOT = WGU-ANIO-PARAM
              OR WGT-EMPRESA NOT = WGU-EMPRESA-PARAM
               MOVE "S" TO EOF-PRESUGAS
               GO TO 3200-BORRAR-COPIA-EXIT
           END-IF.
           IF WGT-ES-COPIA
               DELETE PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO BORRAR PRESUGAS"
               END-DELETE
               ADD 1 TO WGU-CANT-BORRADOS
           END-IF.
       3200-BORRAR-COPIA-EXIT.
           EXIT.

      *    Gasto del anio anterior: cuentas de resultado con
      *    centro estampado, de la empresa pedida.
       3300-ACUMULAR-ANT.
           COMPUTE WGU-ANIO-MOV = WDI-FECHA / 10000.
           IF WGU-ANIO-MOV NOT = WGU-ANIO-ORIGEN
              OR WDI-EMPRESA NOT = WGU-EMPRESA-PARAM
              OR WDI-CCOSTO = SPACES
               GO TO 3300-ACUMULAR-LEER
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY GO TO 3300-ACUMULAR-LEER
           END-READ.
           IF WMZ-RUBRO (1:1) NOT = "R"
               GO TO 3300-ACUMULAR-LEER
           END-IF.
           COMPUTE WGU-MES-MOV = (WDI-FECHA / 100) - WGU-ANIO-MOV * 100.
           MOVE WGU-ANIO-PARAM    TO WGT-ANIO.
           MOVE WGU-EMPRESA-PARAM TO WGT-EMPRESA.
           MOVE WDI-CCOSTO        TO WGT-CCOSTO.
           MOVE WDI-CUENTA-PCTA   TO WGT-CUENTA.
           MOVE "S" TO WGU-HALLADO.
           READ PRESUGAS KEY IS WGT-CLAVE
               INVALID KEY MOVE "N" TO WGU-HALLADO
           END-READ.
           IF WGU-HALLADO = "S" AND WGT-ES-MANUAL
               GO TO 3300-ACUMULAR-LEER
           END-IF.
           IF WGU-HALLADO = "N"
               INITIALIZE REG-PRESUGAS
               MOVE WGU-ANIO-PARAM    TO WGT-ANIO
               MOVE WGU-EMPRESA-PARAM TO WGT-EMPRESA
               MOVE WDI-CCOSTO        TO WGT-CCOSTO
               MOVE WDI-CUENTA-PCTA   TO WGT-CUENTA
               MOVE "C"               TO WGT-ORIGEN
               MOVE WGU-HOY           TO WGT-FEC-CARGA
           END-IF.
           COMPUTE WGT-IMPORTE (WGU-MES-MOV) =
               WGT-IMPORTE (WGU-MES-MOV) + WDI-DEBE - WDI-HABER.
           IF WGU-HALLADO = "S"
               REWRITE REG-PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRESUGAS"
               END-REWRITE
           ELSE
               WRITE REG-PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRESUGAS"
               END-WRITE
           END-IF.
       3300-ACUMULAR-LEER.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
       3300-ACUMULAR-ANT-EXIT.
           EXIT.

      *    Sobre lo recien copiado: fuera las cuentas que en el
      *    anio dieron ingreso neto, los meses negativos (notas
      *    de credito, reversiones) en cero y el resto con el
      *    porcentaje de ajuste.
       3500-AJUSTAR.
           READ PRESUGAS NEXT RECORD
               AT END MOVE "S" TO EOF-PRESUGAS
           END-READ.
           IF NO-HAY-MAS-PRESUGAS
              OR WGT-ANIO NOT = WGU-ANIO-PARAM
              OR WGT-EMPRESA NOT = WGU-EMPRESA-PARAM
               MOVE "S" TO EOF-PRESUGAS
               GO TO 3500-AJUSTAR-EXIT
           END-IF.
           IF NOT WGT-ES-COPIA
               GO TO 3500-AJUSTAR-EXIT
           END-IF.
           MOVE 0 TO WGU-TOTAL-ANIO.
           PERFORM 3510-SUMAR-MES THRU 3510-SUMAR-MES-EXIT
               VARYING WGU-MES FROM 1 BY 1 UNTIL WGU-MES > 12.
           IF WGU-TOTAL-ANIO NOT > 0
               DELETE PRESUGAS
                   INVALID KEY DISPLAY "NO PUDO BORRAR PRESUGAS"
               END-DELETE
               GO TO 3500-AJUSTAR-EXIT
           END-IF.
           PERFORM 3520-AJUSTAR-MES THRU 3520-AJUSTAR-MES-EXIT
               VARYING WGU-MES FROM 1 BY 1 UNTIL WGU-MES > 12.
           REWRITE REG-PRESUGAS
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRESUGAS"
           END-REWRITE.
           ADD 1 TO WGU-CANT-COPIADOS.
       3500-AJUSTAR-EXIT.
           EXIT.

       3510-SUMAR-MES.
           ADD WGT-IMPORTE (WGU-MES) TO WGU-TOTAL-ANIO.
       3510-SUMAR-MES-EXIT.
           EXIT.

       3520-AJUSTAR-MES.
           IF WGT-IMPORTE (WGU-MES) < 0
               MOVE 0 TO WGT-IMPORTE (WGU-MES)
           ELSE
               COMPUTE WGT-IMPORTE (WGU-MES) ROUNDED =
                   WGT-IMPORTE (WGU-MES) * (100 + WGU-PORCENTAJE)
                   / 100
           END-IF.
       3520-AJUSTAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Control mensual presupuesto contra real del DIARIO.
      *----------------------------------------------------------
       4000-LISTAR.
           DISPLAY "PERIODO (AAAAMM) .....: " LINE 7 POSITION 5.
           ACCEPT WGU-PERIODO-PARAM LINE 7 POSITION 30.
           DISPLAY "EMPRESA ..............: " LINE 8 POSITION 5.
           ACCEPT WGU-EMPRESA-PARAM LINE 8 POSITION 30.
           DISPLAY "TOLERANCIA % A MARCAR : " LINE 9 POSITION 5.
           ACCEPT WGU-TOLERANCIA LINE 9 POSITION 30.
           COMPUTE WGU-ANIO-PARAM = WGU-PERIODO-PARAM / 100.
           COMPUTE WGU-MES-PARAM =
               WGU-PERIODO-PARAM - WGU-ANIO-PARAM * 100.
           IF WGU-MES-PARAM < 1 OR WGU-MES-PARAM > 12
               DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 5
               GO TO 4000-LISTAR-EXIT
           END-IF.
           OPEN OUTPUT PRESGTRB.
           CLOSE PRESGTRB.
           OPEN I-O PRESGTRB.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WGU-LISTADO-ABIERTO.
           INITIALIZE WGU-TOTALES.
           MOVE WGU-PERIODO-PARAM TO T-PERIODO.
           MOVE WGU-EMPRESA-PARAM TO T-EMPRESA.
           MOVE WGU-TOLERANCIA    TO T-TOLERANCIA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           PERFORM 3100-POSICIONAR THRU 3100-POSICIONAR-EXIT.
           PERFORM 4100-CARGAR-PRESUP THRU 4100-CARGAR-PRESUP-EXIT
               UNTIL NO-HAY-MAS-PRESUGAS.
           IF NOT NO-HAY-MAS-DIARIO
               READ DIARIO NEXT RECORD
                   AT END MOVE "S" TO EOF-DIARIO
               END-READ
           END-IF.
           PERFORM 4200-CARGAR-REAL THRU 4200-CARGAR-REAL-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           MOVE LOW-VALUES TO WGZ-CLAVE.
           START PRESGTRB KEY IS NOT LESS THAN WGZ-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRESGTRB
           END-START.
           PERFORM 4300-IMPRIMIR THRU 4300-IMPRIMIR-EXIT
               UNTIL NO-HAY-MAS-PRESGTRB.
           PERFORM 4500-TOTAL-CENTRO THRU 4500-TOTAL-CENTRO-EXIT.
           MOVE "TOT.GRAL"          TO TC-LEYENDA.
           MOVE WGU-TG-PRE-MES      TO WGU-CC-PRE-MES.
           MOVE WGU-TG-REAL-MES     TO WGU-CC-REAL-MES.
           MOVE WGU-TG-PRE-ACUM     TO WGU-CC-PRE-ACUM.
           MOVE WGU-TG-REAL-ACUM    TO WGU-CC-REAL-ACUM.
           PERFORM 4500-TOTAL-CENTRO THRU 4500-TOTAL-CENTRO-EXIT.
           PERFORM 4600-LISTAR-DESVIOS THRU 4600-LISTAR-DESVIOS-EXIT.
           CLOSE PRESGTRB.
           DISPLAY "RENGLONES SOBRE TOLERANCIA: " WGU-CANT-RESALTADOS
               LINE 21 POSITION 5.
       4000-LISTAR-EXIT.
           EXIT.

       4100-CARGAR-PRESUP.
           READ PRESUGAS NEXT RECORD
               AT END MOVE "S" TO EOF-PRESUGAS
           END-READ.
           IF NO-HAY-MAS-PRESUGAS
              OR WGT-ANIO NOT = WGU-ANIO-PARAM
              OR WGT-EMPRESA NOT = WGU-EMPRESA-PARAM
               MOVE "S" TO EOF-PRESUGAS
               GO TO 4100-CARGAR-PRESUP-EXIT
           END-IF.
           INITIALIZE REG-PRESGTRB.
           MOVE WGT-CCOSTO TO WGZ-CCOSTO.
           MOVE WGT-CUENTA TO WGZ-CUENTA.
           MOVE WGT-IMPORTE (WGU-MES-PARAM) TO WGZ-PRE-MES.
           PERFORM 4110-ACUMULAR-MES THRU 4110-ACUMULAR-MES-EXIT
               VARYING WGU-MES FROM 1 BY 1
               UNTIL WGU-MES > WGU-MES-PARAM.
           WRITE REG-PRESGTRB
               INVALID KEY DISPLAY "NO PUDO GRABAR PRESGTRB"
           END-WRITE.
       4100-CARGAR-PRESUP-EXIT.
           EXIT.

       4110-ACUMULAR-MES.
           ADD WGT-IMPORTE (WGU-MES) TO WGZ-PRE-ACUM.
       4110-ACUMULAR-MES-EXIT.
           EXIT.

      *    Real del anio hasta el mes pedido, mismo filtro que
      *    CCOSPYG pero con signo de gasto (debe menos haber).
       4200-CARGAR-REAL.
           COMPUTE WGU-ANIO-MOV = WDI-FECHA / 10000.
           IF WGU-ANIO-MOV NOT = WGU-ANIO-PARAM
              OR WDI-EMPRESA NOT = WGU-EMPRESA-PARAM
               GO TO 4200-CARGAR-LEER
           END-IF.
           COMPUTE WGU-MES-MOV = (WDI-FECHA / 100) - WGU-ANIO-MOV * 100.
           IF WGU-MES-MOV > WGU-MES-PARAM
               GO TO 4200-CARGAR-LEER
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY GO TO 4200-CARGAR-LEER
           END-READ.
           IF WMZ-RUBRO (1:1) NOT = "R"
               GO TO 4200-CARGAR-LEER
           END-IF.
           MOVE WDI-CCOSTO      TO WGZ-CCOSTO.
           IF WDI-CCOSTO = SPACES
               MOVE "---" TO WGZ-CCOSTO
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WGZ-CUENTA.
           MOVE "S" TO WGU-HALLADO.
           READ PRESGTRB KEY IS WGZ-CLAVE
               INVALID KEY MOVE "N" TO WGU-HALLADO
           END-READ.
           IF WGU-HALLADO = "N"
               MOVE 0 TO WGZ-PRE-MES
               MOVE 0 TO WGZ-REAL-MES
               MOVE 0 TO WGZ-PRE-ACUM
               MOVE 0 TO WGZ-REAL-ACUM
           END-IF.
           COMPUTE WGU-IMPORTE = WDI-DEBE - WDI-HABER.
           ADD WGU-IMPORTE TO WGZ-REAL-ACUM.
           IF WGU-MES-MOV = WGU-MES-PARAM
               ADD WGU-IMPORTE TO WGZ-REAL-MES
           END-IF.
           IF WGU-HALLADO = "S"
               REWRITE REG-PRESGTRB
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR PRESGTRB"
               END-REWRITE
           ELSE
               WRITE REG-PRESGTRB
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRESGTRB"
               END-WRITE
           END-IF.
       4200-CARGAR-LEER.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
       4200-CARGAR-REAL-EXIT.
           EXIT.

      *    Cuentas sin presupuesto y con saldo acreedor son
      *    ingresos: no van al control de gastos.
       4300-IMPRIMIR.
           READ PRESGTRB NEXT RECORD
               AT END
                   MOVE "S" TO EOF-PRESGTRB
                   GO TO 4300-IMPRIMIR-EXIT
           END-READ.
           IF WGZ-PRE-ACUM = 0 AND WGZ-REAL-ACUM NOT > 0
               GO TO 4300-IMPRIMIR-EXIT
           END-IF.
           IF WGZ-CCOSTO NOT = WGU-CCOSTO-CORTE
               PERFORM 4500-TOTAL-CENTRO THRU 4500-TOTAL-CENTRO-EXIT
               PERFORM 4400-CABECERA-CENTRO
           END-IF.
           COMPUTE WGU-DESVIO-MES  = WGZ-REAL-MES - WGZ-PRE-MES.
           COMPUTE WGU-DESVIO-ACUM = WGZ-REAL-ACUM - WGZ-PRE-ACUM.
           MOVE SPACES TO D-MARCA.
           IF WGZ-PRE-ACUM NOT = 0
               COMPUTE WGU-PORC-DESVIO ROUNDED =
                   WGU-DESVIO-ACUM * 100 / WGZ-PRE-ACUM
           ELSE
               MOVE 999.99 TO WGU-PORC-DESVIO
           END-IF.
           IF WGU-DESVIO-ACUM > 0
              AND WGU-PORC-DESVIO > WGU-TOLERANCIA
               MOVE "<<<" TO D-MARCA
               ADD 1 TO WGU-CANT-RESALTADOS
           END-IF.
           MOVE WGZ-CUENTA       TO D-CUENTA.
           MOVE WGZ-PRE-MES      TO D-PRE-MES.
           MOVE WGZ-REAL-MES     TO D-REAL-MES.
           MOVE WGU-DESVIO-MES   TO D-DESVIO-MES.
           MOVE WGZ-PRE-ACUM     TO D-PRE-ACUM.
           MOVE WGZ-REAL-ACUM    TO D-REAL-ACUM.
           MOVE WGU-DESVIO-ACUM  TO D-DESVIO-ACUM.
           MOVE WGU-PORC-DESVIO  TO D-PORC-DESVIO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           ADD WGZ-PRE-MES   TO WGU-CC-PRE-MES.
           ADD WGZ-REAL-MES  TO WGU-CC-REAL-MES.
           ADD WGZ-PRE-ACUM  TO WGU-CC-PRE-ACUM.
           ADD WGZ-REAL-ACUM TO WGU-CC-REAL-ACUM.
           ADD WGZ-PRE-MES   TO WGU-TG-PRE-MES.
           ADD WGZ-REAL-MES  TO WGU-TG-REAL-MES.
           ADD WGZ-PRE-ACUM  TO WGU-TG-PRE-ACUM.
           ADD WGZ-REAL-ACUM TO WGU-TG-REAL-ACUM.
           IF WGU-DESVIO-ACUM > 0
               PERFORM 4700-REGISTRAR-DESVIO
                   THRU 4700-REGISTRAR-DESVIO-EXIT
           END-IF.
       4300-IMPRIMIR-EXIT.
           EXIT.

       4400-CABECERA-CENTRO.
           MOVE WGZ-CCOSTO TO WGU-CCOSTO-CORTE.
           MOVE WGZ-CCOSTO TO C-CCOSTO.
           MOVE WGZ-CCOSTO TO WCC-CODIGO.
           MOVE "SIN CENTRO ASIGNADO " TO WCC-DESCRIPCION.
           IF WGZ-CCOSTO NOT = "---"
               READ CCOSTO KEY IS WCC-CODIGO
                   INVALID KEY
                       MOVE "(NO ESTA EN CCOSTO)" TO WCC-DESCRIPCION
               END-READ
           END-IF.
           MOVE WCC-DESCRIPCION TO C-DESCRIPCION.
           WRITE LIN-LISTADO FROM LIN-CENTRO AFTER 2.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 1.

       4500-TOTAL-CENTRO.
           IF WGU-CC-PRE-ACUM = 0 AND WGU-CC-REAL-ACUM = 0
               GO TO 4500-TOTAL-CENTRO-EXIT
           END-IF.
           MOVE WGU-CC-PRE-MES   TO TC-PRE-MES.
           MOVE WGU-CC-REAL-MES  TO TC-REAL-MES.
           COMPUTE WGU-DESVIO-MES = WGU-CC-REAL-MES - WGU-CC-PRE-MES.
           MOVE WGU-DESVIO-MES   TO TC-DESVIO-MES.
           MOVE WGU-CC-PRE-ACUM  TO TC-PRE-ACUM.
           MOVE WGU-CC-REAL-ACUM TO TC-REAL-ACUM.
           COMPUTE WGU-DESVIO-ACUM =
               WGU-CC-REAL-ACUM - WGU-CC-PRE-ACUM.
           MOVE WGU-DESVIO-ACUM  TO TC-DESVIO-ACUM.
           IF WGU-CC-PRE-ACUM NOT = 0
               COMPUTE WGU-PORC-DESVIO ROUNDED =
                   WGU-DESVIO-ACUM * 100 / WGU-CC-PRE-ACUM
           ELSE
               MOVE 0 TO WGU-PORC-DESVIO
           END-IF.
           MOVE WGU-PORC-DESVIO  TO TC-PORC-DESVIO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-CENTRO AFTER 2.
           MOVE 0 TO WGU-CC-PRE-MES.
           MOVE 0 TO WGU-CC-REAL-MES.
           MOVE 0 TO WGU-CC-PRE-ACUM.
           MOVE 0 TO WGU-CC-REAL-ACUM.
       4500-TOTAL-CENTRO-EXIT.
           EXIT.

      *    Ranking de excesos, de mayor a menor.
       4600-LISTAR-DESVIOS.
           IF WGU-CANT-DESVIOS = 0
               GO TO 4600-LISTAR-DESVIOS-EXIT
           END-IF.
           WRITE LIN-LISTADO FROM LIN-TIT-DESVIOS AFTER 3.
           WRITE LIN-LISTADO FROM LIN-CAB-DESVIOS AFTER 2.
           PERFORM 4610-MAYOR-DESVIO THRU 4610-MAYOR-DESVIO-EXIT
               VARYING WGU-RANGO FROM 1 BY 1
               UNTIL WGU-RANGO > WGU-CANT-DESVIOS.
       4600-LISTAR-DESVIOS-EXIT.
           EXIT.

       4610-MAYOR-DESVIO.
           MOVE 0 TO WGU-MAYOR.
           PERFORM 4620-COMPARAR-MAYOR THRU 4620-COMPARAR-MAYOR-EXIT
               VARYING WGU-IX FROM 1 BY 1
               UNTIL WGU-IX > WGU-CANT-DESVIOS.
           MOVE "S" TO WGU-T-IMPRESO (WGU-MAYOR).
           MOVE WGU-RANGO                    TO V-RANGO.
           MOVE WGU-T-CCOSTO (WGU-MAYOR)     TO V-CCOSTO.
           MOVE WGU-T-CUENTA (WGU-MAYOR)     TO V-CUENTA.
           MOVE WGU-T-PRE-ACUM (WGU-MAYOR)   TO V-PRE-ACUM.
           MOVE WGU-T-REAL-ACUM (WGU-MAYOR)  TO V-REAL-ACUM.
           MOVE WGU-T-DESVIO (WGU-MAYOR)     TO V-DESVIO.
           WRITE LIN-LISTADO FROM LIN-DESVIO AFTER 1.
       4610-MAYOR-DESVIO-EXIT.
           EXIT.

       4620-COMPARAR-MAYOR.
           IF WGU-T-IMPRESO (WGU-IX) = "S"
               GO TO 4620-COMPARAR-MAYOR-EXIT
           END-IF.
           IF WGU-MAYOR = 0
               MOVE WGU-IX TO WGU-MAYOR
               GO TO 4620-COMPARAR-MAYOR-EXIT
           END-IF.
           IF WGU-T-DESVIO (WGU-IX) > WGU-T-DESVIO (WGU-MAYOR)
               MOVE WGU-IX TO WGU-MAYOR
           END-IF.
       4620-COMPARAR-MAYOR-EXIT.
           EXIT.

      *    Se guardan los diez mayores: con la tabla llena el
      *    nuevo exceso reemplaza al menor si lo supera.
       4700-REGISTRAR-DESVIO.
           IF WGU-CANT-DESVIOS < 10
               ADD 1 TO WGU-CANT-DESVIOS
               MOVE WGU-CANT-DESVIOS TO WGU-MENOR
               GO TO 4700-REGISTRAR-GRABAR
           END-IF.
           MOVE 1 TO WGU-MENOR.
           PERFORM 4710-COMPARAR-MENOR THRU 4710-COMPARAR-MENOR-EXIT
               VARYING WGU-JX FROM 2 BY 1 UNTIL WGU-JX > 10.
           IF WGU-DESVIO-ACUM NOT > WGU-T-DESVIO (WGU-MENOR)
               GO TO 4700-REGISTRAR-DESVIO-EXIT
           END-IF.
       4700-REGISTRAR-GRABAR.
           MOVE WGZ-CCOSTO      TO WGU-T-CCOSTO (WGU-MENOR).
           MOVE WGZ-CUENTA      TO WGU-T-CUENTA (WGU-MENOR).
           MOVE WGZ-PRE-ACUM    TO WGU-T-PRE-ACUM (WGU-MENOR).
           MOVE WGZ-REAL-ACUM   TO WGU-T-REAL-ACUM (WGU-MENOR).
           MOVE WGU-DESVIO-ACUM TO WGU-T-DESVIO (WGU-MENOR).
           MOVE "N"             TO WGU-T-IMPRESO (WGU-MENOR).
       4700-REGISTRAR-DESVIO-EXIT.
           EXIT.

       4710-COMPARAR-MENOR.
           IF WGU-T-DESVIO (WGU-JX) < WGU-T-DESVIO (WGU-MENOR)
               MOVE WGU-JX TO WGU-MENOR
           END-IF.
       4710-COMPARAR-MENOR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE PRESUGAS.
           CLOSE MATRIZ.
           CLOSE CCOSTO.
           CLOSE PCTAS.
           IF WGU-MODO-PARAM = "C" OR WGU-MODO-PARAM = "L"
               CLOSE DIARIO
           END-IF.
           IF WGU-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
