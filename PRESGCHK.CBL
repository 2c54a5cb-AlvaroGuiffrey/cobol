       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PRESGCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable que dice si un gasto nuevo haria
      * pasar a un centro de costo de su presupuesto del mes
      * (PRESUGAS, cargado por PRESUGAS). La usa FACPROV al
      * cargar una factura de proveedor imputada a un centro.
      * Lo gastado del mes es el real del DIARIO (debe menos
      * haber de las cuentas de resultado con ese centro, el
      * mismo criterio que el listado de PRESUGAS) mas las
      * facturas de proveedor ya imputadas al centro en el mes
      * (FPROCCO, que graba FACPROV: la compra no pasa por el
      * diario), sin contar la propia factura si se recarga.
      *   LK-EMP          empresa; en 0 se toma la de la sesion
      *                   activa (SESACT) y se devuelve en el
      *                   mismo campo;
      *   LK-CCOSTO       centro de costo imputado;
      *   LK-FECHA        fecha del gasto (define anio y mes);
      *   LK-PROVEEDOR,
      *   LK-COMPROBANTE  la factura que se esta cargando;
      *   LK-IMPORTE      neto en pesos del gasto nuevo;
      *   LK-PRESUP-MES   presupuesto del mes del centro (todas
      *                   sus cuentas);
      *   LK-GASTADO-MES  gastado del mes sin el gasto nuevo;
      *   LK-RESULTADO    S lo excede, N queda dentro,
      *                   X el centro no tiene presupuesto en
      *                   el mes.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESACT    ASSIGN TO "SESACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSA-REGISTRO
                             FILE STATUS IS WSA-STATUS.
           SELECT PRESUGAS  ASSIGN TO "PRESUGAS"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WGT-CLAVE
                             FILE STATUS IS WGT-STATUS.
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
           SELECT FPROCCO   ASSIGN TO "FPROCCO"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WFO-CLAVE
                             FILE STATUS IS WFO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESACT.
       01  REG-SESACT.
           05  WSA-REGISTRO          PIC 9(01).
           05  WSA-EMP               PIC 9(04).
           05  WSA-SUC               PIC 9(02).
           05  WSA-OPERADOR          PIC X(08).

       FD  PRESUGAS.
       01  REG-PRESUGAS.
           05  WGT-CLAVE.
               10  WGT-ANIO          PIC 9(04).
               10  WGT-EMPRESA       PIC 9(04).
               10  WGT-CCOSTO        PIC X(03).
               10  WGT-CUENTA        PIC X(08).
           05  WGT-IMPORTE           PIC S9(11)V99 OCCURS 12 TIMES.
           05  WGT-ORIGEN            PIC X(01).
           05  WGT-FEC-CARGA         PIC 9(08).

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

       FD  FPROCCO.
       01  REG-FPROCCO.
           05  WFO-CLAVE.
               10  WFO-PROVEEDOR     PIC 9(06).
               10  WFO-COMPROBANTE   PIC 9(08).
           05  WFO-EMPRESA           PIC 9(04).
           05  WFO-CCOSTO            PIC X(03).
           05  WFO-FECHA             PIC 9(08).
           05  WFO-NETO              PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       77  WSA-STATUS                PIC X(02).
       77  WGT-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WMZ-STATUS                PIC X(02).
       77  WFO-STATUS                PIC X(02).
       77  WGK-ANIO                  PIC 9(04).
       77  WGK-MES                   PIC 9(02).
       77  WGK-ANIO-MES              PIC 9(06).
       77  WGK-ANIO-MES-MOV          PIC 9(06).
       77  EOF-PRESUGAS               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-PRESUGAS    VALUE "S".
       77  EOF-DIARIO                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-DIARIO      VALUE "S".
       77  EOF-FPROCCO                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FPROCCO     VALUE "S".

       LINKAGE SECTION.
       01  LK-EMP                    PIC 9(04).
       01  LK-CCOSTO                 PIC X(03).
       01  LK-FECHA                  PIC 9(08).
       01  LK-PROVEEDOR              PIC 9(06).
       01  LK-COMPROBANTE            PIC 9(08).
       01  LK-IMPORTE                PIC S9(09)V99.
       01  LK-PRESUP-MES             PIC S9(11)V99.
       01  LK-GASTADO-MES            PIC S9(11)V99.
       01  LK-RESULTADO              PIC X(01).

       PROCEDURE DIVISION USING LK-EMP
                                 LK-CCOSTO
                                 LK-FECHA
                                 LK-PROVEEDOR
                                 LK-COMPROBANTE
                                 LK-IMPORTE
                                 LK-PRESUP-MES
                                 LK-GASTADO-MES
                                 LK-RESULTADO.
       DECLARATIVES.
       SESACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SESACT.
           DISPLAY "ERROR E/S SESACT: " WSA-STATUS.
       PRESUGAS-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRESUGAS.
           DISPLAY "ERROR E/S PRESUGAS: " WGT-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       MATRIZ-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MATRIZ.
           DISPLAY "ERROR E/S MATRIZ: " WMZ-STATUS.
       FPROCCO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FPROCCO.
           DISPLAY "ERROR E/S FPROCCO: " WFO-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           MOVE "X" TO LK-RESULTADO.
           MOVE 0   TO LK-PRESUP-MES.
           MOVE 0   TO LK-GASTADO-MES.
           COMPUTE WGK-ANIO-MES = LK-FECHA / 100.
           COMPUTE WGK-ANIO = WGK-ANIO-MES / 100.
           COMPUTE WGK-MES = WGK-ANIO-MES - WGK-ANIO * 100.
           IF WGK-MES < 1 OR WGK-MES > 12
               GOBACK
           END-IF.
           PERFORM 1000-EMPRESA THRU 1000-EMPRESA-EXIT.
           PERFORM 2000-PRESUPUESTO THRU 2000-PRESUPUESTO-EXIT.
           IF LK-PRESUP-MES = 0
               GOBACK
           END-IF.
           PERFORM 3000-GASTADO-DIARIO THRU 3000-GASTADO-DIARIO-EXIT.
           PERFORM 4000-GASTADO-FACTURAS
               THRU 4000-GASTADO-FACTURAS-EXIT.
           IF LK-GASTADO-MES + LK-IMPORTE > LK-PRESUP-MES
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE "N" TO LK-RESULTADO
           END-IF.
           GOBACK.

       1000-EMPRESA.
           IF LK-EMP NOT = 0
               GO TO 1000-EMPRESA-EXIT
           END-IF.
           OPEN INPUT SESACT.
           IF WSA-STATUS NOT = "00"
               GO TO 1000-EMPRESA-EXIT
           END-IF.
           MOVE 1 TO WSA-REGISTRO.
           READ SESACT
               INVALID KEY MOVE 0 TO WSA-EMP
           END-READ.
           MOVE WSA-EMP TO LK-EMP.
           CLOSE SESACT.
       1000-EMPRESA-EXIT.
           EXIT.

      *    Presupuesto del mes: todas las cuentas del centro.
       2000-PRESUPUESTO.
           OPEN INPUT PRESUGAS.
           IF WGT-STATUS NOT = "00"
               GO TO 2000-PRESUPUESTO-EXIT
           END-IF.
           MOVE "N"        TO EOF-PRESUGAS.
           MOVE WGK-ANIO   TO WGT-ANIO.
           MOVE LK-EMP     TO WGT-EMPRESA.
           MOVE LK-CCOSTO  TO WGT-CCOSTO.
           MOVE LOW-VALUES TO WGT-CUENTA.
           START PRESUGAS KEY IS NOT LESS THAN WGT-CLAVE
               INVALID KEY MOVE "S" TO EOF-PRESUGAS
           END-START.
           PERFORM 2100-SUMAR-PRESUPUESTO
               THRU 2100-SUMAR-PRESUPUESTO-EXIT
               UNTIL NO-HAY-MAS-PRESUGAS.
           CLOSE PRESUGAS.
       2000-PRESUPUESTO-EXIT.
           EXIT.

       2100-SUMAR-PRESUPUESTO.
           READ PRESUGAS NEXT RECORD
               AT END MOVE "S" TO EOF-PRESUGAS
           END-READ.
           IF NO-HAY-MAS-PRESUGAS
              OR WGT-ANIO NOT = WGK-ANIO
              OR WGT-EMPRESA NOT = LK-EMP
              OR WGT-CCOSTO NOT = LK-CCOSTO
               MOVE "S" TO EOF-PRESUGAS
               GO TO 2100-SUMAR-PRESUPUESTO-EXIT
           END-IF.
           ADD WGT-IMPORTE (WGK-MES) TO LK-PRESUP-MES.
       2100-SUMAR-PRESUPUESTO-EXIT.
           EXIT.

       3000-GASTADO-DIARIO.
           OPEN INPUT DIARIO.
           IF WDI-STATUS NOT = "00"
               GO TO 3000-GASTADO-DIARIO-EXIT
           END-IF.
           OPEN INPUT MATRIZ.
           MOVE "N" TO EOF-DIARIO.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
           PERFORM 3100-SUMAR-DIARIO THRU 3100-SUMAR-DIARIO-EXIT
               UNTIL NO-HAY-MAS-DIARIO.
           CLOSE MATRIZ.
           CLOSE DIARIO.
       3000-GASTADO-DIARIO-EXIT.
           EXIT.

       3100-SUMAR-DIARIO.
           COMPUTE WGK-ANIO-MES-MOV = WDI-FECHA / 100.
           IF WGK-ANIO-MES-MOV NOT = WGK-ANIO-MES
              OR WDI-EMPRESA NOT = LK-EMP
              OR WDI-CCOSTO NOT = LK-CCOSTO
               GO TO 3100-SUMAR-LEER
           END-IF.
           MOVE WDI-CUENTA-PCTA TO WMZ-CLAVE.
           READ MATRIZ KEY IS WMZ-CLAVE
               INVALID KEY GO TO 3100-SUMAR-LEER
           END-READ.
           IF WMZ-RUBRO (1:1) NOT = "R"
               GO TO 3100-SUMAR-LEER
           END-IF.
           COMPUTE LK-GASTADO-MES =
               LK-GASTADO-MES + WDI-DEBE - WDI-HABER.
       3100-SUMAR-LEER.
           READ DIARIO NEXT RECORD
               AT END MOVE "S" TO EOF-DIARIO
           END-READ.
       3100-SUMAR-DIARIO-EXIT.
           EXIT.

       4000-GASTADO-FACTURAS.
           OPEN INPUT FPROCCO.
           IF WFO-STATUS NOT = "00"
               GO TO 4000-GASTADO-FACTURAS-EXIT
           END-IF.
           MOVE "N" TO EOF-FPROCCO.
           PERFORM 4100-SUMAR-FACTURA THRU 4100-SUMAR-FACTURA-EXIT
               UNTIL NO-HAY-MAS-FPROCCO.
           CLOSE FPROCCO.
       4000-GASTADO-FACTURAS-EXIT.
           EXIT.

       4100-SUMAR-FACTURA.
           READ FPROCCO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FPROCCO
                   GO TO 4100-SUMAR-FACTURA-EXIT
           END-READ.
           IF WFO-PROVEEDOR = LK-PROVEEDOR
              AND WFO-COMPROBANTE = LK-COMPROBANTE
               GO TO 4100-SUMAR-FACTURA-EXIT
           END-IF.
           COMPUTE WGK-ANIO-MES-MOV = WFO-FECHA / 100.
           IF WGK-ANIO-MES-MOV = WGK-ANIO-MES
              AND WFO-EMPRESA = LK-EMP
              AND WFO-CCOSTO = LK-CCOSTO
               ADD WFO-NETO TO LK-GASTADO-MES
           END-IF.
       4100-SUMAR-FACTURA-EXIT.
           EXIT.
