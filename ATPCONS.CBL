       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ATPCONS.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Consulta del disponible para prometer por articulo y
      * sucursal (ATPCALC) y carga de la produccion planificada
      * que entra en ese calculo.
      *   modo C: consulta: stock de hoy, lo retenido por
      *           calidad o en maduracion y lo reservado, la
      *           primera fecha en que se puede prometer la
      *           cantidad pedida y el saldo proyectado dia por
      *           dia de los proximos 30 dias, de a 10 por
      *           pantalla, con la fecha de promesa marcada;
      *   modo P: produccion planificada en PRODPLAN por
      *           sucursal, articulo y fecha: alta o cambio de
      *           la cantidad, cantidad 0 la da de baja. PRODORD
      *           descuenta lo que va produciendo de lo
      *           planificado mas viejo de la sucursal y el
      *           articulo.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODPLAN  ASSIGN TO "PRODPLAN"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQP-CLAVE
                             FILE STATUS IS WQP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODPLAN.
       01  REG-PRODPLAN.
           05  WQP-CLAVE.
               10  WQP-SUCURSAL      PIC 9(02).
               10  WQP-PRODUCTO      PIC 9(06).
               10  WQP-FECHA         PIC 9(08).
           05  WQP-CANT-PLANIFICADA  PIC S9(07)V99.
           05  WQP-CANT-PRODUCIDA    PIC S9(07)V99.
           05  WQP-FEC-ALTA          PIC 9(08).
           05  WQP-OPERADOR          PIC X(08).

       WORKING-STORAGE SECTION.
       77  WQP-STATUS                PIC X(02).
       77  WQT-MODO-PARAM            PIC X(01).
       77  WQT-SUCURSAL-PARAM        PIC 9(02).
       77  WQT-ARTICULO-PARAM        PIC 9(06).
       77  WQT-CANTIDAD-PARAM        PIC S9(07)V99.
       77  WQT-FECHA-PARAM           PIC 9(08).
       77  WQT-OPERADOR-PARAM        PIC X(08).
       77  WQT-FEC-PROMESA           PIC 9(08).
       77  WQT-HOY                   PIC 9(08).
       77  WQT-EXISTE                PIC X(01).
       77  WQT-SIGUE                 PIC X(01).
       77  WQT-DESDE                 PIC 9(02) COMP.
       77  WQT-IX                    PIC 9(02) COMP.
       77  WQT-RENGLON               PIC 9(02) COMP.
       01  WQT-PROYECCION.
           05  WQT-P-STOCK           PIC S9(07)V99.
           05  WQT-P-RETENIDO        PIC S9(07)V99.
           05  WQT-P-RESERVADO       PIC S9(07)V99.
           05  WQT-P-DIA OCCURS 30 TIMES.
               10  WQT-P-FECHA       PIC 9(08).
               10  WQT-P-ENTRADAS    PIC S9(07)V99.
               10  WQT-P-SALIDAS     PIC S9(07)V99.
               10  WQT-P-SALDO       PIC S9(09)V99.

       01  LIN-STOCK.
           05  FILLER                PIC X(07) VALUE "STOCK: ".
           05  L-STOCK               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(12) VALUE "  RETENIDO: ".
           05  L-RETENIDO            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(13) VALUE "  RESERVADO: ".
           05  L-RESERVADO           PIC Z,ZZZ,ZZ9.99-.

       01  LIN-CAB-DIA.
           05  FILLER                PIC X(40)
               VALUE "FECHA        ENTRADAS     SALIDAS       ".
           05  FILLER                PIC X(05)
               VALUE "SALDO".

       01  LIN-DIA.
           05  D-FECHA               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ENTRADAS            PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SALIDAS             PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SALDO               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-MARCA               PIC X(10).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRODPLAN-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PRODPLAN.
           DISPLAY "ERROR E/S PRODPLAN: " WQP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WQT-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CONSULTA THRU 2000-CONSULTA-EXIT
               WHEN "P"
                   PERFORM 3000-PLAN THRU 3000-PLAN-EXIT
                       UNTIL WQT-SIGUE NOT = "S"
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CONSULTA P=PRODUCCION PLANIFICADA): "
               LINE 5 POSITION 5.
           ACCEPT WQT-MODO-PARAM LINE 5 POSITION 50.
           ACCEPT WQT-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO WQT-SIGUE.
           OPEN I-O PRODPLAN.
           IF WQP-STATUS = "35"
               CLOSE PRODPLAN
               OPEN OUTPUT PRODPLAN
               CLOSE PRODPLAN
               OPEN I-O PRODPLAN
           END-IF.

       2000-CONSULTA.
           DISPLAY "SUCURSAL ..........: " LINE 7 POSITION 5.
           ACCEPT WQT-SUCURSAL-PARAM LINE 7 POSITION 27.
           DISPLAY "ARTICULO ..........: " LINE 8 POSITION 5.
           ACCEPT WQT-ARTICULO-PARAM LINE 8 POSITION 27.
           DISPLAY "CANTIDAD A PROMETER: " LINE 9 POSITION 5.
           ACCEPT WQT-CANTIDAD-PARAM LINE 9 POSITION 27.
           CALL "ATPCALC" USING WQT-SUCURSAL-PARAM
                                WQT-ARTICULO-PARAM
                                WQT-CANTIDAD-PARAM
                                WQT-FEC-PROMESA
                                WQT-PROYECCION
           END-CALL.
           MOVE WQT-P-STOCK     TO L-STOCK.
           MOVE WQT-P-RETENIDO  TO L-RETENIDO.
           MOVE WQT-P-RESERVADO TO L-RESERVADO.
           DISPLAY LIN-STOCK LINE 10 POSITION 5.
           IF WQT-FEC-PROMESA = 0
               DISPLAY "NO SE PUEDE PROMETER EN 30 DIAS"
                   LINE 11 POSITION 5
           ELSE
               DISPLAY "SE PUEDE PROMETER DESDE EL: " LINE 11 POSITION 5
               DISPLAY WQT-FEC-PROMESA LINE 11 POSITION 33
           END-IF.
           DISPLAY LIN-CAB-DIA LINE 12 POSITION 5.
           MOVE 1   TO WQT-DESDE.
           MOVE "S" TO WQT-SIGUE.
           PERFORM 2100-PAGINA THRU 2100-PAGINA-EXIT
               UNTIL WQT-SIGUE NOT = "S".
       2000-CONSULTA-EXIT.
           EXIT.

      *    Diez dias por pantalla, renglones 13 a 22.
       2100-PAGINA.
           MOVE 13 TO WQT-RENGLON.
           PERFORM 2200-UN-DIA
               VARYING WQT-IX FROM WQT-DESDE BY 1
               UNTIL WQT-IX > WQT-DESDE + 9.
           ADD 10 TO WQT-DESDE.
           IF WQT-DESDE > 30
               MOVE "N" TO WQT-SIGUE
               GO TO 2100-PAGINA-EXIT
           END-IF.
           DISPLAY "SIGUIENTES 10 DIAS (S/N): " LINE 23 POSITION 5.
           MOVE "N" TO WQT-SIGUE.
           ACCEPT WQT-SIGUE LINE 23 POSITION 32.
       2100-PAGINA-EXIT.
           EXIT.

       2200-UN-DIA.
           MOVE WQT-P-FECHA (WQT-IX)    TO D-FECHA.
           MOVE WQT-P-ENTRADAS (WQT-IX) TO D-ENTRADAS.
           MOVE WQT-P-SALIDAS (WQT-IX)  TO D-SALIDAS.
           MOVE WQT-P-SALDO (WQT-IX)    TO D-SALDO.
           MOVE SPACES                  TO D-MARCA.
           IF WQT-P-FECHA (WQT-IX) = WQT-FEC-PROMESA
               MOVE "<- PROMESA" TO D-MARCA
           END-IF.
           DISPLAY LIN-DIA LINE WQT-RENGLON POSITION 5.
           ADD 1 TO WQT-RENGLON.

      *    Un renglon de produccion planificada por vuelta
      *    (articulo 0 termina).
       3000-PLAN.
           DISPLAY "ARTICULO (0 TERMINA): " LINE 7 POSITION 5.
           ACCEPT WQT-ARTICULO-PARAM LINE 7 POSITION 28.
           IF WQT-ARTICULO-PARAM = 0
               MOVE "N" TO WQT-SIGUE
               GO TO 3000-PLAN-EXIT
           END-IF.
           DISPLAY "SUCURSAL ...........: " LINE 8 POSITION 5.
           ACCEPT WQT-SUCURSAL-PARAM LINE 8 POSITION 28.
           DISPLAY "FECHA PREVISTA .....: " LINE 9 POSITION 5.
           ACCEPT WQT-FECHA-PARAM LINE 9 POSITION 28.
           MOVE WQT-SUCURSAL-PARAM TO WQP-SUCURSAL.
           MOVE WQT-ARTICULO-PARAM TO WQP-PRODUCTO.
           MOVE WQT-FECHA-PARAM    TO WQP-FECHA.
           READ PRODPLAN KEY IS WQP-CLAVE
               INVALID KEY MOVE "N" TO WQT-EXISTE
               NOT INVALID KEY MOVE "S" TO WQT-EXISTE
           END-READ.
           IF WQT-EXISTE = "S"
               DISPLAY "PLANIFICADO: " LINE 10 POSITION 40
               DISPLAY WQP-CANT-PLANIFICADA LINE 10 POSITION 53
               DISPLAY "PRODUCIDO .: " LINE 11 POSITION 40
               DISPLAY WQP-CANT-PRODUCIDA LINE 11 POSITION 53
           ELSE
               IF WQT-FECHA-PARAM < WQT-HOY
                   DISPLAY "FECHA ANTERIOR A HOY" LINE 20 POSITION 5
                   GO TO 3000-PLAN-EXIT
               END-IF
           END-IF.
           DISPLAY "CANTIDAD (0=BAJA) ..: " LINE 10 POSITION 5.
           ACCEPT WQT-CANTIDAD-PARAM LINE 10 POSITION 28.
           IF WQT-CANTIDAD-PARAM = 0
               IF WQT-EXISTE = "S"
                   DELETE PRODPLAN RECORD
                       INVALID KEY DISPLAY "NO PUDO BORRAR PRODPLAN"
                   END-DELETE
                   DISPLAY "PLAN DADO DE BAJA" LINE 20 POSITION 5
               END-IF
               GO TO 3000-PLAN-EXIT
           END-IF.
           DISPLAY "OPERADOR ...........: " LINE 11 POSITION 5.
           ACCEPT WQT-OPERADOR-PARAM LINE 11 POSITION 28.
           MOVE WQT-CANTIDAD-PARAM TO WQP-CANT-PLANIFICADA.
           MOVE WQT-OPERADOR-PARAM TO WQP-OPERADOR.
           IF WQT-EXISTE = "S"
               REWRITE REG-PRODPLAN
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRODPLAN"
               END-REWRITE
           ELSE
               MOVE 0       TO WQP-CANT-PRODUCIDA
               MOVE WQT-HOY TO WQP-FEC-ALTA
               WRITE REG-PRODPLAN
                   INVALID KEY DISPLAY "NO PUDO GRABAR PRODPLAN"
               END-WRITE
           END-IF.
           DISPLAY "PLAN GRABADO" LINE 20 POSITION 5.
       3000-PLAN-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE PRODPLAN.
       9999-FINAL-EXIT.
           EXIT.
