       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ANTIAPLI.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Aplicacion de anticipos de clientes (ANTICIPO) contra
      * facturas abiertas de FACT: el saldo del anticipo baja el
      * saldo de la factura, cancelandola si la cubre, y cada
      * aplicacion queda en ANTIAPLI (anticipo + secuencia, con
      * la factura, la fecha y el importe) para que DIARIOGN
      * pase el anticipo aplicado a deudores por ventas (origen
      * "ANTIAPLI" en CTAMAP). Se invoca por CALL:
      *   - desde la facturacion, con la cuenta y el comprobante
      *     recien grabado, para que lo cubran los anticipos
      *     abiertos de la cuenta (los mas antiguos primero);
      *   - desde ANTICIPO modo A (aplicacion manual), con un
      *     anticipo puntual o 0 = todos los abiertos, y una
      *     factura puntual o 0 = todas las abiertas en orden
      *     de comprobante.
      * Devuelve el importe total aplicado.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTICIPO  ASSIGN TO "ANTICIPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAN-NUMERO
                             ALTERNATE RECORD KEY IS WAN-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAN-STATUS.
           SELECT ANTIAPLI  ASSIGN TO "ANTIAPLI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAI-CLAVE
                             FILE STATUS IS WAI-STATUS.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             ALTERNATE RECORD KEY IS WFA-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WFA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANTICIPO.
       01  REG-ANTICIPO.
           05  WAN-NUMERO            PIC 9(08).
           05  WAN-CUENTA            PIC 9(06).
           05  WAN-FECHA             PIC 9(08).
           05  WAN-IMPORTE           PIC S9(09)V99.
           05  WAN-SALDO             PIC S9(09)V99.
           05  WAN-ESTADO            PIC X(01).
               88  WAN-ABIERTO        VALUE "A".
               88  WAN-APLICADO       VALUE "C".
           05  WAN-ULT-SECUENCIA     PIC 9(03).
           05  WAN-OBSERVACION       PIC X(30).

       FD  ANTIAPLI.
       01  REG-ANTIAPLI.
           05  WAI-CLAVE.
               10  WAI-ANTICIPO      PIC 9(08).
               10  WAI-SECUENCIA     PIC 9(03).
           05  WAI-CUENTA            PIC 9(06).
           05  WAI-COMPROBANTE       PIC 9(08).
           05  WAI-FECHA             PIC 9(08).
           05  WAI-IMPORTE           PIC S9(09)V99.

       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).
               88  WFA-ESTA-CANCELADO VALUE "S".
           05  WFA-FEC-EMISION       PIC 9(08).
           05  WFA-IMPORTE           PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       77  WAN-STATUS                PIC X(02).
       77  WAI-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WAL-CUENTA-PARAM          PIC 9(06).
       77  WAL-ANTICIPO-PARAM        PIC 9(08).
       77  WAL-COMPROBANTE-PARAM     PIC 9(08).
       77  WAL-HOY                   PIC 9(08).
       77  WAL-A-APLICAR             PIC S9(09)V99.
       77  WAL-TOTAL-APLICADO        PIC S9(09)V99.
       77  EOF-ANTICIPO              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ANTICIPO    VALUE "S".
       77  EOF-FACT                  PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".

       LINKAGE SECTION.
       01  LK-CUENTA-PARAM           PIC 9(06).
       01  LK-ANTICIPO-PARAM         PIC 9(08).
       01  LK-COMPROBANTE-PARAM      PIC 9(08).
       01  LK-IMPORTE-APLICADO       PIC S9(09)V99.

       PROCEDURE DIVISION USING LK-CUENTA-PARAM
                                 LK-ANTICIPO-PARAM
                                 LK-COMPROBANTE-PARAM
                                 LK-IMPORTE-APLICADO.
       DECLARATIVES.
       ANTICIPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTICIPO.
           DISPLAY "ERROR E/S ANTICIPO: " WAN-STATUS.
       ANTIAPLI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTIAPLI.
           DISPLAY "ERROR E/S ANTIAPLI: " WAI-STATUS.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           IF WAL-ANTICIPO-PARAM NOT = 0
               PERFORM 2000-ANTICIPO-PUNTUAL
                   THRU 2000-ANTICIPO-PUNTUAL-EXIT
           ELSE
               PERFORM 2500-PROXIMO-ANTICIPO
                   THRU 2500-PROXIMO-ANTICIPO-EXIT
                   UNTIL NO-HAY-MAS-ANTICIPO
           END-IF.
           PERFORM 9999-FINAL.
           MOVE WAL-TOTAL-APLICADO TO LK-IMPORTE-APLICADO.
           GOBACK.

      *    Se llama varias veces en la misma corrida: los
      *    indicadores y el total se reinician en cada CALL.
       1000-INICIAL.
           MOVE LK-CUENTA-PARAM      TO WAL-CUENTA-PARAM.
           MOVE LK-ANTICIPO-PARAM    TO WAL-ANTICIPO-PARAM.
           MOVE LK-COMPROBANTE-PARAM TO WAL-COMPROBANTE-PARAM.
           MOVE 0   TO WAL-TOTAL-APLICADO.
           MOVE "N" TO EOF-ANTICIPO.
           MOVE "N" TO EOF-FACT.
           ACCEPT WAL-HOY FROM DATE YYYYMMDD.
           OPEN I-O ANTICIPO.
           IF WAN-STATUS = "35"
               CLOSE ANTICIPO
               OPEN OUTPUT ANTICIPO
               CLOSE ANTICIPO
               OPEN I-O ANTICIPO
           END-IF.
           OPEN I-O ANTIAPLI.
           IF WAI-STATUS = "35"
               CLOSE ANTIAPLI
               OPEN OUTPUT ANTIAPLI
               CLOSE ANTIAPLI
               OPEN I-O ANTIAPLI
           END-IF.
           OPEN I-O FACT.
           IF WAL-ANTICIPO-PARAM = 0
               MOVE WAL-CUENTA-PARAM TO WAN-CUENTA
               START ANTICIPO KEY IS NOT LESS THAN WAN-CUENTA
                   INVALID KEY MOVE "S" TO EOF-ANTICIPO
               END-START
           END-IF.

       2000-ANTICIPO-PUNTUAL.
           MOVE WAL-ANTICIPO-PARAM TO WAN-NUMERO.
           READ ANTICIPO KEY IS WAN-NUMERO
               INVALID KEY
                   DISPLAY "ANTICIPO INEXISTENTE"
                   GO TO 2000-ANTICIPO-PUNTUAL-EXIT
           END-READ.
           IF WAL-CUENTA-PARAM = 0
               MOVE WAN-CUENTA TO WAL-CUENTA-PARAM
           END-IF.
           IF WAN-CUENTA NOT = WAL-CUENTA-PARAM
               DISPLAY "EL ANTICIPO NO ES DE LA CUENTA"
               GO TO 2000-ANTICIPO-PUNTUAL-EXIT
           END-IF.
           IF NOT WAN-ABIERTO OR WAN-SALDO NOT > 0
               DISPLAY "ANTICIPO SIN SALDO A APLICAR"
               GO TO 2000-ANTICIPO-PUNTUAL-EXIT
           END-IF.
           PERFORM 3000-APLICAR-ANTICIPO
               THRU 3000-APLICAR-ANTICIPO-EXIT.
       2000-ANTICIPO-PUNTUAL-EXIT.
           EXIT.

      *    Los anticipos de la cuenta en el orden de la clave
      *    alternativa: los mas antiguos se aplican primero.
       2500-PROXIMO-ANTICIPO.
           READ ANTICIPO NEXT RECORD
               AT END MOVE "S" TO EOF-ANTICIPO
           END-READ.
           IF NO-HAY-MAS-ANTICIPO
              OR WAN-CUENTA NOT = WAL-CUENTA-PARAM
               MOVE "S" TO EOF-ANTICIPO
               GO TO 2500-PROXIMO-ANTICIPO-EXIT
           END-IF.
           IF WAN-ABIERTO AND WAN-SALDO > 0
               PERFORM 3000-APLICAR-ANTICIPO
                   THRU 3000-APLICAR-ANTICIPO-EXIT
           END-IF.
       2500-PROXIMO-ANTICIPO-EXIT.
           EXIT.

       3000-APLICAR-ANTICIPO.
           IF WAL-COMPROBANTE-PARAM NOT = 0
               MOVE WAL-CUENTA-PARAM      TO WFA-CUENTA
               MOVE WAL-COMPROBANTE-PARAM TO WFA-COMPROBANTE
               READ FACT KEY IS WFA-CLAVE
                   INVALID KEY
                       DISPLAY "FACTURA INEXISTENTE"
                       GO TO 3000-APLICAR-ANTICIPO-EXIT
               END-READ
               PERFORM 3500-IMPUTAR THRU 3500-IMPUTAR-EXIT
               GO TO 3000-APLICAR-ANTICIPO-EXIT
           END-IF.
           MOVE "N" TO EOF-FACT.
           MOVE WAL-CUENTA-PARAM TO WFA-CUENTA.
           START FACT KEY IS NOT LESS THAN WFA-CUENTA
               INVALID KEY MOVE "S" TO EOF-FACT
           END-START.
           PERFORM 3100-PROXIMA-FACTURA THRU 3100-PROXIMA-FACTURA-EXIT
               UNTIL NO-HAY-MAS-FACT OR WAN-SALDO NOT > 0.
       3000-APLICAR-ANTICIPO-EXIT.
           EXIT.

       3100-PROXIMA-FACTURA.
           READ FACT NEXT RECORD
               AT END MOVE "S" TO EOF-FACT
           END-READ.
           IF NO-HAY-MAS-FACT OR WFA-CUENTA NOT = WAL-CUENTA-PARAM
               MOVE "S" TO EOF-FACT
               GO TO 3100-PROXIMA-FACTURA-EXIT
           END-IF.
           PERFORM 3500-IMPUTAR THRU 3500-IMPUTAR-EXIT.
       3100-PROXIMA-FACTURA-EXIT.
           EXIT.

      *    Aplica a la factura leida lo que alcance del saldo del
      *    anticipo; la factura cubierta queda cancelada y el
      *    anticipo sin saldo pasa a aplicado.
       3500-IMPUTAR.
           IF WFA-ESTA-CANCELADO OR WFA-SALDO NOT > 0
               GO TO 3500-IMPUTAR-EXIT
           END-IF.
           IF WAN-SALDO >= WFA-SALDO
               MOVE WFA-SALDO TO WAL-A-APLICAR
           ELSE
               MOVE WAN-SALDO TO WAL-A-APLICAR
           END-IF.
           SUBTRACT WAL-A-APLICAR FROM WFA-SALDO.
           IF WFA-SALDO = 0
               MOVE "S" TO WFA-CANCELADO
           END-IF.
           REWRITE REG-FACT
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR FACT"
                   GO TO 3500-IMPUTAR-EXIT
           END-REWRITE.
           SUBTRACT WAL-A-APLICAR FROM WAN-SALDO.
           ADD 1 TO WAN-ULT-SECUENCIA.
           IF WAN-SALDO = 0
               MOVE "C" TO WAN-ESTADO
           END-IF.
           REWRITE REG-ANTICIPO
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR ANTICIPO"
           END-REWRITE.
           MOVE WAN-NUMERO        TO WAI-ANTICIPO.
           MOVE WAN-ULT-SECUENCIA TO WAI-SECUENCIA.
           MOVE WFA-CUENTA        TO WAI-CUENTA.
           MOVE WFA-COMPROBANTE   TO WAI-COMPROBANTE.
           MOVE WAL-HOY           TO WAI-FECHA.
           MOVE WAL-A-APLICAR     TO WAI-IMPORTE.
           WRITE REG-ANTIAPLI
               INVALID KEY DISPLAY "NO PUDO GRABAR ANTIAPLI"
           END-WRITE.
           ADD WAL-A-APLICAR TO WAL-TOTAL-APLICADO.
           DISPLAY "ANTICIPO " WAN-NUMERO " APLICADO " WAL-A-APLICAR
               " A FACT " WFA-COMPROBANTE.
       3500-IMPUTAR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE ANTICIPO.
           CLOSE ANTIAPLI.
           CLOSE FACT.
       9999-FINAL-EXIT.
           EXIT.
