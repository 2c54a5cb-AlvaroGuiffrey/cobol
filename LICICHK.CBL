       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LICICHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Precio de licitacion: busca, para la cuenta y el
      * articulo, un contrato adjudicado vigente a la fecha en
      * LICITA/LICIDET (ver LICITA.CBL) y devuelve el precio
      * adjudicado y el saldo de cantidad contratada.
      *   LK-MODO "C": consulta; el saldo y el porcentaje de
      *                consumo se calculan contando la cantidad
      *                que se esta por entregar;
      *   LK-MODO "D": descuenta la cantidad del saldo del
      *                contrato (al confirmar el remito).
      * LK-RESULTADO: "S" rige el precio de licitacion; "X" hay
      * contrato pero la cantidad contratada ya se consumio (va
      * a precio de lista); " " la cuenta no tiene contrato para
      * el articulo. LK-ALERTA: posicion 1 "C" si el consumo
      * llega al porcentaje de aviso del contrato (80% si no
      * tiene), posicion 2 "V" si faltan menos dias para el
      * vencimiento que los de aviso (30 si no tiene).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICITA    ASSIGN TO "LICITA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLN-CLAVE
                             FILE STATUS IS WLN-STATUS.
           SELECT LICIDET   ASSIGN TO "LICIDET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLX-CLAVE
                             FILE STATUS IS WLX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LICITA.
       01  REG-LICITA.
           05  WLN-CLAVE.
               10  WLN-CUENTA        PIC 9(06).
               10  WLN-NUMERO        PIC X(12).
           05  WLN-ORGANISMO         PIC X(30).
           05  WLN-FEC-DESDE         PIC 9(08).
           05  WLN-FEC-HASTA         PIC 9(08).
           05  WLN-POLIZA            PIC X(15).
           05  WLN-ASEGURADORA       PIC X(30).
           05  WLN-GARANTIA          PIC S9(09)V99.
           05  WLN-FEC-VTO-POLIZA    PIC 9(08).
           05  WLN-PORC-AVISO        PIC 9(03).
           05  WLN-DIAS-AVISO        PIC 9(03).
           05  WLN-ESTADO            PIC X(01).
               88  WLN-ACTIVA         VALUE "A".
               88  WLN-CERRADA        VALUE "C".

       FD  LICIDET.
       01  REG-LICIDET.
           05  WLX-CLAVE.
               10  WLX-CUENTA        PIC 9(06).
               10  WLX-NUMERO        PIC X(12).
               10  WLX-ARTICULO      PIC 9(06).
           05  WLX-PRECIO            PIC S9(07)V99.
           05  WLX-CANT-CONTRATADA   PIC S9(07)V99.
           05  WLX-CANT-CONSUMIDA    PIC S9(07)V99.
           05  WLX-FEC-ULT-CONSUMO   PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WLN-STATUS                PIC X(02).
       77  WLX-STATUS                PIC X(02).
       77  WLZ-HAY-LICITA            PIC X(01).
       77  WLZ-HALLADO               PIC X(01).
       77  WLZ-AGOTADO               PIC X(01).
       77  WLZ-PORC-AVISO            PIC 9(03).
       77  WLZ-DIAS-AVISO            PIC 9(03).
       77  WLZ-PORC-CONSUMO          PIC 9(05)V99.
       77  WLZ-CONSUMO               PIC S9(07)V99.
       77  WLZ-DIAS-VTO              PIC S9(07).
       77  EOF-LICITA                 PIC X(01).
           88  NO-HAY-MAS-LICITA      VALUE "S".

       LINKAGE SECTION.
       01  LK-MODO                   PIC X(01).
       01  LK-CUENTA                 PIC 9(06).
       01  LK-ARTICULO               PIC 9(06).
       01  LK-FECHA                  PIC 9(08).
       01  LK-CANTIDAD               PIC S9(07)V99.
       01  LK-PRECIO                 PIC S9(07)V99.
       01  LK-RESULTADO              PIC X(01).
       01  LK-LICITACION             PIC X(12).
       01  LK-SALDO                  PIC S9(07)V99.
       01  LK-ALERTA                 PIC X(02).

       PROCEDURE DIVISION USING LK-MODO
                                 LK-CUENTA
                                 LK-ARTICULO
                                 LK-FECHA
                                 LK-CANTIDAD
                                 LK-PRECIO
                                 LK-RESULTADO
                                 LK-LICITACION
                                 LK-SALDO
                                 LK-ALERTA.
       DECLARATIVES.
       LICITA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICITA.
           DISPLAY "ERROR E/S LICITA: " WLN-STATUS.
       LICIDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICIDET.
           DISPLAY "ERROR E/S LICIDET: " WLX-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
           IF WLZ-HAY-LICITA = "S"
               PERFORM 2000-BUSCAR-CONTRATO
                   THRU 2000-BUSCAR-CONTRATO-EXIT
                   UNTIL NO-HAY-MAS-LICITA OR WLZ-HALLADO = "S"
           END-IF.
           IF WLZ-HALLADO = "S"
               PERFORM 3000-APLICAR THRU 3000-APLICAR-EXIT
           ELSE
               IF WLZ-AGOTADO = "S"
                   MOVE "X" TO LK-RESULTADO
               END-IF
           END-IF.
           PERFORM 9999-FINAL.
           GOBACK.

       1000-INICIAL.
           MOVE SPACE  TO LK-RESULTADO.
           MOVE SPACES TO LK-LICITACION.
           MOVE SPACES TO LK-ALERTA.
           MOVE 0      TO LK-SALDO.
           MOVE "N"    TO WLZ-HALLADO.
           MOVE "N"    TO WLZ-AGOTADO.
           MOVE "N"    TO EOF-LICITA.
           MOVE "S"    TO WLZ-HAY-LICITA.
           OPEN INPUT LICITA.
           IF WLN-STATUS NOT = "00"
               MOVE "N" TO WLZ-HAY-LICITA
               GO TO 1000-INICIAL-EXIT
           END-IF.
           IF LK-MODO = "D"
               OPEN I-O LICIDET
           ELSE
               OPEN INPUT LICIDET
           END-IF.
           IF WLX-STATUS NOT = "00"
               CLOSE LICITA
               MOVE "N" TO WLZ-HAY-LICITA
               GO TO 1000-INICIAL-EXIT
           END-IF.
           MOVE LK-CUENTA  TO WLN-CUENTA.
           MOVE LOW-VALUES TO WLN-NUMERO.
           START LICITA KEY IS NOT LESS THAN WLN-CLAVE
               INVALID KEY MOVE "S" TO EOF-LICITA
           END-START.
       1000-INICIAL-EXIT.
           EXIT.

      *    Contratos de la cuenta: el primero activo y vigente a
      *    la fecha que tenga el articulo con saldo. Uno agotado
      *    se recuerda por si no aparece otro.
       2000-BUSCAR-CONTRATO.
           READ LICITA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LICITA
                   GO TO 2000-BUSCAR-CONTRATO-EXIT
           END-READ.
           IF WLN-CUENTA NOT = LK-CUENTA
               MOVE "S" TO EOF-LICITA
               GO TO 2000-BUSCAR-CONTRATO-EXIT
           END-IF.
           IF NOT WLN-ACTIVA
              OR WLN-FEC-DESDE > LK-FECHA
              OR WLN-FEC-HASTA < LK-FECHA
               GO TO 2000-BUSCAR-CONTRATO-EXIT
           END-IF.
           MOVE WLN-CUENTA  TO WLX-CUENTA.
           MOVE WLN-NUMERO  TO WLX-NUMERO.
           MOVE LK-ARTICULO TO WLX-ARTICULO.
           READ LICIDET KEY IS WLX-CLAVE
               INVALID KEY GO TO 2000-BUSCAR-CONTRATO-EXIT
           END-READ.
           IF WLX-CANT-CONSUMIDA >= WLX-CANT-CONTRATADA
               MOVE "S" TO WLZ-AGOTADO
               MOVE WLN-NUMERO TO LK-LICITACION
               GO TO 2000-BUSCAR-CONTRATO-EXIT
           END-IF.
           MOVE "S" TO WLZ-HALLADO.
       2000-BUSCAR-CONTRATO-EXIT.
           EXIT.

       3000-APLICAR.
           MOVE "S"        TO LK-RESULTADO.
           MOVE WLX-PRECIO TO LK-PRECIO.
           MOVE WLN-NUMERO TO LK-LICITACION.
           COMPUTE WLZ-CONSUMO = WLX-CANT-CONSUMIDA + LK-CANTIDAD.
           IF LK-MODO = "D"
               MOVE WLZ-CONSUMO TO WLX-CANT-CONSUMIDA
               MOVE LK-FECHA    TO WLX-FEC-ULT-CONSUMO
               REWRITE REG-LICIDET
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR LICIDET"
               END-REWRITE
           END-IF.
           COMPUTE LK-SALDO = WLX-CANT-CONTRATADA - WLZ-CONSUMO.
           MOVE WLN-PORC-AVISO TO WLZ-PORC-AVISO.
           IF WLZ-PORC-AVISO = 0
               MOVE 80 TO WLZ-PORC-AVISO
           END-IF.
           MOVE WLN-DIAS-AVISO TO WLZ-DIAS-AVISO.
           IF WLZ-DIAS-AVISO = 0
               MOVE 30 TO WLZ-DIAS-AVISO
           END-IF.
           IF WLX-CANT-CONTRATADA > 0
               COMPUTE WLZ-PORC-CONSUMO ROUNDED =
                   WLZ-CONSUMO * 100 / WLX-CANT-CONTRATADA
               IF WLZ-PORC-CONSUMO >= WLZ-PORC-AVISO
                   MOVE "C" TO LK-ALERTA (1:1)
               END-IF
           END-IF.
           COMPUTE WLZ-DIAS-VTO =
               FUNCTION INTEGER-OF-DATE (WLN-FEC-HASTA)
             - FUNCTION INTEGER-OF-DATE (LK-FECHA).
           IF WLZ-DIAS-VTO <= WLZ-DIAS-AVISO
               MOVE "V" TO LK-ALERTA (2:1)
           END-IF.
       3000-APLICAR-EXIT.
           EXIT.

       9999-FINAL.
           IF WLZ-HAY-LICITA = "S"
               CLOSE LICITA
               CLOSE LICIDET
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
