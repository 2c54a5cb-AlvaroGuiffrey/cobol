       IDENTIFICATION DIVISION.
       PROGRAM-ID.       LICITA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Contratos de licitaciones institucionales (hospitales,
      * escuelas, comedores municipales): cada adjudicacion fija
      * para una cuenta un precio por articulo y una cantidad
      * total contratada durante un periodo, respaldada por una
      * poliza de caucion. La cabecera queda en LICITA con clave
      * cuenta + numero de licitacion (organismo, vigencia,
      * poliza, aseguradora, importe y vencimiento de la
      * garantia, porcentaje y dias de aviso y estado A activa /
      * C cerrada) y los renglones en LICIDET con clave cuenta +
      * licitacion + articulo (precio adjudicado, cantidad
      * contratada y consumida).
      *   modo A: alta o cambio de la cabecera (dato en blanco o
      *           cero deja el anterior);
      *   modo R: renglones adjudicados, hasta articulo 0;
      *   modo C: cierre del contrato;
      *   modo L: estado de los contratos: entregado, pendiente
      *           y valor remanente por articulo, con las
      *           alertas de consumo, vencimiento del contrato y
      *           de la poliza (a pedido, solo los que tienen
      *           alguna alerta).
      * REMITO aplica el precio adjudicado y descuenta la
      * cantidad entregada por LICICHK, y avisa al llegar al
      * porcentaje de consumo o a los dias previos al
      * vencimiento.
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
           SELECT CUENTA    ASSIGN TO "CUENTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCU-CLAVE
                             ALTERNATE RECORD KEY IS WCU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WCU-STATUS.
           SELECT ART02     ASSIGN TO "ART02"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-ARTICULO
                             FILE STATUS IS WAR-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
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

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).

       FD  ART02.
       01  REG-ART02.
           05  WAR-ARTICULO          PIC 9(06).
           05  WAR-DESCRIPCION       PIC X(30).
           05  WAR-CODBARRA          PIC X(13).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "LICITA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WLN-STATUS                PIC X(02).
       77  WLX-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WLT-MODO-PARAM            PIC X(01).
       77  WLT-CUENTA-PARAM          PIC 9(06).
       77  WLT-NUMERO-PARAM          PIC X(12).
       77  WLT-SOLO-ALERTAS          PIC X(01).
       77  WLT-CONFIRMA              PIC X(01).
       77  WLT-EXISTE                PIC X(01).
       77  WLT-SIGUE-RENGLON         PIC X(01).
       77  WLT-HOY                   PIC 9(08).
       77  WLT-ARTICULO-CAP          PIC 9(06).
       77  WLT-PRECIO-CAP            PIC S9(07)V99.
       77  WLT-CANTIDAD-CAP          PIC S9(07)V99.
       77  WLT-PORC-AVISO            PIC 9(03).
       77  WLT-DIAS-AVISO            PIC 9(03).
       77  WLT-DIAS-VTO              PIC S9(07).
       77  WLT-DIAS-POLIZA           PIC S9(07).
       77  WLT-PORC-CONSUMO          PIC 9(05)V99.
       77  WLT-PENDIENTE             PIC S9(07)V99.
       77  WLT-ALERTA-CONTRATO       PIC X(01).
       77  WLT-TOT-CONTRATADO        PIC S9(11)V99.
       77  WLT-TOT-ENTREGADO         PIC S9(11)V99.
       77  WLT-TOT-REMANENTE         PIC S9(11)V99.
       77  WLT-CANT-LISTADOS         PIC 9(05) VALUE 0.
       77  EOF-LICITA                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-LICITA      VALUE "S".
       77  EOF-LICIDET                PIC X(01).
           88  NO-HAY-MAS-LICIDET     VALUE "S".

      *    Datos de la cabecera tal como se tipean, para no pisar
      *    el registro leido si el operador no confirma.
       01  WLT-DATOS.
           05  WLT-ORGANISMO         PIC X(30).
           05  WLT-FEC-DESDE         PIC 9(08).
           05  WLT-FEC-HASTA         PIC 9(08).
           05  WLT-POLIZA            PIC X(15).
           05  WLT-ASEGURADORA       PIC X(30).
           05  WLT-GARANTIA          PIC S9(09)V99.
           05  WLT-FEC-VTO-POLIZA    PIC 9(08).
           05  WLT-PORC-AVISO-CAP    PIC 9(03).
           05  WLT-DIAS-AVISO-CAP    PIC 9(03).

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "ESTADO DE CONTRATOS DE LICITACION".
           05  FILLER             PIC X(07) VALUE "FECHA: ".
           05  T-HOY              PIC 9(08).

       01  LIN-CONTRATO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "CUENTA: ".
           05  C-CUENTA              PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C-NOMBRE              PIC X(30).
           05  FILLER                PIC X(06) VALUE " LIC: ".
           05  C-NUMERO              PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C-ORGANISMO           PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C-FEC-DESDE           PIC 9(08).
           05  FILLER                PIC X(01) VALUE "-".
           05  C-FEC-HASTA           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  C-ESTADO              PIC X(07).

       01  LIN-POLIZA.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "POLIZA: ".
           05  P-POLIZA              PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-ASEGURADORA         PIC X(30).
           05  FILLER                PIC X(11) VALUE " GARANTIA: ".
           05  P-GARANTIA            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE " VTO: ".
           05  P-FEC-VTO-POLIZA      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  P-ALERTA              PIC X(20).

       01  LIN-ENCABEZADO.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "ARTICULO DESCRIPCION                         PRECI".
           05  FILLER             PIC X(50) VALUE
               "O CONTRATADO  ENTREGADO  PENDIENTE    %      REMAN".
           05  FILLER             PIC X(10) VALUE
               "ENTE".

       01  LIN-DETALLE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  D-ARTICULO            PIC Z(5)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  D-DESCRIPCION         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PRECIO              PIC ZZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CONTRATADA          PIC ZZZZZZ9.99-.
           05  D-CONSUMIDA           PIC ZZZZZZ9.99-.
           05  D-PENDIENTE           PIC ZZZZZZ9.99-.
           05  D-PORC                PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-REMANENTE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-ALERTA              PIC X(08).

       01  LIN-TOTAL-CONTRATO.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(22)
               VALUE "VALOR CONTRATADO ....:".
           05  TC-CONTRATADO         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(16)
               VALUE "   ENTREGADO ..:".
           05  TC-ENTREGADO          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(16)
               VALUE "   REMANENTE ..:".
           05  TC-REMANENTE          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       LICITA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICITA.
           DISPLAY "ERROR E/S LICITA: " WLN-STATUS.
       LICIDET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON LICIDET.
           DISPLAY "ERROR E/S LICIDET: " WLX-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAR-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WLT-MODO-PARAM
               WHEN "A"
                   PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
               WHEN "R"
                   PERFORM 3000-RENGLONES THRU 3000-RENGLONES-EXIT
               WHEN "C"
                   PERFORM 4000-CERRAR THRU 4000-CERRAR-EXIT
               WHEN "L"
                   PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (A/R/C/L)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           ACCEPT WLT-HOY FROM DATE YYYYMMDD.
           DISPLAY "MODO (A ALTA R RENGLONES C CIERRE L ESTADO): "
               LINE 6 POSITION 5.
           ACCEPT WLT-MODO-PARAM LINE 6 POSITION 52.
           OPEN I-O LICITA.
           IF WLN-STATUS = "35"
               CLOSE LICITA
               OPEN OUTPUT LICITA
               CLOSE LICITA
               OPEN I-O LICITA
           END-IF.
           OPEN I-O LICIDET.
           IF WLX-STATUS = "35"
               CLOSE LICIDET
               OPEN OUTPUT LICIDET
               CLOSE LICIDET
               OPEN I-O LICIDET
           END-IF.
           OPEN INPUT CUENTA.
           OPEN INPUT ART02.
           IF WLT-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
           END-IF.

       2000-ALTA.
           PERFORM 6000-PEDIR-CONTRATO THRU 6000-PEDIR-CONTRATO-EXIT.
           IF WLT-CUENTA-PARAM = 0
               GO TO 2000-ALTA-EXIT
           END-IF.
           MOVE "S"              TO WLT-EXISTE.
           MOVE WLT-CUENTA-PARAM TO WLN-CUENTA.
           MOVE WLT-NUMERO-PARAM TO WLN-NUMERO.
           READ LICITA KEY IS WLN-CLAVE
               INVALID KEY MOVE "N" TO WLT-EXISTE
           END-READ.
           IF WLT-EXISTE = "N"
               MOVE SPACES           TO REG-LICITA
               MOVE WLT-CUENTA-PARAM TO WLN-CUENTA
               MOVE WLT-NUMERO-PARAM TO WLN-NUMERO
               MOVE 0 TO WLN-FEC-DESDE WLN-FEC-HASTA WLN-GARANTIA
                         WLN-FEC-VTO-POLIZA WLN-PORC-AVISO
                         WLN-DIAS-AVISO
               MOVE "A"              TO WLN-ESTADO
           ELSE
               DISPLAY "LICITACION EXISTENTE:" LINE 10 POSITION 5
               DISPLAY WLN-ORGANISMO LINE 10 POSITION 29
           END-IF.
           DISPLAY "ORGANISMO ...........: " LINE 11 POSITION 5.
           ACCEPT WLT-ORGANISMO LINE 11 POSITION 29.
           DISPLAY "VIGENCIA DESDE ......: " LINE 12 POSITION 5.
           ACCEPT WLT-FEC-DESDE LINE 12 POSITION 29.
           DISPLAY "HASTA ...............: " LINE 12 POSITION 40.
           ACCEPT WLT-FEC-HASTA LINE 12 POSITION 64.
           DISPLAY "POLIZA DE CAUCION ...: " LINE 13 POSITION 5.
           ACCEPT WLT-POLIZA LINE 13 POSITION 29.
           DISPLAY "ASEGURADORA .........: " LINE 14 POSITION 5.
           ACCEPT WLT-ASEGURADORA LINE 14 POSITION 29.
           DISPLAY "IMPORTE GARANTIA ....: " LINE 15 POSITION 5.
           ACCEPT WLT-GARANTIA LINE 15 POSITION 29.
           DISPLAY "VENCIMIENTO POLIZA ..: " LINE 16 POSITION 5.
           ACCEPT WLT-FEC-VTO-POLIZA LINE 16 POSITION 29.
           DISPLAY "% AVISO CONSUMO (80) : " LINE 17 POSITION 5.
           ACCEPT WLT-PORC-AVISO-CAP LINE 17 POSITION 29.
           DISPLAY "DIAS AVISO VTO. (30) : " LINE 17 POSITION 40.
           ACCEPT WLT-DIAS-AVISO-CAP LINE 17 POSITION 64.

           IF WLT-ORGANISMO NOT = SPACES
               MOVE WLT-ORGANISMO      TO WLN-ORGANISMO
           END-IF.
           IF WLT-FEC-DESDE NOT = 0
               MOVE WLT-FEC-DESDE      TO WLN-FEC-DESDE
           END-IF.
           IF WLT-FEC-HASTA NOT = 0
               MOVE WLT-FEC-HASTA      TO WLN-FEC-HASTA
           END-IF.
           IF WLT-POLIZA NOT = SPACES
               MOVE WLT-POLIZA         TO WLN-POLIZA
           END-IF.
           IF WLT-ASEGURADORA NOT = SPACES
               MOVE WLT-ASEGURADORA    TO WLN-ASEGURADORA
           END-IF.
           IF WLT-GARANTIA NOT = 0
               MOVE WLT-GARANTIA       TO WLN-GARANTIA
           END-IF.
           IF WLT-FEC-VTO-POLIZA NOT = 0
               MOVE WLT-FEC-VTO-POLIZA TO WLN-FEC-VTO-POLIZA
           END-IF.
           IF WLT-PORC-AVISO-CAP NOT = 0
               MOVE WLT-PORC-AVISO-CAP TO WLN-PORC-AVISO
           END-IF.
           IF WLT-DIAS-AVISO-CAP NOT = 0
               MOVE WLT-DIAS-AVISO-CAP TO WLN-DIAS-AVISO
           END-IF.

           IF WLN-FEC-DESDE = 0 OR WLN-FEC-HASTA = 0
              OR WLN-FEC-HASTA < WLN-FEC-DESDE
               DISPLAY "VIGENCIA INVALIDA" LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WLN-PORC-AVISO > 100
               DISPLAY "PORCENTAJE DE AVISO INVALIDO"
                   LINE 20 POSITION 5
               GO TO 2000-ALTA-EXIT
           END-IF.
           DISPLAY "CONFIRMA (S/N) ......: " LINE 21 POSITION 5.
           ACCEPT WLT-CONFIRMA LINE 21 POSITION 29.
           IF WLT-CONFIRMA NOT = "S"
               GO TO 2000-ALTA-EXIT
           END-IF.
           IF WLT-EXISTE = "S"
               REWRITE REG-LICITA
                   INVALID KEY
                       DISPLAY "NO PUDO ACTUALIZAR LICITA"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-REWRITE
           ELSE
               WRITE REG-LICITA
                   INVALID KEY
                       DISPLAY "NO PUDO GRABAR LICITA"
                           LINE 22 POSITION 5
                       GO TO 2000-ALTA-EXIT
               END-WRITE
           END-IF.
           DISPLAY "LICITACION GRABADA" LINE 22 POSITION 5.
       2000-ALTA-EXIT.
           EXIT.

      *    Renglones adjudicados: un articulo ya cargado cambia
      *    precio o cantidad contratada y conserva lo consumido.
       3000-RENGLONES.
           PERFORM 6000-PEDIR-CONTRATO THRU 6000-PEDIR-CONTRATO-EXIT.
           IF WLT-CUENTA-PARAM = 0
               GO TO 3000-RENGLONES-EXIT
           END-IF.
           MOVE WLT-CUENTA-PARAM TO WLN-CUENTA.
           MOVE WLT-NUMERO-PARAM TO WLN-NUMERO.
           READ LICITA KEY IS WLN-CLAVE
               INVALID KEY
                   DISPLAY "LICITACION INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3000-RENGLONES-EXIT
           END-READ.
           DISPLAY WLN-ORGANISMO LINE 10 POSITION 29.
           MOVE "S" TO WLT-SIGUE-RENGLON.
           PERFORM 3100-UN-RENGLON THRU 3100-UN-RENGLON-EXIT
               UNTIL WLT-SIGUE-RENGLON NOT = "S".
       3000-RENGLONES-EXIT.
           EXIT.

       3100-UN-RENGLON.
           DISPLAY SPACES LINE 20 POSITION 5 SIZE 60.
           DISPLAY "ARTICULO (0 CIERRA) .: " LINE 12 POSITION 5.
           ACCEPT WLT-ARTICULO-CAP LINE 12 POSITION 29.
           IF WLT-ARTICULO-CAP = 0
               MOVE "N" TO WLT-SIGUE-RENGLON
               GO TO 3100-UN-RENGLON-EXIT
           END-IF.
           MOVE WLT-ARTICULO-CAP TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY
                   DISPLAY "ARTICULO INEXISTENTE" LINE 20 POSITION 5
                   GO TO 3100-UN-RENGLON-EXIT
           END-READ.
           DISPLAY WAR-DESCRIPCION LINE 12 POSITION 40.
           MOVE "S"              TO WLT-EXISTE.
           MOVE WLT-CUENTA-PARAM TO WLX-CUENTA.
           MOVE WLT-NUMERO-PARAM TO WLX-NUMERO.
           MOVE WLT-ARTICULO-CAP TO WLX-ARTICULO.
           READ LICIDET KEY IS WLX-CLAVE
               INVALID KEY MOVE "N" TO WLT-EXISTE
           END-READ.
           IF WLT-EXISTE = "N"
               MOVE 0 TO WLX-PRECIO WLX-CANT-CONTRATADA
                         WLX-CANT-CONSUMIDA WLX-FEC-ULT-CONSUMO
           ELSE
               DISPLAY "CONSUMIDO HASTA HOY .: " LINE 15 POSITION 5
               DISPLAY WLX-CANT-CONSUMIDA LINE 15 POSITION 29
           END-IF.
           DISPLAY "PRECIO ADJUDICADO ...: " LINE 13 POSITION 5.
           ACCEPT WLT-PRECIO-CAP LINE 13 POSITION 29.
           DISPLAY "CANTIDAD CONTRATADA .: " LINE 14 POSITION 5.
           ACCEPT WLT-CANTIDAD-CAP LINE 14 POSITION 29.
           IF WLT-PRECIO-CAP NOT = 0
               MOVE WLT-PRECIO-CAP   TO WLX-PRECIO
           END-IF.
           IF WLT-CANTIDAD-CAP NOT = 0
               MOVE WLT-CANTIDAD-CAP TO WLX-CANT-CONTRATADA
           END-IF.
           IF WLX-PRECIO NOT > 0 OR WLX-CANT-CONTRATADA NOT > 0
               DISPLAY "FALTA PRECIO O CANTIDAD" LINE 20 POSITION 5
               GO TO 3100-UN-RENGLON-EXIT
           END-IF.
           IF WLT-EXISTE = "S"
               REWRITE REG-LICIDET
                   INVALID KEY
                       DISPLAY "NO PUDO ACTUALIZAR LICIDET"
                           LINE 20 POSITION 5
               END-REWRITE
           ELSE
               WRITE REG-LICIDET
                   INVALID KEY
                       DISPLAY "NO PUDO GRABAR LICIDET"
                           LINE 20 POSITION 5
               END-WRITE
           END-IF.
           DISPLAY SPACES LINE 15 POSITION 5 SIZE 60.
       3100-UN-RENGLON-EXIT.
           EXIT.

       4000-CERRAR.
           PERFORM 6000-PEDIR-CONTRATO THRU 6000-PEDIR-CONTRATO-EXIT.
           IF WLT-CUENTA-PARAM = 0
               GO TO 4000-CERRAR-EXIT
           END-IF.
           MOVE WLT-CUENTA-PARAM TO WLN-CUENTA.
           MOVE WLT-NUMERO-PARAM TO WLN-NUMERO.
           READ LICITA KEY IS WLN-CLAVE
               INVALID KEY
                   DISPLAY "LICITACION INEXISTENTE" LINE 20 POSITION 5
                   GO TO 4000-CERRAR-EXIT
           END-READ.
           DISPLAY WLN-ORGANISMO LINE 10 POSITION 29.
           DISPLAY "CONFIRMA CIERRE (S/N): " LINE 12 POSITION 5.
           ACCEPT WLT-CONFIRMA LINE 12 POSITION 29.
           IF WLT-CONFIRMA NOT = "S"
               GO TO 4000-CERRAR-EXIT
           END-IF.
           MOVE "C" TO WLN-ESTADO.
           REWRITE REG-LICITA
               INVALID KEY
                   DISPLAY "NO PUDO ACTUALIZAR LICITA"
                       LINE 20 POSITION 5
                   GO TO 4000-CERRAR-EXIT
           END-REWRITE.
           DISPLAY "LICITACION CERRADA" LINE 20 POSITION 5.
       4000-CERRAR-EXIT.
           EXIT.

      *    Estado de los contratos de una cuenta (0 = todas). Con
      *    solo alertas se listan los contratos activos que
      *    llegaron al porcentaje de consumo en algun articulo o
      *    que estan por vencer ellos o su poliza.
       5000-LISTAR.
           DISPLAY "CUENTA (0=TODAS) ....: " LINE 8 POSITION 5.
           ACCEPT WLT-CUENTA-PARAM LINE 8 POSITION 29.
           DISPLAY "SOLO ALERTAS (S/N) ..: " LINE 9 POSITION 5.
           ACCEPT WLT-SOLO-ALERTAS LINE 9 POSITION 29.
           MOVE WLT-HOY TO T-HOY.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           MOVE WLT-CUENTA-PARAM TO WLN-CUENTA.
           MOVE LOW-VALUES       TO WLN-NUMERO.
           START LICITA KEY IS NOT LESS THAN WLN-CLAVE
               INVALID KEY MOVE "S" TO EOF-LICITA
           END-START.
           PERFORM 5100-UN-CONTRATO THRU 5100-UN-CONTRATO-EXIT
               UNTIL NO-HAY-MAS-LICITA.
           DISPLAY "CONTRATOS LISTADOS: " LINE 20 POSITION 5.
           DISPLAY WLT-CANT-LISTADOS LINE 20 POSITION 26.
       5000-LISTAR-EXIT.
           EXIT.

       5100-UN-CONTRATO.
           READ LICITA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LICITA
                   GO TO 5100-UN-CONTRATO-EXIT
           END-READ.
           IF WLT-CUENTA-PARAM NOT = 0
              AND WLN-CUENTA NOT = WLT-CUENTA-PARAM
               MOVE "S" TO EOF-LICITA
               GO TO 5100-UN-CONTRATO-EXIT
           END-IF.
           MOVE WLN-PORC-AVISO TO WLT-PORC-AVISO.
           IF WLT-PORC-AVISO = 0
               MOVE 80 TO WLT-PORC-AVISO
           END-IF.
           MOVE WLN-DIAS-AVISO TO WLT-DIAS-AVISO.
           IF WLT-DIAS-AVISO = 0
               MOVE 30 TO WLT-DIAS-AVISO
           END-IF.
           MOVE SPACES TO P-ALERTA.
           MOVE "N"    TO WLT-ALERTA-CONTRATO.
           COMPUTE WLT-DIAS-VTO =
               FUNCTION INTEGER-OF-DATE (WLN-FEC-HASTA)
             - FUNCTION INTEGER-OF-DATE (WLT-HOY).
           IF WLN-ACTIVA AND WLT-DIAS-VTO <= WLT-DIAS-AVISO
               MOVE "S" TO WLT-ALERTA-CONTRATO
           END-IF.
      *    Poliza vencida o por vencer, o que vence antes que el
      *    contrato.
           IF WLN-ACTIVA AND WLN-FEC-VTO-POLIZA NOT = 0
               COMPUTE WLT-DIAS-POLIZA =
                   FUNCTION INTEGER-OF-DATE (WLN-FEC-VTO-POLIZA)
                 - FUNCTION INTEGER-OF-DATE (WLT-HOY)
               IF WLT-DIAS-POLIZA <= WLT-DIAS-AVISO
                  OR WLN-FEC-VTO-POLIZA < WLN-FEC-HASTA
                   MOVE "** POLIZA A RENOVAR" TO P-ALERTA
                   MOVE "S" TO WLT-ALERTA-CONTRATO
               END-IF
           END-IF.
           IF WLT-SOLO-ALERTAS = "S"
               IF NOT WLN-ACTIVA
                   GO TO 5100-UN-CONTRATO-EXIT
               END-IF
               IF WLT-ALERTA-CONTRATO = "N"
                   PERFORM 5300-VER-CONSUMO
                       THRU 5300-VER-CONSUMO-EXIT
               END-IF
               IF WLT-ALERTA-CONTRATO = "N"
                   GO TO 5100-UN-CONTRATO-EXIT
               END-IF
           END-IF.

           MOVE WLN-CUENTA TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY MOVE SPACES TO WCU-NOMBRE
           END-READ.
           MOVE WLN-CUENTA    TO C-CUENTA.
           MOVE WCU-NOMBRE    TO C-NOMBRE.
           MOVE WLN-NUMERO    TO C-NUMERO.
           MOVE WLN-ORGANISMO TO C-ORGANISMO.
           MOVE WLN-FEC-DESDE TO C-FEC-DESDE.
           MOVE WLN-FEC-HASTA TO C-FEC-HASTA.
           IF WLN-CERRADA
               MOVE "CERRADA" TO C-ESTADO
           ELSE
               IF WLT-DIAS-VTO < 0
                   MOVE "VENCIDA" TO C-ESTADO
               ELSE
                   IF WLT-DIAS-VTO <= WLT-DIAS-AVISO
                       MOVE "X VENCE" TO C-ESTADO
                   ELSE
                       MOVE "ACTIVA"  TO C-ESTADO
                   END-IF
               END-IF
           END-IF.
           WRITE LIN-LISTADO FROM LIN-CONTRATO AFTER 2.
           MOVE WLN-POLIZA         TO P-POLIZA.
           MOVE WLN-ASEGURADORA    TO P-ASEGURADORA.
           MOVE WLN-GARANTIA       TO P-GARANTIA.
           MOVE WLN-FEC-VTO-POLIZA TO P-FEC-VTO-POLIZA.
           WRITE LIN-LISTADO FROM LIN-POLIZA AFTER 1.
           WRITE LIN-LISTADO FROM LIN-ENCABEZADO AFTER 1.
           MOVE 0 TO WLT-TOT-CONTRATADO WLT-TOT-ENTREGADO
                     WLT-TOT-REMANENTE.
           MOVE WLN-CUENTA TO WLX-CUENTA.
           MOVE WLN-NUMERO TO WLX-NUMERO.
           MOVE 0          TO WLX-ARTICULO.
           MOVE "N"        TO EOF-LICIDET.
           START LICIDET KEY IS NOT LESS THAN WLX-CLAVE
               INVALID KEY MOVE "S" TO EOF-LICIDET
           END-START.
           PERFORM 5200-UN-ARTICULO THRU 5200-UN-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-LICIDET.
           MOVE WLT-TOT-CONTRATADO TO TC-CONTRATADO.
           MOVE WLT-TOT-ENTREGADO  TO TC-ENTREGADO.
           MOVE WLT-TOT-REMANENTE  TO TC-REMANENTE.
           WRITE LIN-LISTADO FROM LIN-TOTAL-CONTRATO AFTER 1.
           ADD 1 TO WLT-CANT-LISTADOS.
       5100-UN-CONTRATO-EXIT.
           EXIT.

       5200-UN-ARTICULO.
           READ LICIDET NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LICIDET
                   GO TO 5200-UN-ARTICULO-EXIT
           END-READ.
           IF WLX-CUENTA NOT = WLN-CUENTA
              OR WLX-NUMERO NOT = WLN-NUMERO
               MOVE "S" TO EOF-LICIDET
               GO TO 5200-UN-ARTICULO-EXIT
           END-IF.
           MOVE WLX-ARTICULO TO WAR-ARTICULO.
           READ ART02 KEY IS WAR-ARTICULO
               INVALID KEY MOVE SPACES TO WAR-DESCRIPCION
           END-READ.
           COMPUTE WLT-PENDIENTE =
               WLX-CANT-CONTRATADA - WLX-CANT-CONSUMIDA.
           IF WLT-PENDIENTE < 0
               MOVE 0 TO WLT-PENDIENTE
           END-IF.
           MOVE 0 TO WLT-PORC-CONSUMO.
           IF WLX-CANT-CONTRATADA > 0
               COMPUTE WLT-PORC-CONSUMO ROUNDED =
                   WLX-CANT-CONSUMIDA * 100 / WLX-CANT-CONTRATADA
           END-IF.
           MOVE WLX-ARTICULO        TO D-ARTICULO.
           MOVE WAR-DESCRIPCION     TO D-DESCRIPCION.
           MOVE WLX-PRECIO          TO D-PRECIO.
           MOVE WLX-CANT-CONTRATADA TO D-CONTRATADA.
           MOVE WLX-CANT-CONSUMIDA  TO D-CONSUMIDA.
           MOVE WLT-PENDIENTE       TO D-PENDIENTE.
           MOVE WLT-PORC-CONSUMO    TO D-PORC.
           COMPUTE D-REMANENTE ROUNDED = WLT-PENDIENTE * WLX-PRECIO.
           MOVE SPACES TO D-ALERTA.
           IF WLT-PORC-CONSUMO >= 100
               MOVE "AGOTADO" TO D-ALERTA
           ELSE
               IF WLT-PORC-CONSUMO >= WLT-PORC-AVISO
                   MOVE "** AVISO" TO D-ALERTA
               END-IF
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
           COMPUTE WLT-TOT-CONTRATADO ROUNDED = WLT-TOT-CONTRATADO
               + WLX-CANT-CONTRATADA * WLX-PRECIO.
           COMPUTE WLT-TOT-ENTREGADO ROUNDED = WLT-TOT-ENTREGADO
               + WLX-CANT-CONSUMIDA * WLX-PRECIO.
           COMPUTE WLT-TOT-REMANENTE ROUNDED = WLT-TOT-REMANENTE
               + WLT-PENDIENTE * WLX-PRECIO.
       5200-UN-ARTICULO-EXIT.
           EXIT.

      *    Algun articulo del contrato llego al porcentaje de
      *    aviso de consumo.
       5300-VER-CONSUMO.
           MOVE WLN-CUENTA TO WLX-CUENTA.
           MOVE WLN-NUMERO TO WLX-NUMERO.
           MOVE 0          TO WLX-ARTICULO.
           MOVE "N"        TO EOF-LICIDET.
           START LICIDET KEY IS NOT LESS THAN WLX-CLAVE
               INVALID KEY MOVE "S" TO EOF-LICIDET
           END-START.
           PERFORM 5310-CONSUMO-ARTICULO
               THRU 5310-CONSUMO-ARTICULO-EXIT
               UNTIL NO-HAY-MAS-LICIDET
                  OR WLT-ALERTA-CONTRATO = "S".
       5300-VER-CONSUMO-EXIT.
           EXIT.

       5310-CONSUMO-ARTICULO.
           READ LICIDET NEXT RECORD
               AT END
                   MOVE "S" TO EOF-LICIDET
                   GO TO 5310-CONSUMO-ARTICULO-EXIT
           END-READ.
           IF WLX-CUENTA NOT = WLN-CUENTA
              OR WLX-NUMERO NOT = WLN-NUMERO
               MOVE "S" TO EOF-LICIDET
               GO TO 5310-CONSUMO-ARTICULO-EXIT
           END-IF.
           IF WLX-CANT-CONTRATADA > 0
               COMPUTE WLT-PORC-CONSUMO ROUNDED =
                   WLX-CANT-CONSUMIDA * 100 / WLX-CANT-CONTRATADA
               IF WLT-PORC-CONSUMO >= WLT-PORC-AVISO
                   MOVE "S" TO WLT-ALERTA-CONTRATO
               END-IF
           END-IF.
       5310-CONSUMO-ARTICULO-EXIT.
           EXIT.

      *    Cuenta y numero de licitacion; la cuenta queda en cero
      *    si no existe.
       6000-PEDIR-CONTRATO.
           DISPLAY "CUENTA ..............: " LINE 8 POSITION 5.
           ACCEPT WLT-CUENTA-PARAM LINE 8 POSITION 29.
           MOVE WLT-CUENTA-PARAM TO WCU-CUENTA.
           READ CUENTA KEY IS WCU-CUENTA
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE" LINE 20 POSITION 5
                   MOVE 0 TO WLT-CUENTA-PARAM
                   GO TO 6000-PEDIR-CONTRATO-EXIT
           END-READ.
           DISPLAY WCU-NOMBRE LINE 8 POSITION 40.
           DISPLAY "NUMERO DE LICITACION : " LINE 9 POSITION 5.
           ACCEPT WLT-NUMERO-PARAM LINE 9 POSITION 29.
           IF WLT-NUMERO-PARAM = SPACES
               DISPLAY "FALTA NUMERO DE LICITACION" LINE 20 POSITION 5
               MOVE 0 TO WLT-CUENTA-PARAM
           END-IF.
       6000-PEDIR-CONTRATO-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE LICITA.
           CLOSE LICIDET.
           CLOSE CUENTA.
           CLOSE ART02.
           IF WLT-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
