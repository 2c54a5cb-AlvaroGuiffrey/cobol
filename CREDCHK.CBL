      * CUENRISK por un cheque rechazado (CHRECHAZ), se la trata
      * como riesgo elevado: el limite de credito efectivo se
      * reduce a la mitad hasta que alguien levante la marca.
      * Los anticipos con saldo sin aplicar de las cuentas del
      * grupo (ANTICIPO) son credito disponible: se descuentan
      * del saldo proyectado contra el que se mide el limite.
      * Si la cuenta que rige (la central, si hay cadena) ya paso
      * por una revision aprobada en su legajo de credito
      * (archivo CREDLEG, del programa del mismo nombre), el
      * limite base es el aprobado ahi y no el tipeado en
      * CUENTA.
      * La cuenta dada de baja como incobrable (INCOBRA) queda
      * bloqueada por su marca en INCOCTA, igual que si estuviera
      * bloqueada en CUENTA.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
           SELECT ANTICIPO  ASSIGN TO "ANTICIPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAN-NUMERO
                             ALTERNATE RECORD KEY IS WAN-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAN-STATUS.
           SELECT CUENRISK  ASSIGN TO "CUENRISK"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WRK-CUENTA
                             FILE STATUS IS WRK-STATUS.
           SELECT CREDLEG   ASSIGN TO "CREDLEG"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WLG-CUENTA
                             FILE STATUS IS WLG-STATUS.
           SELECT INCOCTA   ASSIGN TO "INCOCTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIK-CUENTA
                             FILE STATUS IS WIK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       FD  ANTICIPO.
       01  REG-ANTICIPO.
           05  WAN-NUMERO            PIC 9(08).
           05  WAN-CUENTA            PIC 9(06).
           05  WAN-FECHA             PIC 9(08).
           05  WAN-IMPORTE           PIC S9(09)V99.
           05  WAN-SALDO             PIC S9(09)V99.
           05  WAN-ESTADO            PIC X(01).
               88  WAN-ABIERTO        VALUE "A".

       FD  CUENRISK.
       01  REG-CUENRISK.
           05  WRK-CUENTA            PIC 9(06).
           05  WRK-ELEVADO           PIC X(01).
               88  WRK-RIESGO-ELEVADO VALUE "S".

       FD  CREDLEG.
       01  REG-CREDLEG.
           05  WLG-CUENTA            PIC 9(06).
           05  WLG-LIMITE-SOLICITADO PIC S9(09)V99.
           05  WLG-LIMITE-APROBADO   PIC S9(09)V99.
           05  WLG-APROBADOR         PIC X(08).
           05  WLG-PERMISO-APROB     PIC X(08).
           05  WLG-FEC-APROBACION    PIC 9(08).

      *    Situacion de incobrable que lleva INCOBRA.
       FD  INCOCTA.
       01  REG-INCOCTA.
           05  WIK-CUENTA            PIC 9(06).
           05  WIK-ESTADO            PIC X(01).
           05  WIK-FEC-JUICIO        PIC 9(08).
           05  WIK-ABOGADO           PIC X(30).
           05  WIK-EXPEDIENTE        PIC X(20).
           05  WIK-FEC-CONCURSO      PIC 9(08).
           05  WIK-FEC-BAJA          PIC 9(08).
           05  WIK-TOTAL-BAJA        PIC S9(09)V99.
           05  WIK-TOTAL-RECUPERADO  PIC S9(09)V99.
           05  WIK-CRIT-INSOLVENCIA  PIC X(01).
           05  WIK-CRIT-JUICIO       PIC X(01).
           05  WIK-CRIT-PLAZO        PIC X(01).
           05  WIK-ASIENTO-BAJA      PIC 9(08).
           05  WIK-BLOQUEO           PIC X(01).
               88  WIK-CUENTA-BLOQUEADA VALUE "S".

       WORKING-STORAGE SECTION.
       77  WCU-STATUS                PIC X(02).
       77  WFA-STATUS                PIC X(02).
       77  WRK-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WAN-STATUS                PIC X(02).
       77  WLG-STATUS                PIC X(02).
       77  WCC-HAY-LEGAJOS           PIC X(01).
       77  WIK-STATUS                PIC X(02).
       77  WCC-HAY-INCOBRABLES       PIC X(01).
       77  WCC-LIMITE-EFECTIVO       PIC S9(09)V99.
       77  WCC-LIMITE-BASE           PIC S9(09)V99.
       77  WCC-BLOQUEADA             PIC X(01).
       77  WCC-IMPORTE-PEDIDO        PIC S9(09)V99.
       77  WCC-SALDO-ABIERTO         PIC S9(09)V99.
       77  WCC-SALDO-PROYECTADO      PIC S9(09)V99.
       77  WCC-ANTICIPOS             PIC S9(09)V99.
       77  WCC-HAY-ANTICIPOS         PIC X(01).
       77  WCC-RESULTADO             PIC X(01).
           88  WCC-APROBADO           VALUE "A".
           88  WCC-RECHAZADO          VALUE "R".
           88  WFA-ES-FIN              VALUE "S".
       77  EOF-CUENPAD               PIC X(01) VALUE "N".
           88  WPD-ES-FIN              VALUE "S".
       77  EOF-ANTICIPO              PIC X(01) VALUE "N".
           88  WAN-ES-FIN              VALUE "S".

      *    La central y sus bocas, cuyos saldos se combinan.
       01  WCC-TABLA-GRUPO.
       CUENRISK-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENRISK.
           DISPLAY "ERROR E/S CUENRISK: " WRK-STATUS.
       ANTICIPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ANTICIPO.
           DISPLAY "ERROR E/S ANTICIPO: " WAN-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       CREDLEG-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CREDLEG.
           DISPLAY "ERROR E/S CREDLEG: " WLG-STATUS.
       INCOCTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOCTA.
           DISPLAY "ERROR E/S INCOCTA: " WIK-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           PERFORM 1500-ARMAR-GRUPO THRU 1500-ARMAR-GRUPO-FIN.
           PERFORM 1700-LIMITE-LEGAJO.
           PERFORM 1800-VER-INCOBRABLE.
           PERFORM VARYING WCC-GRUPO-IX FROM 1 BY 1
               UNTIL WCC-GRUPO-IX > WCC-CANT-GRUPO
               MOVE WCC-G-CUENTA (WCC-GRUPO-IX) TO WCC-CUENTA-ACT
               END-START
               PERFORM 2000-ACUMULAR-SALDO
                   THRU 2000-ACUMULAR-SALDO-EXIT
               PERFORM 2100-ACUMULAR-ANTICIPOS
                   THRU 2100-ACUMULAR-ANTICIPOS-EXIT
           END-PERFORM.
           PERFORM 3000-EVALUAR.
           PERFORM 9999-FINAL.
           MOVE LK-CUENTA-PARAM   TO WCC-CUENTA-PARAM.
           MOVE LK-IMPORTE-PEDIDO TO WCC-IMPORTE-PEDIDO.
           MOVE 0 TO WCC-SALDO-ABIERTO.
           MOVE 0 TO WCC-ANTICIPOS.
           OPEN INPUT CUENTA.
           OPEN INPUT FACT.
           OPEN INPUT CUENRISK.
           MOVE "S" TO WCC-HAY-ANTICIPOS.
           OPEN INPUT ANTICIPO.
           IF WAN-STATUS NOT = "00"
               MOVE "N" TO WCC-HAY-ANTICIPOS
           END-IF.
           MOVE "S" TO WCC-HAY-LEGAJOS.
           OPEN INPUT CREDLEG.
           IF WLG-STATUS NOT = "00"
               MOVE "N" TO WCC-HAY-LEGAJOS
           END-IF.
           MOVE "S" TO WCC-HAY-INCOBRABLES.
           OPEN INPUT INCOCTA.
           IF WIK-STATUS NOT = "00"
               MOVE "N" TO WCC-HAY-INCOBRABLES
           END-IF.
           OPEN I-O CUENPAD.
           IF WPD-STATUS = "35"
               CLOSE CUENPAD
       1600-UNA-BOCA-EXIT.
           EXIT.

      *    Limite aprobado en el legajo de la cuenta que rige,
      *    si ya tuvo una revision aprobada.
       1700-LIMITE-LEGAJO.
           IF WCC-HAY-LEGAJOS = "S"
               MOVE WCC-CUENTA-MADRE TO WLG-CUENTA
               READ CREDLEG KEY IS WLG-CUENTA
                   INVALID KEY MOVE 0 TO WLG-FEC-APROBACION
               END-READ
               IF WLG-FEC-APROBACION NOT = 0
                   MOVE WLG-LIMITE-APROBADO TO WCC-LIMITE-BASE
               END-IF
           END-IF.

      *    La cuenta (o su central) dada de baja como incobrable
      *    queda bloqueada en INCOCTA hasta que INCOBRA la habilite.
       1800-VER-INCOBRABLE.
           IF WCC-HAY-INCOBRABLES = "S"
               MOVE WCC-CUENTA-PARAM TO WIK-CUENTA
               READ INCOCTA KEY IS WIK-CUENTA
                   INVALID KEY MOVE "N" TO WIK-BLOQUEO
               END-READ
               IF WIK-CUENTA-BLOQUEADA
                   MOVE "S" TO WCC-BLOQUEADA
               END-IF
               MOVE WCC-CUENTA-MADRE TO WIK-CUENTA
               READ INCOCTA KEY IS WIK-CUENTA
                   INVALID KEY MOVE "N" TO WIK-BLOQUEO
               END-READ
               IF WIK-CUENTA-BLOQUEADA
                   MOVE "S" TO WCC-BLOQUEADA
               END-IF
           END-IF.

       2000-ACUMULAR-SALDO.
           READ FACT NEXT RECORD
               AT END SET WFA-ES-FIN TO TRUE
       2000-ACUMULAR-SALDO-EXIT.
           EXIT.

      *    Anticipos abiertos de la cuenta del grupo.
       2100-ACUMULAR-ANTICIPOS.
           IF WCC-HAY-ANTICIPOS = "N"
               GO TO 2100-ACUMULAR-ANTICIPOS-EXIT
           END-IF.
           MOVE "N" TO EOF-ANTICIPO.
           MOVE WCC-CUENTA-ACT TO WAN-CUENTA.
           START ANTICIPO KEY IS NOT LESS THAN WAN-CUENTA
               INVALID KEY GO TO 2100-ACUMULAR-ANTICIPOS-EXIT
           END-START.
       2100-ACUMULAR-ANTICIPOS-LEER.
           READ ANTICIPO NEXT RECORD
               AT END SET WAN-ES-FIN TO TRUE
           END-READ.
           IF WAN-ES-FIN OR WAN-CUENTA NOT = WCC-CUENTA-ACT
               GO TO 2100-ACUMULAR-ANTICIPOS-EXIT
           END-IF.
           IF WAN-ABIERTO AND WAN-SALDO > 0
               ADD WAN-SALDO TO WCC-ANTICIPOS
           END-IF.
           GO TO 2100-ACUMULAR-ANTICIPOS-LEER.
       2100-ACUMULAR-ANTICIPOS-EXIT.
           EXIT.

       3000-EVALUAR.
           ADD WCC-SALDO-ABIERTO WCC-IMPORTE-PEDIDO
               GIVING WCC-SALDO-PROYECTADO.
           SUBTRACT WCC-ANTICIPOS FROM WCC-SALDO-PROYECTADO.
      *    Una cuenta con cheques rechazados (marca de CHRECHAZ en
      *    CUENRISK) opera con la mitad del limite cargado en
      *    CUENTA hasta que se levante la marca. El limite base
               END-IF
           END-IF.
           DISPLAY "SALDO ABIERTO ...: " WCC-SALDO-ABIERTO.
           DISPLAY "ANTICIPOS A FAVOR: " WCC-ANTICIPOS.
           DISPLAY "LIMITE CREDITO ..: " WCC-LIMITE-EFECTIVO.

       9999-FINAL.
           CLOSE CUENTA.
           CLOSE FACT.
           CLOSE CUENRISK.
           IF WCC-HAY-ANTICIPOS = "S"
               CLOSE ANTICIPO
           END-IF.
           CLOSE CUENPAD.
           IF WCC-HAY-LEGAJOS = "S"
               CLOSE CREDLEG
           END-IF.
           IF WCC-HAY-INCOBRABLES = "S"
               CLOSE INCOCTA
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
