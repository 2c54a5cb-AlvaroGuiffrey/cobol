       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SURTCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Control de surtido catalogado: las cadenas solo reciben
      * los articulos que tienen dados de alta, y un codigo no
      * catalogado vuelve rebotado del muelle como devolucion.
      * Se invoca por CALL con cuenta, articulo y fecha de
      * entrega (AAAAMMDD) y devuelve en LK-RESULTADO:
      *   "S" el articulo esta en el surtido vigente;
      *   "N" la cuenta tiene surtido y el articulo no esta, o
      *       no estaba dado de alta o ya estaba dado de baja a
      *       esa fecha;
      *   " " la cuenta no tiene surtido cargado: no se controla.
      * Rige el surtido propio de la cuenta en SURTIDO (ver
      * SURTIDO.CBL); si no tiene, el de su casa central segun
      * CUENPAD (CADENA), que es como se cargan las cadenas.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURTIDO   ASSIGN TO "SURTIDO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSM-CLAVE
                             FILE STATUS IS WSM-STATUS.
           SELECT CUENPAD   ASSIGN TO "CUENPAD"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WPD-CUENTA-HIJA
                             FILE STATUS IS WPD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SURTIDO.
       01  REG-SURTIDO.
           05  WSM-CLAVE.
               10  WSM-CUENTA        PIC 9(06).
               10  WSM-ARTICULO      PIC 9(06).
           05  WSM-FEC-ALTA          PIC 9(08).
           05  WSM-FEC-BAJA          PIC 9(08).

       FD  CUENPAD.
       01  REG-CUENPAD.
           05  WPD-CUENTA-HIJA       PIC 9(06).
           05  WPD-CUENTA-MADRE      PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WSM-STATUS                PIC X(02).
       77  WPD-STATUS                PIC X(02).
       77  WSQ-HAY-SURTIDO           PIC X(01) VALUE "S".
       77  WSQ-HAY-CUENPAD           PIC X(01) VALUE "S".
       77  WSQ-CUENTA-SURTIDO        PIC 9(06).
       77  WSQ-CUENTA-PRUEBA         PIC 9(06).
       77  WSQ-TIENE                 PIC X(01).

       LINKAGE SECTION.
       01  LK-CUENTA                 PIC 9(06).
       01  LK-ARTICULO               PIC 9(06).
       01  LK-FECHA                  PIC 9(08).
       01  LK-RESULTADO              PIC X(01).

       PROCEDURE DIVISION USING LK-CUENTA
                                 LK-ARTICULO
                                 LK-FECHA
                                 LK-RESULTADO.
       DECLARATIVES.
       SURTIDO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SURTIDO.
           DISPLAY "ERROR E/S SURTIDO: " WSM-STATUS.
       CUENPAD-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENPAD.
           DISPLAY "ERROR E/S CUENPAD: " WPD-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           IF WSQ-HAY-SURTIDO = "S"
               PERFORM 2000-CUENTA-SURTIDO
                   THRU 2000-CUENTA-SURTIDO-EXIT
           END-IF.
           IF WSQ-CUENTA-SURTIDO NOT = 0
               PERFORM 3000-VERIFICAR THRU 3000-VERIFICAR-EXIT
           END-IF.
           PERFORM 9999-FINAL.
           GOBACK.

       1000-INICIAL.
           MOVE SPACE TO LK-RESULTADO.
           MOVE 0     TO WSQ-CUENTA-SURTIDO.
           MOVE "S"   TO WSQ-HAY-SURTIDO.
           MOVE "S"   TO WSQ-HAY-CUENPAD.
           OPEN INPUT SURTIDO.
           IF WSM-STATUS NOT = "00"
               MOVE "N" TO WSQ-HAY-SURTIDO
           END-IF.
           OPEN INPUT CUENPAD.
           IF WPD-STATUS NOT = "00"
               MOVE "N" TO WSQ-HAY-CUENPAD
           END-IF.

      *    Surtido que rige: el propio de la cuenta o, si no
      *    tiene, el de la casa central.
       2000-CUENTA-SURTIDO.
           MOVE LK-CUENTA TO WSQ-CUENTA-PRUEBA.
           PERFORM 2100-TIENE-SURTIDO THRU 2100-TIENE-SURTIDO-EXIT.
           IF WSQ-TIENE = "S"
               MOVE LK-CUENTA TO WSQ-CUENTA-SURTIDO
               GO TO 2000-CUENTA-SURTIDO-EXIT
           END-IF.
           IF WSQ-HAY-CUENPAD = "N"
               GO TO 2000-CUENTA-SURTIDO-EXIT
           END-IF.
           MOVE LK-CUENTA TO WPD-CUENTA-HIJA.
           READ CUENPAD KEY IS WPD-CUENTA-HIJA
               INVALID KEY GO TO 2000-CUENTA-SURTIDO-EXIT
           END-READ.
           MOVE WPD-CUENTA-MADRE TO WSQ-CUENTA-PRUEBA.
           PERFORM 2100-TIENE-SURTIDO THRU 2100-TIENE-SURTIDO-EXIT.
           IF WSQ-TIENE = "S"
               MOVE WPD-CUENTA-MADRE TO WSQ-CUENTA-SURTIDO
           END-IF.
       2000-CUENTA-SURTIDO-EXIT.
           EXIT.

       2100-TIENE-SURTIDO.
           MOVE "N" TO WSQ-TIENE.
           MOVE WSQ-CUENTA-PRUEBA TO WSM-CUENTA.
           MOVE 0                 TO WSM-ARTICULO.
           START SURTIDO KEY IS NOT LESS THAN WSM-CLAVE
               INVALID KEY GO TO 2100-TIENE-SURTIDO-EXIT
           END-START.
           READ SURTIDO NEXT RECORD
               AT END GO TO 2100-TIENE-SURTIDO-EXIT
           END-READ.
           IF WSM-CUENTA = WSQ-CUENTA-PRUEBA
               MOVE "S" TO WSQ-TIENE
           END-IF.
       2100-TIENE-SURTIDO-EXIT.
           EXIT.

       3000-VERIFICAR.
           MOVE "N" TO LK-RESULTADO.
           MOVE WSQ-CUENTA-SURTIDO TO WSM-CUENTA.
           MOVE LK-ARTICULO        TO WSM-ARTICULO.
           READ SURTIDO KEY IS WSM-CLAVE
               INVALID KEY GO TO 3000-VERIFICAR-EXIT
           END-READ.
           IF WSM-FEC-ALTA > LK-FECHA
               GO TO 3000-VERIFICAR-EXIT
           END-IF.
           IF WSM-FEC-BAJA NOT = 0 AND WSM-FEC-BAJA <= LK-FECHA
               GO TO 3000-VERIFICAR-EXIT
           END-IF.
           MOVE "S" TO LK-RESULTADO.
       3000-VERIFICAR-EXIT.
           EXIT.

       9999-FINAL.
           IF WSQ-HAY-SURTIDO = "S"
               CLOSE SURTIDO
           END-IF.
           IF WSQ-HAY-CUENPAD = "S"
               CLOSE CUENPAD
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
