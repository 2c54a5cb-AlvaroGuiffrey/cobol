       IDENTIFICATION DIVISION.
       PROGRAM-ID.       REGCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Control de registros sanitarios a una fecha: se invoca
      * por CALL con el tipo ("A" articulo, "P" proveedor), el
      * codigo y la fecha (AAAAMMDD), y devuelve en LK-RESULTADO:
      *   "S" registro vigente;
      *   "V" registro vencido a la fecha (para el articulo el
      *       RNPA; para el proveedor el RNE o la habilitacion,
      *       el que venza primero);
      *   " " sin registro cargado: no se controla.
      * LK-FEC-VTO devuelve el vencimiento que rige. Los
      * registros los mantiene REGSAN (ARTRNPA y PROVRNE); un
      * vencimiento en cero es un registro sin vencimiento.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTRNPA   ASSIGN TO "ARTRNPA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNX-ARTICULO
                             FILE STATUS IS WNX-STATUS.
           SELECT PROVRNE   ASSIGN TO "PROVRNE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNE-PROVEEDOR
                             FILE STATUS IS WNE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTRNPA.
       01  REG-ARTRNPA.
           05  WNX-ARTICULO          PIC 9(06).
           05  WNX-RNPA              PIC X(20).
           05  WNX-FEC-VTO           PIC 9(08).
           05  WNX-REF-ESCANEO       PIC X(40).

       FD  PROVRNE.
       01  REG-PROVRNE.
           05  WNE-PROVEEDOR         PIC 9(06).
           05  WNE-RNE               PIC X(20).
           05  WNE-FEC-VTO-RNE       PIC 9(08).
           05  WNE-HABILITACION      PIC X(20).
           05  WNE-FEC-VTO-HABIL     PIC 9(08).
           05  WNE-REF-ESCANEO       PIC X(40).

       WORKING-STORAGE SECTION.
       77  WNX-STATUS                PIC X(02).
       77  WNE-STATUS                PIC X(02).

       LINKAGE SECTION.
       01  LK-TIPO                   PIC X(01).
       01  LK-CODIGO                 PIC 9(06).
       01  LK-FECHA                  PIC 9(08).
       01  LK-RESULTADO              PIC X(01).
       01  LK-FEC-VTO                PIC 9(08).

       PROCEDURE DIVISION USING LK-TIPO
                                 LK-CODIGO
                                 LK-FECHA
                                 LK-RESULTADO
                                 LK-FEC-VTO.
       DECLARATIVES.
       ARTRNPA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARTRNPA.
           DISPLAY "ERROR E/S ARTRNPA: " WNX-STATUS.
       PROVRNE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PROVRNE.
           DISPLAY "ERROR E/S PROVRNE: " WNE-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           MOVE SPACE TO LK-RESULTADO.
           MOVE 0     TO LK-FEC-VTO.
           IF LK-TIPO = "A"
               PERFORM 2000-ARTICULO THRU 2000-ARTICULO-EXIT
           ELSE
               PERFORM 3000-PROVEEDOR THRU 3000-PROVEEDOR-EXIT
           END-IF.
           IF LK-RESULTADO = "S"
              AND LK-FEC-VTO NOT = 0 AND LK-FEC-VTO < LK-FECHA
               MOVE "V" TO LK-RESULTADO
           END-IF.
           GOBACK.

       2000-ARTICULO.
           OPEN INPUT ARTRNPA.
           IF WNX-STATUS NOT = "00"
               GO TO 2000-ARTICULO-EXIT
           END-IF.
           MOVE LK-CODIGO TO WNX-ARTICULO.
           READ ARTRNPA KEY IS WNX-ARTICULO
               INVALID KEY GO TO 2000-ARTICULO-CIERRA
           END-READ.
           MOVE "S"         TO LK-RESULTADO.
           MOVE WNX-FEC-VTO TO LK-FEC-VTO.
       2000-ARTICULO-CIERRA.
           CLOSE ARTRNPA.
       2000-ARTICULO-EXIT.
           EXIT.

      *    Rige el vencimiento mas cercano entre el RNE y la
      *    habilitacion.
       3000-PROVEEDOR.
           OPEN INPUT PROVRNE.
           IF WNE-STATUS NOT = "00"
               GO TO 3000-PROVEEDOR-EXIT
           END-IF.
           MOVE LK-CODIGO TO WNE-PROVEEDOR.
           READ PROVRNE KEY IS WNE-PROVEEDOR
               INVALID KEY GO TO 3000-PROVEEDOR-CIERRA
           END-READ.
           MOVE "S"             TO LK-RESULTADO.
           MOVE WNE-FEC-VTO-RNE TO LK-FEC-VTO.
           IF WNE-FEC-VTO-HABIL NOT = 0
               IF LK-FEC-VTO = 0 OR WNE-FEC-VTO-HABIL < LK-FEC-VTO
                   MOVE WNE-FEC-VTO-HABIL TO LK-FEC-VTO
               END-IF
           END-IF.
       3000-PROVEEDOR-CIERRA.
           CLOSE PROVRNE.
       3000-PROVEEDOR-EXIT.
           EXIT.
