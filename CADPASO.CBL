       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CADPASO.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Subrutina invocable de pasaje de parametros entre la
      * cadena nocturna (CADNOCHE) y cada programa que corre
      * como paso de la cadena. CADNOPAR tiene un solo registro
      * con el paso en curso: programa, fecha de proceso,
      * empresa, sucursal, parametro, estado y registros.
      *   P  (la cadena) prepara el paso: graba el registro con
      *      estado PEN antes de llamar al programa;
      *   L  (el paso) lee: si el registro es PEN y es para este
      *      programa devuelve los parametros y lo deja EJE
      *      (el paso no pregunta nada por pantalla); si no,
      *      devuelve estado en blanco y el programa pregunta
      *      como siempre;
      *   F  (el paso) informa el fin: estado OK o ERR y la
      *      cantidad de registros procesados;
      *   R  (la cadena) levanta el resultado y vacia el archivo.
      * Un paso que se corta a la mitad deja el registro en EJE
      * y la cadena lo toma como fallado; una corrida a mano
      * posterior del mismo programa no lo confunde con un paso
      * pendiente porque ya no esta en PEN.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNOPAR  ASSIGN TO "CADNOPAR"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WNQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADNOPAR.
       01  REG-CADNOPAR.
           05  WNQ-PROGRAMA          PIC X(08).
           05  WNQ-FECHA             PIC 9(08).
           05  WNQ-EMPRESA           PIC 9(04).
           05  WNQ-SUCURSAL          PIC 9(02).
           05  WNQ-PARAMETRO         PIC X(20).
           05  WNQ-ESTADO            PIC X(03).
           05  WNQ-REGISTROS         PIC 9(07).

       WORKING-STORAGE SECTION.
       77  WNQ-STATUS                PIC X(02).
       77  WNX-HALLADO               PIC X(01).

       LINKAGE SECTION.
       01  LK-OPERACION              PIC X(01).
       01  LK-PROGRAMA               PIC X(08).
       01  LK-FECHA                  PIC 9(08).
       01  LK-EMPRESA                PIC 9(04).
       01  LK-SUCURSAL               PIC 9(02).
       01  LK-PARAMETRO              PIC X(20).
       01  LK-ESTADO                 PIC X(03).
       01  LK-REGISTROS              PIC 9(07).

       PROCEDURE DIVISION USING LK-OPERACION
                                 LK-PROGRAMA
                                 LK-FECHA
                                 LK-EMPRESA
                                 LK-SUCURSAL
                                 LK-PARAMETRO
                                 LK-ESTADO
                                 LK-REGISTROS.
       DECLARATIVES.
       CADNOPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CADNOPAR.
           DISPLAY "ERROR E/S CADNOPAR: " WNQ-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           EVALUATE LK-OPERACION
               WHEN "P"
                   PERFORM 1000-PREPARAR
               WHEN "L"
                   PERFORM 2000-LEER THRU 2000-LEER-EXIT
               WHEN "F"
                   PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
               WHEN "R"
                   PERFORM 4000-RESULTADO
               WHEN OTHER
                   DISPLAY "OPERACION CADPASO INVALIDA"
           END-EVALUATE.
           GOBACK.

       1000-PREPARAR.
           MOVE LK-PROGRAMA  TO WNQ-PROGRAMA.
           MOVE LK-FECHA     TO WNQ-FECHA.
           MOVE LK-EMPRESA   TO WNQ-EMPRESA.
           MOVE LK-SUCURSAL  TO WNQ-SUCURSAL.
           MOVE LK-PARAMETRO TO WNQ-PARAMETRO.
           MOVE "PEN"        TO WNQ-ESTADO.
           MOVE 0            TO WNQ-REGISTROS.
           OPEN OUTPUT CADNOPAR.
           WRITE REG-CADNOPAR.
           CLOSE CADNOPAR.

       2000-LEER.
           MOVE SPACES TO LK-ESTADO.
           PERFORM 5000-LEER-REGISTRO THRU 5000-LEER-REGISTRO-EXIT.
           IF WNX-HALLADO = "N"
               GO TO 2000-LEER-EXIT
           END-IF.
           IF WNQ-PROGRAMA NOT = LK-PROGRAMA
              OR WNQ-ESTADO NOT = "PEN"
               GO TO 2000-LEER-EXIT
           END-IF.
           MOVE WNQ-FECHA     TO LK-FECHA.
           MOVE WNQ-EMPRESA   TO LK-EMPRESA.
           MOVE WNQ-SUCURSAL  TO LK-SUCURSAL.
           MOVE WNQ-PARAMETRO TO LK-PARAMETRO.
           MOVE "PEN"         TO LK-ESTADO.
           MOVE "EJE"         TO WNQ-ESTADO.
           OPEN OUTPUT CADNOPAR.
           WRITE REG-CADNOPAR.
           CLOSE CADNOPAR.
       2000-LEER-EXIT.
           EXIT.

      *    Solo se informa el fin de un paso que la cadena lanzo;
      *    una corrida a mano no toca el archivo.
       3000-FINALIZAR.
           PERFORM 5000-LEER-REGISTRO THRU 5000-LEER-REGISTRO-EXIT.
           IF WNX-HALLADO = "N"
               GO TO 3000-FINALIZAR-EXIT
           END-IF.
           IF WNQ-PROGRAMA NOT = LK-PROGRAMA
              OR WNQ-ESTADO NOT = "EJE"
               GO TO 3000-FINALIZAR-EXIT
           END-IF.
           MOVE LK-ESTADO    TO WNQ-ESTADO.
           MOVE LK-REGISTROS TO WNQ-REGISTROS.
           OPEN OUTPUT CADNOPAR.
           WRITE REG-CADNOPAR.
           CLOSE CADNOPAR.
       3000-FINALIZAR-EXIT.
           EXIT.

       4000-RESULTADO.
           MOVE SPACES TO LK-ESTADO.
           MOVE 0      TO LK-REGISTROS.
           PERFORM 5000-LEER-REGISTRO THRU 5000-LEER-REGISTRO-EXIT.
           IF WNX-HALLADO = "S"
              AND WNQ-PROGRAMA = LK-PROGRAMA
               MOVE WNQ-ESTADO    TO LK-ESTADO
               MOVE WNQ-REGISTROS TO LK-REGISTROS
           END-IF.
           OPEN OUTPUT CADNOPAR.
           CLOSE CADNOPAR.

       5000-LEER-REGISTRO.
           MOVE "N" TO WNX-HALLADO.
           OPEN INPUT CADNOPAR.
           IF WNQ-STATUS NOT = "00"
               GO TO 5000-LEER-REGISTRO-EXIT
           END-IF.
           READ CADNOPAR
               AT END MOVE "N" TO WNX-HALLADO
               NOT AT END MOVE "S" TO WNX-HALLADO
           END-READ.
           CLOSE CADNOPAR.
       5000-LEER-REGISTRO-EXIT.
           EXIT.
