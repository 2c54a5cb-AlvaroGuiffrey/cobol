      * estampa desde el bien) y CCOSPYG arma el resultado
      * mensual por centro. Modo A alta/modifica, modo C lista
      * la tabla por pantalla.
      * Los centros productivos llevan ademas sus tasas estandar
      * de mano de obra y de gastos de fabricacion por unidad
      * producida, con las que COSTSTD arma el costo estandar
      * del articulo fabricado y PRODVAR mide la absorcion.
      * Cada centro indica tambien la jurisdiccion de IIBB donde
      * funciona, para que CM05 reparta los gastos del Convenio
      * Multilateral (sueldos y cargas imputados al centro).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-CCOSTO.
           05  WCC-CODIGO            PIC X(03).
           05  WCC-DESCRIPCION       PIC X(20).
           05  WCC-TASA-MO           PIC S9(05)V9999.
           05  WCC-TASA-GIF          PIC S9(05)V9999.
           05  WCC-JURISDICCION      PIC X(02).

       WORKING-STORAGE SECTION.
       77  WCC-STATUS                PIC X(02).
               INVALID KEY
                   MOVE "N"    TO WCO-HALLADO
                   MOVE SPACES TO WCC-DESCRIPCION
                   MOVE 0      TO WCC-TASA-MO
                   MOVE 0      TO WCC-TASA-GIF
                   MOVE SPACES TO WCC-JURISDICCION
           END-READ.
           DISPLAY "DESCRIPCION .....: " LINE 9 POSITION 5.
           ACCEPT WCC-DESCRIPCION LINE 9 POSITION 25.
      *    Tasas por unidad producida; cero en los centros que
      *    no fabrican.
           DISPLAY "TASA MANO OBRA ..: " LINE 10 POSITION 5.
           ACCEPT WCC-TASA-MO LINE 10 POSITION 25.
           DISPLAY "TASA GASTOS FABR.: " LINE 11 POSITION 5.
           ACCEPT WCC-TASA-GIF LINE 11 POSITION 25.
           DISPLAY "JURISDICCION IIBB: " LINE 12 POSITION 5.
           ACCEPT WCC-JURISDICCION LINE 12 POSITION 25.
           MOVE WCO-CODIGO-PARAM TO WCC-CODIGO.
           IF WCO-HALLADO = "S"
               REWRITE REG-CCOSTO
                   INVALID KEY DISPLAY "NO PUDO GRABAR CCOSTO"
               END-WRITE
           END-IF.
           DISPLAY "CENTRO GRABADO" LINE 13 POSITION 5.
       2000-CARGAR-EXIT.
           EXIT.

           IF NO-HAY-MAS-CCOSTO
               GO TO 3100-UN-CENTRO-EXIT
           END-IF.
           DISPLAY WCC-CODIGO " " WCC-DESCRIPCION
               " MO " WCC-TASA-MO " GIF " WCC-TASA-GIF
               " JUR " WCC-JURISDICCION.
       3100-UN-CENTRO-EXIT.
           EXIT.

