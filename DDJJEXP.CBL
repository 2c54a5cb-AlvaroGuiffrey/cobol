      * (DDJJ127/RES127) al formato de archivo plano que acepta
      * el portal de rentas/ARBA, para no tener que retipear a
      * mano los totales todos los meses.
      * Si CM05 dejo coeficientes del Convenio Multilateral en
      * CMCOEF para el ano del periodo, cada renglon se reparte
      * entre las jurisdicciones por el coeficiente unificado
      * (la ultima se lleva la diferencia de redondeo, para que
      * el total exportado sea el mismo); si no hay, se exporta
      * con la jurisdiccion del renglon como siempre.
      * En la empresa de practica (EMPPRCHK) no se exporta
      * la DDJJ.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARBAFILE  ASSIGN TO "DDJJARBA.TXT"
                             ORGANIZATION LINE SEQUENTIAL
                             FILE STATUS IS WAR-STATUS.
           SELECT CMCOEF    ASSIGN TO "CMCOEF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKC-CLAVE
                             FILE STATUS IS WKC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RES127.
       FD  ARBAFILE.
       01  LIN-ARBAFILE              PIC X(80).

       FD  CMCOEF.
       01  REG-CMCOEF.
           05  WKC-CLAVE.
               10  WKC-ANIO          PIC 9(04).
               10  WKC-JURISDICCION  PIC X(02).
           05  WKC-INGRESOS          PIC S9(11)V99.
           05  WKC-GASTOS            PIC S9(11)V99.
           05  WKC-COEF-INGRESOS     PIC S9V9999.
           05  WKC-COEF-GASTOS       PIC S9V9999.
           05  WKC-COEF-UNIFICADO    PIC S9V9999.

       WORKING-STORAGE SECTION.
       77  WRS-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WAR-PERIODO-PARAM         PIC 9(06).
       77  WAR-TOT-GRAVADAS          PIC S9(11)V99.
       77  WAR-TOT-EXENTAS           PIC S9(11)V99.
       77  WKC-STATUS                PIC X(02).
       77  WAR-ANIO-COEF             PIC 9(04).
       77  WAR-CANT-COEF             PIC 9(02) COMP VALUE 0.
       77  WAR-IX                    PIC 9(02) COMP.
       77  WAR-RESTO-GRAVADAS        PIC S9(11)V99.
       77  WAR-RESTO-EXENTAS         PIC S9(11)V99.
       77  WAR-PARTE                 PIC S9(11)V99.
       77  EOF-RES127                 PIC X(01) VALUE "N".
           88  NO-HAY-MAS-RES127       VALUE "S".
       77  EOF-CMCOEF                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CMCOEF      VALUE "S".
       77  WAR-EMP-SESION            PIC 9(04) VALUE 0.
       77  WAR-PRACTICA              PIC X(01) VALUE "N".

      *    Coeficientes unificados vigentes en el ano del periodo.
       01  WAR-TABLA-COEF.
           05  WAR-COEF-ITEM         OCCURS 30 TIMES.
               10  WAR-COEF-JURIS    PIC X(02).
               10  WAR-COEF-UNIF     PIC S9V9999.

       01  LIN-SALIDA.
           05  S-CUIT                PIC 9(11).
       ARBAFILE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARBAFILE.
           DISPLAY "ERROR E/S DDJJARBA.TXT: " WAR-STATUS.
       CMCOEF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CMCOEF.
           DISPLAY "ERROR E/S CMCOEF: " WKC-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 0500-CONTROL-PRACTICA.
           IF WAR-PRACTICA = "S"
               STOP RUN
           END-IF.
           PERFORM 1000-INICIAL.
           PERFORM 2000-EXPORTAR THRU 2000-EXPORTAR-EXIT
               UNTIL NO-HAY-MAS-RES127.
           PERFORM 9999-FINAL.
           STOP RUN.

      *    Empresa de practica: no se genera nada que pueda
      *    salir hacia afuera.
       0500-CONTROL-PRACTICA.
           CALL "EMPPRCHK" USING WAR-EMP-SESION
                                 WAR-PRACTICA
           END-CALL.
           IF WAR-PRACTICA = "S"
               DISPLAY "EMPRESA DE PRACTICA - NO SE GENERA LA DDJJ"
                   LINE 22 POSITION 5
           END-IF.

       1000-INICIAL.
           DISPLAY "PERIODO (AAAAMM) .: " LINE 10 POSITION 5.
           ACCEPT WAR-PERIODO-PARAM LINE 10 POSITION 26.

           PERFORM 1100-CARGAR-COEF THRU 1100-CARGAR-COEF-EXIT.
           OPEN INPUT RES127.
           OPEN OUTPUT ARBAFILE.
           READ RES127 NEXT RECORD
               AT END MOVE "S" TO EOF-RES127
           END-READ.

      *    Coeficientes del Convenio Multilateral del ano.
       1100-CARGAR-COEF.
           DIVIDE WAR-PERIODO-PARAM BY 100 GIVING WAR-ANIO-COEF.
           OPEN INPUT CMCOEF.
           IF WKC-STATUS NOT = "00"
               DISPLAY "SIN COEFICIENTES CM05 - SE EXPORTA SIN "
                   "PRORRATEO"
               GO TO 1100-CARGAR-COEF-EXIT
           END-IF.
           MOVE WAR-ANIO-COEF TO WKC-ANIO.
           MOVE LOW-VALUES    TO WKC-JURISDICCION.
           START CMCOEF KEY IS NOT LESS THAN WKC-CLAVE
               INVALID KEY MOVE "S" TO EOF-CMCOEF
           END-START.
           PERFORM 1110-UN-COEF THRU 1110-UN-COEF-EXIT
               UNTIL NO-HAY-MAS-CMCOEF.
           CLOSE CMCOEF.
           IF WAR-CANT-COEF = 0
               DISPLAY "SIN COEFICIENTES CM05 PARA " WAR-ANIO-COEF
                   " - SE EXPORTA SIN PRORRATEO"
           END-IF.
       1100-CARGAR-COEF-EXIT.
           EXIT.

       1110-UN-COEF.
           READ CMCOEF NEXT RECORD
               AT END MOVE "S" TO EOF-CMCOEF
           END-READ.
           IF NO-HAY-MAS-CMCOEF
               GO TO 1110-UN-COEF-EXIT
           END-IF.
           IF WKC-ANIO NOT = WAR-ANIO-COEF OR WAR-CANT-COEF = 30
               MOVE "S" TO EOF-CMCOEF
               GO TO 1110-UN-COEF-EXIT
           END-IF.
           ADD 1 TO WAR-CANT-COEF.
           MOVE WKC-JURISDICCION   TO WAR-COEF-JURIS (WAR-CANT-COEF).
           MOVE WKC-COEF-UNIFICADO TO WAR-COEF-UNIF (WAR-CANT-COEF).
       1110-UN-COEF-EXIT.
           EXIT.

       2000-EXPORTAR.
           IF WRS-PERIODO = WAR-PERIODO-PARAM
               MOVE WRS-CUENTA            TO S-CUIT
               MOVE WRS-PERIODO           TO S-PERIODO
               IF WAR-CANT-COEF = 0
                   MOVE WRS-JURISDICCION      TO S-JURISDICCION
                   MOVE WRS-VENTAS-GRAVADAS   TO S-GRAVADAS
                   MOVE WRS-VENTAS-EXENTAS    TO S-EXENTAS
                   MOVE LIN-SALIDA            TO LIN-ARBAFILE
                   WRITE LIN-ARBAFILE
               ELSE
                   MOVE WRS-VENTAS-GRAVADAS TO WAR-RESTO-GRAVADAS
                   MOVE WRS-VENTAS-EXENTAS  TO WAR-RESTO-EXENTAS
                   PERFORM 2100-PRORRATEAR
                       VARYING WAR-IX FROM 1 BY 1
                       UNTIL WAR-IX > WAR-CANT-COEF
               END-IF
               ADD WRS-VENTAS-GRAVADAS TO WAR-TOT-GRAVADAS
               ADD WRS-VENTAS-EXENTAS  TO WAR-TOT-EXENTAS
           END-IF.
       2000-EXPORTAR-EXIT.
           EXIT.

      *    Un renglon por jurisdiccion del Convenio; la ultima
      *    toma lo que falta para cerrar con el renglon original.
       2100-PRORRATEAR.
           MOVE WAR-COEF-JURIS (WAR-IX) TO S-JURISDICCION.
           IF WAR-IX = WAR-CANT-COEF
               MOVE WAR-RESTO-GRAVADAS TO S-GRAVADAS
               MOVE WAR-RESTO-EXENTAS  TO S-EXENTAS
           ELSE
               COMPUTE WAR-PARTE ROUNDED =
                   WRS-VENTAS-GRAVADAS * WAR-COEF-UNIF (WAR-IX)
               MOVE WAR-PARTE TO S-GRAVADAS
               SUBTRACT WAR-PARTE FROM WAR-RESTO-GRAVADAS
               COMPUTE WAR-PARTE ROUNDED =
                   WRS-VENTAS-EXENTAS * WAR-COEF-UNIF (WAR-IX)
               MOVE WAR-PARTE TO S-EXENTAS
               SUBTRACT WAR-PARTE FROM WAR-RESTO-EXENTAS
           END-IF.
           MOVE LIN-SALIDA TO LIN-ARBAFILE.
           WRITE LIN-ARBAFILE.

       9999-FINAL.
           CLOSE RES127.
           CLOSE ARBAFILE.
