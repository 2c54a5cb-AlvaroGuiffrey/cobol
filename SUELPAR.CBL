       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SUELPAR.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Tablas de la liquidacion de sueldos. Modo C mantiene la
      * escala SUELCAT por convenio y categoria: basico mensual,
      * valor hora, porcentaje de presentismo, porcentaje de
      * antiguedad por anio trabajado y cuota sindical. Modo A
      * mantiene el registro unico SUELPAR con las alicuotas
      * de ley que usa SUELDOS: aportes del empleado
      * (jubilacion, ley 19032 y obra social), contribuciones
      * patronales (seguridad social y obra social), la ART
      * (porcentaje mas suma fija por empleado) y las horas y
      * dias del mes con que se calcula el valor hora y el
      * descuento por ausencias, y las horas de la jornada
      * normal contra las que TRIPULA saca las horas extra de
      * cada salida de reparto. Modo L lista la escala.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUELCAT   ASSIGN TO "SUELCAT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSK-CLAVE
                             FILE STATUS IS WSK-STATUS.
           SELECT SUELPAR   ASSIGN TO "SUELPAR"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSP-CODIGO
                             FILE STATUS IS WSP-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  SUELCAT.
       01  REG-SUELCAT.
           05  WSK-CLAVE.
               10  WSK-CONVENIO      PIC X(06).
               10  WSK-CATEGORIA     PIC X(04).
           05  WSK-DESCRIPCION       PIC X(20).
           05  WSK-BASICO            PIC S9(07)V99.
           05  WSK-VALOR-HORA        PIC S9(05)V99.
           05  WSK-PORC-PRESENTISMO  PIC 9(02)V99.
           05  WSK-PORC-ANTIGUEDAD   PIC 9(02)V99.
           05  WSK-PORC-SINDICATO    PIC 9(02)V99.

       FD  SUELPAR.
       01  REG-SUELPAR.
           05  WSP-CODIGO            PIC X(04).
           05  WSP-PORC-JUBILACION   PIC 9(02)V99.
           05  WSP-PORC-LEY19032     PIC 9(02)V99.
           05  WSP-PORC-OBRA-SOCIAL  PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-SS   PIC 9(02)V99.
           05  WSP-PORC-CONTRIB-OS   PIC 9(02)V99.
           05  WSP-PORC-ART          PIC 9(02)V99.
           05  WSP-ART-FIJO          PIC S9(05)V99.
           05  WSP-HORAS-MES         PIC 9(03).
           05  WSP-DIAS-MES          PIC 9(02).
           05  WSP-HORAS-JORNADA     PIC 9(02)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SUELPAR".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WSK-STATUS                PIC X(02).
       77  WSP-STATUS                PIC X(02).
       77  WSA-MODO-PARAM            PIC X(01).
       77  WSA-HALLADO               PIC X(01).
       77  EOF-SUELCAT                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SUELCAT     VALUE "S".

       01  LIN-TITULO.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "ESCALA SALARIAL POR CONVENIO/CATEGORIA".

       01  LIN-CABECERA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "CONV   CAT  DESCRIPCION                BASICO    ".
           05  FILLER             PIC X(40) VALUE
               "  VALOR HORA  PRES%  ANTIG%  SIND%".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-CONVENIO            PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-CATEGORIA           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESCRIPCION         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-BASICO              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-VALOR-HORA          PIC ZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PRESENTISMO         PIC Z9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-ANTIGUEDAD          PIC Z9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-SINDICATO           PIC Z9.99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       SUELCAT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELCAT.
           DISPLAY "ERROR E/S SUELCAT: " WSK-STATUS.
       SUELPAR-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SUELPAR.
           DISPLAY "ERROR E/S SUELPAR: " WSP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WSA-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CATEGORIA THRU 2000-CATEGORIA-EXIT
               WHEN "A"
                   PERFORM 3000-ALICUOTAS THRU 3000-ALICUOTAS-EXIT
               WHEN "L"
                   PERFORM 4000-LISTAR-ESCALA
                       THRU 4000-LISTAR-ESCALA-EXIT
                       UNTIL NO-HAY-MAS-SUELCAT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CATEGORIA A=ALICUOTAS L=LISTA): "
               LINE 5 POSITION 5.
           ACCEPT WSA-MODO-PARAM LINE 5 POSITION 46.
           OPEN I-O SUELCAT.
           IF WSK-STATUS = "35"
               CLOSE SUELCAT
               OPEN OUTPUT SUELCAT
               CLOSE SUELCAT
               OPEN I-O SUELCAT
           END-IF.
           OPEN I-O SUELPAR.
           IF WSP-STATUS = "35"
               CLOSE SUELPAR
               OPEN OUTPUT SUELPAR
               CLOSE SUELPAR
               OPEN I-O SUELPAR
           END-IF.
           IF WSA-MODO-PARAM = "L"
               CALL "PRNTDEST" USING WPX-COD-LISTADO
                                     WPX-DISPOSITIVO
                                     WPX-OPER-LISTADO
                                     WPX-PARM-LISTADO
               END-CALL
               OPEN OUTPUT LISTADO
               WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE
               WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO AFTER 1
               MOVE LOW-VALUES TO WSK-CLAVE
               START SUELCAT KEY IS NOT LESS THAN WSK-CLAVE
                   INVALID KEY MOVE "S" TO EOF-SUELCAT
               END-START
           END-IF.

       2000-CATEGORIA.
           DISPLAY "CONVENIO ............: " LINE 7 POSITION 5.
           ACCEPT WSK-CONVENIO LINE 7 POSITION 29.
           DISPLAY "CATEGORIA ...........: " LINE 8 POSITION 5.
           ACCEPT WSK-CATEGORIA LINE 8 POSITION 29.
           MOVE "S" TO WSA-HALLADO.
           READ SUELCAT KEY IS WSK-CLAVE
               INVALID KEY
                   MOVE "N" TO WSA-HALLADO
                   MOVE SPACES TO WSK-DESCRIPCION
                   MOVE 0 TO WSK-BASICO WSK-VALOR-HORA
                             WSK-PORC-PRESENTISMO
                             WSK-PORC-ANTIGUEDAD
                             WSK-PORC-SINDICATO
           END-READ.
           DISPLAY "DESCRIPCION .........: " LINE 9 POSITION 5.
           ACCEPT WSK-DESCRIPCION LINE 9 POSITION 29.
           DISPLAY "BASICO MENSUAL ......: " LINE 10 POSITION 5.
           ACCEPT WSK-BASICO LINE 10 POSITION 29.
           DISPLAY "VALOR HORA (0=CALC) .: " LINE 11 POSITION 5.
           ACCEPT WSK-VALOR-HORA LINE 11 POSITION 29.
           DISPLAY "% PRESENTISMO .......: " LINE 12 POSITION 5.
           ACCEPT WSK-PORC-PRESENTISMO LINE 12 POSITION 29.
           DISPLAY "% ANTIGUEDAD X ANIO .: " LINE 13 POSITION 5.
           ACCEPT WSK-PORC-ANTIGUEDAD LINE 13 POSITION 29.
           DISPLAY "% CUOTA SINDICAL ....: " LINE 14 POSITION 5.
           ACCEPT WSK-PORC-SINDICATO LINE 14 POSITION 29.
           IF WSA-HALLADO = "S"
               REWRITE REG-SUELCAT
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SUELCAT"
               END-REWRITE
           ELSE
               WRITE REG-SUELCAT
                   INVALID KEY DISPLAY "NO PUDO GRABAR SUELCAT"
               END-WRITE
           END-IF.
           DISPLAY "CATEGORIA GRABADA" LINE 16 POSITION 5.
       2000-CATEGORIA-EXIT.
           EXIT.

      *    Registro unico. La primera vez se propone con las
      *    alicuotas vigentes de ley para que el operador solo
      *    confirme.
       3000-ALICUOTAS.
           MOVE "SUEL" TO WSP-CODIGO.
           MOVE "S" TO WSA-HALLADO.
           READ SUELPAR KEY IS WSP-CODIGO
               INVALID KEY
                   MOVE "N" TO WSA-HALLADO
                   MOVE 11     TO WSP-PORC-JUBILACION
                   MOVE 3      TO WSP-PORC-LEY19032
                   MOVE 3      TO WSP-PORC-OBRA-SOCIAL
                   MOVE 18     TO WSP-PORC-CONTRIB-SS
                   MOVE 6      TO WSP-PORC-CONTRIB-OS
                   MOVE 0      TO WSP-PORC-ART
                   MOVE 0      TO WSP-ART-FIJO
                   MOVE 200    TO WSP-HORAS-MES
                   MOVE 30     TO WSP-DIAS-MES
                   MOVE 8      TO WSP-HORAS-JORNADA
           END-READ.
           DISPLAY "% JUBILACION ........: " LINE 7 POSITION 5.
           ACCEPT WSP-PORC-JUBILACION LINE 7 POSITION 29.
           DISPLAY "% LEY 19032 (PAMI) ..: " LINE 8 POSITION 5.
           ACCEPT WSP-PORC-LEY19032 LINE 8 POSITION 29.
           DISPLAY "% OBRA SOCIAL APORTE : " LINE 9 POSITION 5.
           ACCEPT WSP-PORC-OBRA-SOCIAL LINE 9 POSITION 29.
           DISPLAY "% CONTRIB SEG SOCIAL : " LINE 10 POSITION 5.
           ACCEPT WSP-PORC-CONTRIB-SS LINE 10 POSITION 29.
           DISPLAY "% CONTRIB OBRA SOC ..: " LINE 11 POSITION 5.
           ACCEPT WSP-PORC-CONTRIB-OS LINE 11 POSITION 29.
           DISPLAY "% ART ...............: " LINE 12 POSITION 5.
           ACCEPT WSP-PORC-ART LINE 12 POSITION 29.
           DISPLAY "ART FIJO X EMPLEADO .: " LINE 13 POSITION 5.
           ACCEPT WSP-ART-FIJO LINE 13 POSITION 29.
           DISPLAY "HORAS DEL MES .......: " LINE 14 POSITION 5.
           ACCEPT WSP-HORAS-MES LINE 14 POSITION 29.
           DISPLAY "DIAS DEL MES ........: " LINE 15 POSITION 5.
           ACCEPT WSP-DIAS-MES LINE 15 POSITION 29.
           DISPLAY "HORAS JORNADA NORMAL : " LINE 16 POSITION 5.
           ACCEPT WSP-HORAS-JORNADA LINE 16 POSITION 29.
           IF WSP-HORAS-MES = 0 OR WSP-DIAS-MES = 0
               DISPLAY "HORAS Y DIAS DEL MES NO PUEDEN SER CERO"
               GO TO 3000-ALICUOTAS-EXIT
           END-IF.
           IF WSA-HALLADO = "S"
               REWRITE REG-SUELPAR
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SUELPAR"
               END-REWRITE
           ELSE
               WRITE REG-SUELPAR
                   INVALID KEY DISPLAY "NO PUDO GRABAR SUELPAR"
               END-WRITE
           END-IF.
           DISPLAY "ALICUOTAS GRABADAS" LINE 18 POSITION 5.
       3000-ALICUOTAS-EXIT.
           EXIT.

       4000-LISTAR-ESCALA.
           READ SUELCAT NEXT RECORD
               AT END MOVE "S" TO EOF-SUELCAT
           END-READ.
           IF NO-HAY-MAS-SUELCAT
               GO TO 4000-LISTAR-ESCALA-EXIT
           END-IF.
           MOVE WSK-CONVENIO         TO D-CONVENIO.
           MOVE WSK-CATEGORIA        TO D-CATEGORIA.
           MOVE WSK-DESCRIPCION      TO D-DESCRIPCION.
           MOVE WSK-BASICO           TO D-BASICO.
           MOVE WSK-VALOR-HORA       TO D-VALOR-HORA.
           MOVE WSK-PORC-PRESENTISMO TO D-PRESENTISMO.
           MOVE WSK-PORC-ANTIGUEDAD  TO D-ANTIGUEDAD.
           MOVE WSK-PORC-SINDICATO   TO D-SINDICATO.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       4000-LISTAR-ESCALA-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE SUELCAT.
           CLOSE SUELPAR.
           IF WSA-MODO-PARAM = "L"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
