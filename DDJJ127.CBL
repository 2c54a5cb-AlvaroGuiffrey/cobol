                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCN-CUENTA
                             FILE STATUS IS WCN-STATUS.
      *...............................(COEFICIENTES DEL CONVENIO
      * MULTILATERAL POR ANO DE VIGENCIA, calculados por CM05)
           SELECT CMCOEF    ASSIGN TO "CMCOEF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WKC-CLAVE
                             FILE STATUS IS WKC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *...............................(*.REG)
       01  REG-CUENJURI.
           05  WCN-CUENTA            PIC 9(06).
           05  WCN-JURISDICCION      PIC X(02).
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
      *...............................(ROTULO DE IMPRESION)
       COPY "ROT132.IMP".
          02 TIT-13.
             03 FILLER   PIC X(40) VALUE SPACES.
             03 FILLER   PIC X(20) VALUE "Aclaracion firma  : ".
          02 TIT-14.
             03 FILLER   PIC X(10) VALUE SPACES.
             03 FILLER   PIC X(20) VALUE "DISTRIBUCION CONVENI".
             03 FILLER   PIC X(20) VALUE "O MULTILATERAL - VIG".
             03 FILLER   PIC X(6) VALUE "ENCIA ".
             03 ANO-CM-ED     PIC 9999.
          02 TIT-15.
             03 FILLER        PIC X(10) VALUE SPACES.
             03 FILLER        PIC X(9) VALUE "JURISD: ".
             03 JUR-CM-ED     PIC X(02)BBB.
             03 FILLER        PIC X(6) VALUE "COEF: ".
             03 COEF-CM-ED    PIC 9,9999BBB.
             03 FILLER        PIC X(13) VALUE "MONTO OP.: $".
             03 IMP-CM-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 CAMPOS-AUXILIARES.
          02 COD-IMP      PIC X VALUE SPACES.
          02 CTA-IMP      PIC 9(6) VALUE 0.
             03 ANO-C-EDI PIC 99.
          02 XX           PIC X.
          02 WCN-STATUS   PIC X(02).
          02 WKC-STATUS   PIC X(02).
          02 ANO-CM       PIC 9999 VALUE 0.
          02 IMP-CM       PIC S9(9)V99 VALUE 0.
          02 IMP-CM-TOT   PIC S9(9)V99 VALUE 0.
       COPY "VARIOS.WOR".
       COPY "CLAVES.WOR".
       COPY "ABREV.WOR".
       CUENJURI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENJURI.
           DISPLAY "ERROR E/S CUENJURI: " WCN-STATUS.
       CMCOEF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CMCOEF.
           DISPLAY "ERROR E/S CMCOEF: " WKC-STATUS.
       END DECLARATIVES.
       PROGRAMA SECTION.
       ABRO.
           MOVE IMP-T TO IMP-TOT-ED.
           MOVE PER-T TO PER-TOT-ED.
           MOVE "TOTALES --->" TO DET-TOT-ED.
           MOVE IMP-T TO IMP-CM-TOT.
           MOVE 0 TO PER-T PER-S IMP-T IMP-S.
           WRITE LIN-IMP02 FROM ROT132-1 AFTER 1.
           WRITE LIN-IMP02 FROM TIT-10 AFTER 1.
           WRITE LIN-IMP02 FROM TIT-10 AFTER 0.
           WRITE LIN-IMP02 FROM ROT132-1 AFTER 1.
           PERFORM IMPRE-CM THRU IMPRE-CM-F.
           PERFORM ESPA 2 TIMES.
           WRITE LIN-IMP02 FROM TIT-11 AFTER 1.
           PERFORM ESPA 1 TIMES.
              PERFORM ESPA CONT-R TIMES.
       CIERRO-F.
           GO TO CARGA-LIB.
      *................................(PRORRATEO CONVENIO MULTILAT.)
      * Reparte el monto total del periodo por el coeficiente
      * unificado que CM05 dejo en CMCOEF para el ano del
      * periodo hasta. Sin coeficientes no imprime nada.
       IMPRE-CM.
           IF ANO-H < 50 COMPUTE ANO-CM = 2000 + ANO-H
              ELSE COMPUTE ANO-CM = 1900 + ANO-H.
           MOVE ANO-CM TO WKC-ANIO ANO-CM-ED.
           MOVE LOW-VALUES TO WKC-JURISDICCION.
           OPEN INPUT CMCOEF.
           IF WKC-STATUS NOT = "00" GO TO IMPRE-CM-F.
           START CMCOEF KEY IS NOT < WKC-CLAVE
                 INVALID KEY CLOSE CMCOEF
                             GO TO IMPRE-CM-F.
           WRITE LIN-IMP02 FROM TIT-14 AFTER 2.
           ADD 2 TO CONT-R.
       IMPRE-CM-1.
           READ CMCOEF NEXT AT END GO TO IMPRE-CM-2.
           IF WKC-ANIO NOT = ANO-CM GO TO IMPRE-CM-2.
           COMPUTE IMP-CM ROUNDED = IMP-CM-TOT * WKC-COEF-UNIFICADO.
           MOVE WKC-JURISDICCION TO JUR-CM-ED.
           MOVE WKC-COEF-UNIFICADO TO COEF-CM-ED.
           MOVE IMP-CM TO IMP-CM-ED.
           WRITE LIN-IMP02 FROM TIT-15 AFTER 1.
           ADD 1 TO CONT-R.
           GO TO IMPRE-CM-1.
       IMPRE-CM-2.
           CLOSE CMCOEF.
       IMPRE-CM-F.
           EXIT.
       CARGA-EMP.
           PERFORM MEN-MODA-S.
           MOVE 6 TO SW3.
