       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EMPPRACT.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Empresa de practica para capacitar operadores: hasta
      * ahora los nuevos aprendian sobre la empresa real y ya
      * salieron remitos, recibos y hasta un pedido de CAE de
      * prueba. Este programa arma una empresa de practica en
      * un directorio de datos aparte (el puesto de practica
      * trabaja parado en ese directorio), con una foto de los
      * maestros de una empresa real:
      *   CUENTA   las cuentas de la empresa origen, renumeradas
      *            a la empresa de practica;
      *   ART02, CAPPRE, ARET, CONDI, ALICUO  copia completa
      *            (no llevan empresa en la clave);
      *   NUMERO   todos los contadores arrancan en una
      *            numeracion propia (por defecto 90000000) para
      *            que ningun comprobante de practica se confunda
      *            con uno real;
      *   EMPRESUC los parametros de la sucursal, con la razon
      *            social marcada PRACTICA, asi todo lo que se
      *            imprima sale marcado.
      * La empresa queda registrada en EMPPRAC, aca y en el
      * directorio de practica; con ese registro (EMPPRCHK) los
      * menues muestran la franja de PRACTICA y los programas de
      * salidas externas (CAEEXP, DDJJEXP, CITIEXP, SICOREXP,
      * TRANSBCO, despacho de EMAILQ, FISCALTK) no generan nada
      * hacia afuera.
      * El alta de la empresa en EMPRESAS se sigue haciendo con
      * la pantalla de EMPRESA dentro del directorio de
      * practica.
      *   Modo C  crea la empresa de practica y la clona;
      *   Modo R  reinicia: borra los maestros de practica y los
      *           vuelve a clonar de la empresa origen;
      *   Modo L  lista las empresas de practica registradas.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPPRAC   ASSIGN TO "EMPPRAC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEV-EMP
                             FILE STATUS IS WEV-STATUS.
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
                             RECORD KEY IS WAT-ARTICULO
                             ALTERNATE RECORD KEY IS WAT-CODBARRA
                                 WITH DUPLICATES
                             FILE STATUS IS WAT-STATUS.
           SELECT CAPPRE    ASSIGN TO "CAPPRE"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-ARTICULO
                             FILE STATUS IS WCP-STATUS.
           SELECT ARET      ASSIGN TO "ARET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAR-CUENTA
                             ALTERNATE RECORD KEY IS WAR-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WAR-STATUS.
           SELECT CONDI     ASSIGN TO "CONDI"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCZ-NUMERO
                             FILE STATUS IS WCZ-STATUS.
           SELECT ALICUO    ASSIGN TO "ALICUO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WAL-CODIGO
                             FILE STATUS IS WAL-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT EMPRESUC  ASSIGN TO "EMPRESUC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-SUCURSAL
                             FILE STATUS IS WEM-STATUS.
      *    Maestros de la empresa de practica, en su directorio.
           SELECT PEMPPRAC  ASSIGN TO WEZ-ARCH-EMPPRAC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXQ-EMP
                             FILE STATUS IS WXQ-STATUS.
           SELECT PCUENTA   ASSIGN TO WEZ-ARCH-CUENTA
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXU-CLAVE
                             ALTERNATE RECORD KEY IS WXU-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WXU-STATUS.
           SELECT PART02    ASSIGN TO WEZ-ARCH-ART02
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXT-ARTICULO
                             ALTERNATE RECORD KEY IS WXT-CODBARRA
                                 WITH DUPLICATES
                             FILE STATUS IS WXT-STATUS.
           SELECT PCAPPRE   ASSIGN TO WEZ-ARCH-CAPPRE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXP-ARTICULO
                             FILE STATUS IS WXP-STATUS.
           SELECT PARET     ASSIGN TO WEZ-ARCH-ARET
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXA-CUENTA
                             ALTERNATE RECORD KEY IS WXA-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WXA-STATUS.
           SELECT PCONDI    ASSIGN TO WEZ-ARCH-CONDI
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXC-NUMERO
                             FILE STATUS IS WXC-STATUS.
           SELECT PALICUO   ASSIGN TO WEZ-ARCH-ALICUO
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXL-CODIGO
                             FILE STATUS IS WXL-STATUS.
           SELECT PNUMERO   ASSIGN TO WEZ-ARCH-NUMERO
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXN-TIPO-COMP
                             FILE STATUS IS WXN-STATUS.
           SELECT PEMPRESUC ASSIGN TO WEZ-ARCH-EMPRESUC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WXE-SUCURSAL
                             FILE STATUS IS WXE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPPRAC.
       01  REG-EMPPRAC.
           05  WEV-EMP               PIC 9(04).
           05  WEV-EMP-ORIGEN        PIC 9(04).
           05  WEV-SUCURSAL          PIC 9(02).
           05  WEV-DIRECTORIO        PIC X(30).
           05  WEV-NUMERO-BASE       PIC 9(08).
           05  WEV-FECHA             PIC 9(08).
           05  WEV-OPERADOR          PIC X(08).
           05  WEV-CANT-CUENTAS      PIC 9(06).
           05  WEV-CANT-ARTICULOS    PIC 9(06).

       FD  CUENTA.
       01  REG-CUENTA.
           05  WCU-CLAVE.
               10  WCU-EMP-CTA       PIC 9(04).
               10  WCU-SUC-CTA       PIC 9(02).
               10  WCU-RUBRO-CTA     PIC 9(06).
               10  WCU-CUENTA        PIC 9(06).
               10  WCU-SUB-CUENTA    PIC 9(02).
           05  WCU-NOMBRE            PIC X(30).
           05  WCU-LIMITE-CREDITO    PIC S9(09)V99.
           05  WCU-BLOQUEADA         PIC X(01).
      *    Resto del registro (CUIT, condicion de IVA, ...): se
      *    copia tal cual, al largo de la vista mas ancha.
           05  FILLER                PIC X(29).

       FD  ART02.
       01  REG-ART02.
           05  WAT-ARTICULO          PIC 9(06).
           05  WAT-DESCRIPCION       PIC X(30).
           05  WAT-CODBARRA          PIC X(13).
           05  WAT-PRECIO            PIC S9(07)V99.

       FD  CAPPRE.
       01  REG-CAPPRE.
           05  WCP-ARTICULO          PIC 9(06).
           05  WCP-PRECIO-VENTA      PIC S9(07)V99.
           05  WCP-COSTO             PIC S9(07)V99.

       FD  ARET.
       01  REG-ARET.
           05  WAR-CUENTA            PIC 9(06).
           05  WAR-RUTA              PIC 9(04).

       FD  CONDI.
       01  REG-CONDI.
           05  WCZ-NUMERO            PIC 9(02).
           05  WCZ-NOMBRE            PIC X(20).
           05  WCZ-TIPO              PIC 9(01).
           05  WCZ-PORCENTAJE        PIC 9(03)V99.

       FD  ALICUO.
       01  REG-ALICUO.
           05  WAL-CODIGO            PIC 9(02).
           05  WAL-PORCENTAJE        PIC 9(03)V99.
           05  WAL-DESCRIPCION       PIC X(20).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).
           05  WNU-ANCHO-CAMPO       PIC 9(02).

       FD  EMPRESUC.
       01  REG-EMPRESUC.
           05  WEM-SUCURSAL          PIC 9(02).
           05  WEM-RAZON-SOCIAL      PIC X(30).
           05  WEM-CUIT              PIC 9(11).
           05  WEM-PUNTO-VENTA       PIC 9(04).
           05  WEM-ING-BRUTOS        PIC X(13).
           05  WEM-DOMICILIO         PIC X(40).

       FD  PEMPPRAC.
       01  REG-PEMPPRAC.
           05  WXQ-EMP               PIC 9(04).
           05  FILLER                PIC X(72).

       FD  PCUENTA.
       01  REG-PCUENTA.
           05  WXU-CLAVE.
               10  WXU-EMP-CTA       PIC 9(04).
               10  WXU-SUC-CTA       PIC 9(02).
               10  WXU-RUBRO-CTA     PIC 9(06).
               10  WXU-CUENTA        PIC 9(06).
               10  WXU-SUB-CUENTA    PIC 9(02).
           05  WXU-NOMBRE            PIC X(30).
           05  WXU-LIMITE-CREDITO    PIC S9(09)V99.
           05  WXU-BLOQUEADA         PIC X(01).
           05  FILLER                PIC X(29).

       FD  PART02.
       01  REG-PART02.
           05  WXT-ARTICULO          PIC 9(06).
           05  WXT-DESCRIPCION       PIC X(30).
           05  WXT-CODBARRA          PIC X(13).
           05  WXT-PRECIO            PIC S9(07)V99.

       FD  PCAPPRE.
       01  REG-PCAPPRE.
           05  WXP-ARTICULO          PIC 9(06).
           05  WXP-PRECIO-VENTA      PIC S9(07)V99.
           05  WXP-COSTO             PIC S9(07)V99.

       FD  PARET.
       01  REG-PARET.
           05  WXA-CUENTA            PIC 9(06).
           05  WXA-RUTA              PIC 9(04).

       FD  PCONDI.
       01  REG-PCONDI.
           05  WXC-NUMERO            PIC 9(02).
           05  WXC-NOMBRE            PIC X(20).
           05  WXC-TIPO              PIC 9(01).
           05  WXC-PORCENTAJE        PIC 9(03)V99.

       FD  PALICUO.
       01  REG-PALICUO.
           05  WXL-CODIGO            PIC 9(02).
           05  WXL-PORCENTAJE        PIC 9(03)V99.
           05  WXL-DESCRIPCION       PIC X(20).

       FD  PNUMERO.
       01  REG-PNUMERO.
           05  WXN-TIPO-COMP         PIC X(08).
           05  WXN-ULTIMO-NUMERO     PIC 9(08).
           05  WXN-ANCHO-CAMPO       PIC 9(02).

       FD  PEMPRESUC.
       01  REG-PEMPRESUC.
           05  WXE-SUCURSAL          PIC 9(02).
           05  WXE-RAZON-SOCIAL      PIC X(30).
           05  WXE-CUIT              PIC 9(11).
           05  WXE-PUNTO-VENTA       PIC 9(04).
           05  WXE-ING-BRUTOS        PIC X(13).
           05  WXE-DOMICILIO         PIC X(40).

       WORKING-STORAGE SECTION.
       77  WEV-STATUS                PIC X(02).
       77  WCU-STATUS                PIC X(02).
       77  WAT-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WAR-STATUS                PIC X(02).
       77  WCZ-STATUS                PIC X(02).
       77  WAL-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WXQ-STATUS                PIC X(02).
       77  WXU-STATUS                PIC X(02).
       77  WXT-STATUS                PIC X(02).
       77  WXP-STATUS                PIC X(02).
       77  WXA-STATUS                PIC X(02).
       77  WXC-STATUS                PIC X(02).
       77  WXL-STATUS                PIC X(02).
       77  WXN-STATUS                PIC X(02).
       77  WXE-STATUS                PIC X(02).
       77  WEZ-MODO-PARAM            PIC X(01).
       77  WEZ-EMP-PARAM             PIC 9(04).
       77  WEZ-ORIGEN-PARAM          PIC 9(04).
       77  WEZ-SUCURSAL-PARAM        PIC 9(02).
       77  WEZ-DIRECTORIO-PARAM      PIC X(30).
       77  WEZ-BASE-PARAM            PIC 9(08).
       77  WEZ-OPERADOR-PARAM        PIC X(08).
       77  WEZ-HOY                   PIC 9(08).
       77  WEZ-HALLADO               PIC X(01).
       77  WEZ-VALIDO                PIC X(01).
       77  WEZ-ARCH-EMPPRAC          PIC X(40).
       77  WEZ-ARCH-CUENTA           PIC X(40).
       77  WEZ-ARCH-ART02            PIC X(40).
       77  WEZ-ARCH-CAPPRE           PIC X(40).
       77  WEZ-ARCH-ARET             PIC X(40).
       77  WEZ-ARCH-CONDI            PIC X(40).
       77  WEZ-ARCH-ALICUO           PIC X(40).
       77  WEZ-ARCH-NUMERO           PIC X(40).
       77  WEZ-ARCH-EMPRESUC         PIC X(40).
       77  WEZ-CANT-CUENTAS          PIC 9(06) VALUE 0.
       77  WEZ-CANT-ARTICULOS        PIC 9(06) VALUE 0.
       77  WEZ-CANT-PRECIOS          PIC 9(06) VALUE 0.
       77  WEZ-CANT-RUTAS            PIC 9(06) VALUE 0.
       77  WEZ-CANT-CONDICIONES      PIC 9(06) VALUE 0.
       77  WEZ-CANT-ALICUOTAS        PIC 9(06) VALUE 0.
       77  WEZ-CANT-NUMERADORES      PIC 9(06) VALUE 0.
       77  WEZ-CANT-LISTADAS         PIC 9(04) VALUE 0.
       77  EOF-ORIGEN                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-ORIGEN      VALUE "S".
       77  EOF-EMPPRAC               PIC X(01) VALUE "N".
           88  NO-HAY-MAS-EMPPRAC     VALUE "S".

       PROCEDURE DIVISION.
       DECLARATIVES.
       EMPPRAC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPPRAC.
           DISPLAY "ERROR E/S EMPPRAC: " WEV-STATUS.
       CUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CUENTA.
           DISPLAY "ERROR E/S CUENTA: " WCU-STATUS.
       ART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ART02.
           DISPLAY "ERROR E/S ART02: " WAT-STATUS.
       CAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CAPPRE.
           DISPLAY "ERROR E/S CAPPRE: " WCP-STATUS.
       ARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ARET.
           DISPLAY "ERROR E/S ARET: " WAR-STATUS.
       CONDI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CONDI.
           DISPLAY "ERROR E/S CONDI: " WCZ-STATUS.
       ALICUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON ALICUO.
           DISPLAY "ERROR E/S ALICUO: " WAL-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       EMPRESUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPRESUC.
           DISPLAY "ERROR E/S EMPRESUC: " WEM-STATUS.
       PEMPPRAC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEMPPRAC.
           DISPLAY "ERROR E/S EMPPRAC PRACTICA: " WXQ-STATUS.
       PCUENTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCUENTA.
           DISPLAY "ERROR E/S CUENTA PRACTICA: " WXU-STATUS.
       PART02-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PART02.
           DISPLAY "ERROR E/S ART02 PRACTICA: " WXT-STATUS.
       PCAPPRE-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCAPPRE.
           DISPLAY "ERROR E/S CAPPRE PRACTICA: " WXP-STATUS.
       PARET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PARET.
           DISPLAY "ERROR E/S ARET PRACTICA: " WXA-STATUS.
       PCONDI-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PCONDI.
           DISPLAY "ERROR E/S CONDI PRACTICA: " WXC-STATUS.
       PALICUO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PALICUO.
           DISPLAY "ERROR E/S ALICUO PRACTICA: " WXL-STATUS.
       PNUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PNUMERO.
           DISPLAY "ERROR E/S NUMERO PRACTICA: " WXN-STATUS.
       PEMPRESUC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON PEMPRESUC.
           DISPLAY "ERROR E/S EMPRESUC PRACTICA: " WXE-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WEZ-MODO-PARAM
               WHEN "C"
                   PERFORM 2000-CREAR THRU 2000-CREAR-EXIT
               WHEN "R"
                   PERFORM 2500-REINICIAR THRU 2500-REINICIAR-EXIT
               WHEN "L"
                   PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
                       UNTIL NO-HAY-MAS-EMPPRAC
                   DISPLAY "EMPRESAS DE PRACTICA: "
                       WEZ-CANT-LISTADAS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO (C/R/L)"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (C=CREA R=REINICIA L=LISTA): "
               LINE 6 POSITION 5.
           ACCEPT WEZ-MODO-PARAM LINE 6 POSITION 40.
           EVALUATE WEZ-MODO-PARAM
               WHEN "C"
                   DISPLAY "EMPRESA DE PRACTICA ...: " LINE 8 POSITION 5
                   ACCEPT WEZ-EMP-PARAM LINE 8 POSITION 31
                   DISPLAY "EMPRESA ORIGEN (REAL) .: " LINE 9 POSITION 5
                   ACCEPT WEZ-ORIGEN-PARAM LINE 9 POSITION 31
                   DISPLAY "SUCURSAL ..............: "
                       LINE 10 POSITION 5
                   ACCEPT WEZ-SUCURSAL-PARAM LINE 10 POSITION 31
                   DISPLAY "DIRECTORIO PRACTICA ...: "
                       LINE 11 POSITION 5
                   ACCEPT WEZ-DIRECTORIO-PARAM LINE 11 POSITION 31
                   DISPLAY "NUMERACION (0=90000000): "
                       LINE 12 POSITION 5
                   ACCEPT WEZ-BASE-PARAM LINE 12 POSITION 31
                   DISPLAY "OPERADOR ..............: "
                       LINE 13 POSITION 5
                   ACCEPT WEZ-OPERADOR-PARAM LINE 13 POSITION 31
               WHEN "R"
                   DISPLAY "EMPRESA DE PRACTICA ...: " LINE 8 POSITION 5
                   ACCEPT WEZ-EMP-PARAM LINE 8 POSITION 31
                   DISPLAY "OPERADOR ..............: " LINE 9 POSITION 5
                   ACCEPT WEZ-OPERADOR-PARAM LINE 9 POSITION 31
           END-EVALUATE.
           IF WEZ-BASE-PARAM = 0
               MOVE 90000000 TO WEZ-BASE-PARAM
           END-IF.
           ACCEPT WEZ-HOY FROM DATE YYYYMMDD.
           OPEN I-O EMPPRAC.
           IF WEV-STATUS = "35"
               CLOSE EMPPRAC
               OPEN OUTPUT EMPPRAC
               CLOSE EMPPRAC
               OPEN I-O EMPPRAC
           END-IF.
           IF WEZ-MODO-PARAM = "L"
               MOVE 0 TO WEV-EMP
               START EMPPRAC KEY IS NOT LESS THAN WEV-EMP
                   INVALID KEY MOVE "S" TO EOF-EMPPRAC
               END-START
               IF WEV-STATUS NOT = "00"
                   MOVE "S" TO EOF-EMPPRAC
               END-IF
           END-IF.

      *----------------------------------------------------------
      * Alta: la empresa de practica no puede estar registrada,
      * no puede ser la misma que el origen ni tener cuentas
      * reales cargadas (seria pisar una empresa en uso).
      *----------------------------------------------------------
       2000-CREAR.
           MOVE "S" TO WEZ-VALIDO.
           IF WEZ-EMP-PARAM = 0 OR WEZ-ORIGEN-PARAM = 0
              OR WEZ-EMP-PARAM = WEZ-ORIGEN-PARAM
               DISPLAY "EMPRESA DE PRACTICA U ORIGEN INVALIDA"
                   LINE 22 POSITION 5
               GO TO 2000-CREAR-EXIT
           END-IF.
           IF WEZ-DIRECTORIO-PARAM = SPACES
               DISPLAY "FALTA EL DIRECTORIO DE PRACTICA"
                   LINE 22 POSITION 5
               GO TO 2000-CREAR-EXIT
           END-IF.
           MOVE WEZ-EMP-PARAM TO WEV-EMP.
           READ EMPPRAC KEY IS WEV-EMP
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "N" TO WEZ-VALIDO
           END-READ.
           IF WEZ-VALIDO = "N"
               DISPLAY "YA ES EMPRESA DE PRACTICA - USAR MODO R"
                   LINE 22 POSITION 5
               GO TO 2000-CREAR-EXIT
           END-IF.
           PERFORM 2100-VERIFICAR-REAL THRU 2100-VERIFICAR-REAL-EXIT.
           IF WEZ-VALIDO = "N"
               DISPLAY "LA EMPRESA TIENE CUENTAS REALES - NO SE "
                   "PUEDE USAR PARA PRACTICA" LINE 22 POSITION 5
               GO TO 2000-CREAR-EXIT
           END-IF.
           MOVE WEZ-EMP-PARAM        TO WEV-EMP.
           MOVE WEZ-ORIGEN-PARAM     TO WEV-EMP-ORIGEN.
           MOVE WEZ-SUCURSAL-PARAM   TO WEV-SUCURSAL.
           MOVE WEZ-DIRECTORIO-PARAM TO WEV-DIRECTORIO.
           MOVE WEZ-BASE-PARAM       TO WEV-NUMERO-BASE.
           PERFORM 3000-CLONAR THRU 3000-CLONAR-EXIT.
           IF WEZ-VALIDO = "N"
               GO TO 2000-CREAR-EXIT
           END-IF.
           MOVE WEZ-HOY              TO WEV-FECHA.
           MOVE WEZ-OPERADOR-PARAM   TO WEV-OPERADOR.
           MOVE WEZ-CANT-CUENTAS     TO WEV-CANT-CUENTAS.
           MOVE WEZ-CANT-ARTICULOS   TO WEV-CANT-ARTICULOS.
           WRITE REG-EMPPRAC
               INVALID KEY DISPLAY "NO PUDO GRABAR EMPPRAC"
           END-WRITE.
           PERFORM 3900-REGISTRO-PRACTICA.
           PERFORM 5000-RESUMEN.
       2000-CREAR-EXIT.
           EXIT.

       2100-VERIFICAR-REAL.
           OPEN INPUT CUENTA.
           IF WCU-STATUS NOT = "00"
               GO TO 2100-VERIFICAR-REAL-EXIT
           END-IF.
           MOVE LOW-VALUES    TO WCU-CLAVE.
           MOVE WEZ-EMP-PARAM TO WCU-EMP-CTA.
           MOVE "S" TO WEZ-HALLADO.
           START CUENTA KEY IS NOT LESS THAN WCU-CLAVE
               INVALID KEY MOVE "N" TO WEZ-HALLADO
           END-START.
           IF WEZ-HALLADO = "S"
               READ CUENTA NEXT RECORD
                   AT END MOVE "N" TO WEZ-HALLADO
               END-READ
           END-IF.
           IF WEZ-HALLADO = "S" AND WCU-EMP-CTA = WEZ-EMP-PARAM
               MOVE "N" TO WEZ-VALIDO
           END-IF.
           CLOSE CUENTA.
       2100-VERIFICAR-REAL-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reinicio: los maestros de practica se vacian al abrirlos
      * de salida y se vuelven a clonar de la empresa origen
      * registrada, con la misma numeracion de practica.
      *----------------------------------------------------------
       2500-REINICIAR.
           MOVE "S" TO WEZ-VALIDO.
           MOVE WEZ-EMP-PARAM TO WEV-EMP.
           MOVE "S" TO WEZ-HALLADO.
           READ EMPPRAC KEY IS WEV-EMP
               INVALID KEY MOVE "N" TO WEZ-HALLADO
           END-READ.
           IF WEZ-HALLADO = "N"
               DISPLAY "NO ES EMPRESA DE PRACTICA" LINE 22 POSITION 5
               GO TO 2500-REINICIAR-EXIT
           END-IF.
           MOVE WEV-EMP-ORIGEN  TO WEZ-ORIGEN-PARAM.
           MOVE WEV-SUCURSAL    TO WEZ-SUCURSAL-PARAM.
           MOVE WEV-DIRECTORIO  TO WEZ-DIRECTORIO-PARAM.
           MOVE WEV-NUMERO-BASE TO WEZ-BASE-PARAM.
           PERFORM 3000-CLONAR THRU 3000-CLONAR-EXIT.
           IF WEZ-VALIDO = "N"
               GO TO 2500-REINICIAR-EXIT
           END-IF.
           MOVE WEZ-HOY              TO WEV-FECHA.
           MOVE WEZ-OPERADOR-PARAM   TO WEV-OPERADOR.
           MOVE WEZ-CANT-CUENTAS     TO WEV-CANT-CUENTAS.
           MOVE WEZ-CANT-ARTICULOS   TO WEV-CANT-ARTICULOS.
           REWRITE REG-EMPPRAC
               INVALID KEY DISPLAY "NO PUDO GRABAR EMPPRAC"
           END-REWRITE.
           PERFORM 3900-REGISTRO-PRACTICA.
           PERFORM 5000-RESUMEN.
       2500-REINICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Clonado de los maestros al directorio de practica. Cada
      * maestro de practica se abre de salida (queda vacio) y se
      * carga desde el real.
      *----------------------------------------------------------
       3000-CLONAR.
           PERFORM 3050-NOMBRES.
           OPEN OUTPUT PEMPPRAC.
           IF WXQ-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE GRABAR EN EL DIRECTORIO "
                   WEZ-DIRECTORIO-PARAM LINE 22 POSITION 5
               MOVE "N" TO WEZ-VALIDO
               GO TO 3000-CLONAR-EXIT
           END-IF.
           CLOSE PEMPPRAC.
           PERFORM 3100-CLONAR-CUENTA THRU 3100-CLONAR-CUENTA-EXIT.
           PERFORM 3200-CLONAR-ART02 THRU 3200-CLONAR-ART02-EXIT.
           PERFORM 3300-CLONAR-CAPPRE THRU 3300-CLONAR-CAPPRE-EXIT.
           PERFORM 3400-CLONAR-ARET THRU 3400-CLONAR-ARET-EXIT.
           PERFORM 3500-CLONAR-CONDI THRU 3500-CLONAR-CONDI-EXIT.
           PERFORM 3600-CLONAR-ALICUO THRU 3600-CLONAR-ALICUO-EXIT.
           PERFORM 3700-CLONAR-NUMERO THRU 3700-CLONAR-NUMERO-EXIT.
           PERFORM 3800-CLONAR-EMPRESUC
               THRU 3800-CLONAR-EMPRESUC-EXIT.
       3000-CLONAR-EXIT.
           EXIT.

       3050-NOMBRES.
           MOVE SPACES TO WEZ-ARCH-EMPPRAC WEZ-ARCH-CUENTA
                          WEZ-ARCH-ART02 WEZ-ARCH-CAPPRE
                          WEZ-ARCH-ARET WEZ-ARCH-CONDI
                          WEZ-ARCH-ALICUO WEZ-ARCH-NUMERO
                          WEZ-ARCH-EMPRESUC.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/EMPPRAC"           DELIMITED BY SIZE
               INTO WEZ-ARCH-EMPPRAC
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/CUENTA"            DELIMITED BY SIZE
               INTO WEZ-ARCH-CUENTA
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/ART02"             DELIMITED BY SIZE
               INTO WEZ-ARCH-ART02
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/CAPPRE"            DELIMITED BY SIZE
               INTO WEZ-ARCH-CAPPRE
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/ARET"              DELIMITED BY SIZE
               INTO WEZ-ARCH-ARET
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/CONDI"             DELIMITED BY SIZE
               INTO WEZ-ARCH-CONDI
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/ALICUO"            DELIMITED BY SIZE
               INTO WEZ-ARCH-ALICUO
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/NUMERO"            DELIMITED BY SIZE
               INTO WEZ-ARCH-NUMERO
           END-STRING.
           STRING WEZ-DIRECTORIO-PARAM DELIMITED BY SPACE
                  "/EMPRESUC"          DELIMITED BY SIZE
               INTO WEZ-ARCH-EMPRESUC
           END-STRING.

      *    Solo las cuentas de la empresa origen, con la empresa
      *    de practica en la clave.
       3100-CLONAR-CUENTA.
           MOVE 0 TO WEZ-CANT-CUENTAS.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PCUENTA.
           OPEN INPUT CUENTA.
           IF WCU-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           ELSE
               MOVE LOW-VALUES       TO WCU-CLAVE
               MOVE WEZ-ORIGEN-PARAM TO WCU-EMP-CTA
               START CUENTA KEY IS NOT LESS THAN WCU-CLAVE
                   INVALID KEY MOVE "S" TO EOF-ORIGEN
               END-START
               IF WCU-STATUS NOT = "00"
                   MOVE "S" TO EOF-ORIGEN
               END-IF
           END-IF.
           PERFORM 3110-COPIAR-CUENTA THRU 3110-COPIAR-CUENTA-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE CUENTA.
           CLOSE PCUENTA.
       3100-CLONAR-CUENTA-EXIT.
           EXIT.

       3110-COPIAR-CUENTA.
           READ CUENTA NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3110-COPIAR-CUENTA-EXIT
           END-IF.
           IF WCU-EMP-CTA NOT = WEZ-ORIGEN-PARAM
               MOVE "S" TO EOF-ORIGEN
               GO TO 3110-COPIAR-CUENTA-EXIT
           END-IF.
           MOVE REG-CUENTA    TO REG-PCUENTA.
           MOVE WEZ-EMP-PARAM TO WXU-EMP-CTA.
           WRITE REG-PCUENTA
               INVALID KEY DISPLAY "CUENTA DUPLICADA " WXU-CUENTA
               NOT INVALID KEY ADD 1 TO WEZ-CANT-CUENTAS
           END-WRITE.
       3110-COPIAR-CUENTA-EXIT.
           EXIT.

       3200-CLONAR-ART02.
           MOVE 0 TO WEZ-CANT-ARTICULOS.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PART02.
           OPEN INPUT ART02.
           IF WAT-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3210-COPIAR-ART02 THRU 3210-COPIAR-ART02-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE ART02.
           CLOSE PART02.
       3200-CLONAR-ART02-EXIT.
           EXIT.

       3210-COPIAR-ART02.
           READ ART02 NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3210-COPIAR-ART02-EXIT
           END-IF.
           MOVE REG-ART02 TO REG-PART02.
           WRITE REG-PART02
               INVALID KEY DISPLAY "ARTICULO DUPLICADO " WXT-ARTICULO
               NOT INVALID KEY ADD 1 TO WEZ-CANT-ARTICULOS
           END-WRITE.
       3210-COPIAR-ART02-EXIT.
           EXIT.

       3300-CLONAR-CAPPRE.
           MOVE 0 TO WEZ-CANT-PRECIOS.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PCAPPRE.
           OPEN INPUT CAPPRE.
           IF WCP-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3310-COPIAR-CAPPRE THRU 3310-COPIAR-CAPPRE-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE CAPPRE.
           CLOSE PCAPPRE.
       3300-CLONAR-CAPPRE-EXIT.
           EXIT.

       3310-COPIAR-CAPPRE.
           READ CAPPRE NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3310-COPIAR-CAPPRE-EXIT
           END-IF.
           MOVE REG-CAPPRE TO REG-PCAPPRE.
           WRITE REG-PCAPPRE
               INVALID KEY DISPLAY "PRECIO DUPLICADO " WXP-ARTICULO
               NOT INVALID KEY ADD 1 TO WEZ-CANT-PRECIOS
           END-WRITE.
       3310-COPIAR-CAPPRE-EXIT.
           EXIT.

       3400-CLONAR-ARET.
           MOVE 0 TO WEZ-CANT-RUTAS.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PARET.
           OPEN INPUT ARET.
           IF WAR-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3410-COPIAR-ARET THRU 3410-COPIAR-ARET-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE ARET.
           CLOSE PARET.
       3400-CLONAR-ARET-EXIT.
           EXIT.

       3410-COPIAR-ARET.
           READ ARET NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3410-COPIAR-ARET-EXIT
           END-IF.
           MOVE REG-ARET TO REG-PARET.
           WRITE REG-PARET
               INVALID KEY DISPLAY "RUTA DUPLICADA " WXA-CUENTA
               NOT INVALID KEY ADD 1 TO WEZ-CANT-RUTAS
           END-WRITE.
       3410-COPIAR-ARET-EXIT.
           EXIT.

       3500-CLONAR-CONDI.
           MOVE 0 TO WEZ-CANT-CONDICIONES.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PCONDI.
           OPEN INPUT CONDI.
           IF WCZ-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3510-COPIAR-CONDI THRU 3510-COPIAR-CONDI-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE CONDI.
           CLOSE PCONDI.
       3500-CLONAR-CONDI-EXIT.
           EXIT.

       3510-COPIAR-CONDI.
           READ CONDI NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3510-COPIAR-CONDI-EXIT
           END-IF.
           MOVE REG-CONDI TO REG-PCONDI.
           WRITE REG-PCONDI
               INVALID KEY DISPLAY "CONDICION DUPLICADA " WXC-NUMERO
               NOT INVALID KEY ADD 1 TO WEZ-CANT-CONDICIONES
           END-WRITE.
       3510-COPIAR-CONDI-EXIT.
           EXIT.

       3600-CLONAR-ALICUO.
           MOVE 0 TO WEZ-CANT-ALICUOTAS.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PALICUO.
           OPEN INPUT ALICUO.
           IF WAL-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3610-COPIAR-ALICUO THRU 3610-COPIAR-ALICUO-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE ALICUO.
           CLOSE PALICUO.
       3600-CLONAR-ALICUO-EXIT.
           EXIT.

       3610-COPIAR-ALICUO.
           READ ALICUO NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3610-COPIAR-ALICUO-EXIT
           END-IF.
           MOVE REG-ALICUO TO REG-PALICUO.
           WRITE REG-PALICUO
               INVALID KEY DISPLAY "ALICUOTA DUPLICADA " WXL-CODIGO
               NOT INVALID KEY ADD 1 TO WEZ-CANT-ALICUOTAS
           END-WRITE.
       3610-COPIAR-ALICUO-EXIT.
           EXIT.

      *    Cada contador arranca en la numeracion de practica: el
      *    primer comprobante emitido en practica es la base + 1.
       3700-CLONAR-NUMERO.
           MOVE 0 TO WEZ-CANT-NUMERADORES.
           MOVE "N" TO EOF-ORIGEN.
           OPEN OUTPUT PNUMERO.
           OPEN INPUT NUMERO.
           IF WNU-STATUS NOT = "00"
               MOVE "S" TO EOF-ORIGEN
           END-IF.
           PERFORM 3710-COPIAR-NUMERO THRU 3710-COPIAR-NUMERO-EXIT
               UNTIL NO-HAY-MAS-ORIGEN.
           CLOSE NUMERO.
           CLOSE PNUMERO.
       3700-CLONAR-NUMERO-EXIT.
           EXIT.

       3710-COPIAR-NUMERO.
           READ NUMERO NEXT RECORD
               AT END MOVE "S" TO EOF-ORIGEN
           END-READ.
           IF NO-HAY-MAS-ORIGEN
               GO TO 3710-COPIAR-NUMERO-EXIT
           END-IF.
           MOVE REG-NUMERO     TO REG-PNUMERO.
           MOVE WEZ-BASE-PARAM TO WXN-ULTIMO-NUMERO.
           WRITE REG-PNUMERO
               INVALID KEY DISPLAY "NUMERADOR DUPLICADO " WXN-TIPO-COMP
               NOT INVALID KEY ADD 1 TO WEZ-CANT-NUMERADORES
           END-WRITE.
       3710-COPIAR-NUMERO-EXIT.
           EXIT.

      *    Los parametros de la sucursal pasan con la razon social
      *    marcada, para que todo lo impreso en practica lo diga.
       3800-CLONAR-EMPRESUC.
           OPEN OUTPUT PEMPRESUC.
           OPEN INPUT EMPRESUC.
           IF WEM-STATUS NOT = "00"
               CLOSE PEMPRESUC
               GO TO 3800-CLONAR-EMPRESUC-EXIT
           END-IF.
           MOVE WEZ-SUCURSAL-PARAM TO WEM-SUCURSAL.
           MOVE "S" TO WEZ-HALLADO.
           READ EMPRESUC KEY IS WEM-SUCURSAL
               INVALID KEY MOVE "N" TO WEZ-HALLADO
           END-READ.
           IF WEZ-HALLADO = "N"
               DISPLAY "SUCURSAL SIN PARAMETROS EN EMPRESUC"
               MOVE SPACES TO REG-EMPRESUC
               MOVE WEZ-SUCURSAL-PARAM TO WEM-SUCURSAL
               MOVE 0 TO WEM-CUIT WEM-PUNTO-VENTA
           END-IF.
           MOVE REG-EMPRESUC TO REG-PEMPRESUC.
           MOVE SPACES TO WXE-RAZON-SOCIAL.
           STRING "PRACTICA " WEM-RAZON-SOCIAL
               DELIMITED BY SIZE INTO WXE-RAZON-SOCIAL
           END-STRING.
           WRITE REG-PEMPRESUC
               INVALID KEY DISPLAY "NO PUDO GRABAR EMPRESUC PRACTICA"
           END-WRITE.
           CLOSE EMPRESUC.
           CLOSE PEMPRESUC.
       3800-CLONAR-EMPRESUC-EXIT.
           EXIT.

      *    El registro de la empresa de practica tambien queda en
      *    su directorio, para que alli EMPPRCHK la reconozca.
       3900-REGISTRO-PRACTICA.
           OPEN OUTPUT PEMPPRAC.
           MOVE REG-EMPPRAC TO REG-PEMPPRAC.
           WRITE REG-PEMPPRAC
               INVALID KEY DISPLAY "NO PUDO GRABAR EMPPRAC PRACTICA"
           END-WRITE.
           CLOSE PEMPPRAC.

       5000-RESUMEN.
           DISPLAY "EMPRESA DE PRACTICA " WEV-EMP " CLONADA DE "
               WEV-EMP-ORIGEN LINE 15 POSITION 5.
           DISPLAY "CUENTAS .......: " WEZ-CANT-CUENTAS
               LINE 16 POSITION 5.
           DISPLAY "ARTICULOS .....: " WEZ-CANT-ARTICULOS
               LINE 17 POSITION 5.
           DISPLAY "PRECIOS .......: " WEZ-CANT-PRECIOS
               LINE 18 POSITION 5.
           DISPLAY "RUTAS .........: " WEZ-CANT-RUTAS
               LINE 19 POSITION 5.
           DISPLAY "CONDICIONES ...: " WEZ-CANT-CONDICIONES
               LINE 16 POSITION 40.
           DISPLAY "ALICUOTAS .....: " WEZ-CANT-ALICUOTAS
               LINE 17 POSITION 40.
           DISPLAY "NUMERADORES ...: " WEZ-CANT-NUMERADORES
               LINE 18 POSITION 40.
           DISPLAY "NUMERACION DESDE " WEV-NUMERO-BASE
               LINE 19 POSITION 40.

       6000-LISTAR.
           READ EMPPRAC NEXT RECORD
               AT END MOVE "S" TO EOF-EMPPRAC
           END-READ.
           IF NO-HAY-MAS-EMPPRAC
               GO TO 6000-LISTAR-EXIT
           END-IF.
           ADD 1 TO WEZ-CANT-LISTADAS.
           DISPLAY "EMP " WEV-EMP " ORIGEN " WEV-EMP-ORIGEN
               " SUC " WEV-SUCURSAL " DIR " WEV-DIRECTORIO.
           DISPLAY "    CLONADA " WEV-FECHA " POR " WEV-OPERADOR
               " CUENTAS " WEV-CANT-CUENTAS
               " ARTICULOS " WEV-CANT-ARTICULOS.
       6000-LISTAR-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE EMPPRAC.
       9999-FINAL-EXIT.
           EXIT.
