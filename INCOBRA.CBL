       IDENTIFICATION DIVISION.
       PROGRAM-ID.       INCOBRA.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Deudores incobrables: la cuenta que GESTCOB y RECLMORA
      * escalaron hasta el abogado quedaba para siempre en FACT,
      * inflando la antiguedad de CARTAGE, los dias de pago de
      * DIASPAGO y el saldo que mide CREDCHK. Este programa lleva
      * la prevision, la baja y el recupero de esas deudas.
      *   modo J: situacion legal de la cuenta en INCOCTA: inicio
      *           del juicio, abogado, expediente y fecha de
      *           concurso o quiebra del deudor (en blanco o cero
      *           no se modifica); aca tambien se habilita la
      *           cuenta que quedo bloqueada por la baja;
      *   modo P: prevision mensual al ultimo dia del periodo. El
      *           saldo abierto de FACT se abre por antiguedad de
      *           vencido: hasta 90 dias no se previsiona, de 91 a
      *           180 el 25%, de 181 a 365 el 50% y mas de 365 el
      *           100% (los porcentajes se pueden cambiar al
      *           correrlo); la cuenta en juicio o concurso va al
      *           100% sin importar la antiguedad. Imprime por
      *           PRNTDEST y, confirmado, contabiliza en DIARIO la
      *           diferencia contra el saldo de la prevision (un
      *           asiento por periodo, marca DIARIOPO como en
      *           IVALIQ). Cada periodo queda en INCPROV; el
      *           registro de periodo 000000 lleva el saldo vivo
      *           de la prevision;
      *   modo B: baja de la cuenta: sus comprobantes abiertos se
      *           cancelan en FACT (como los reemplaza PLANPAGO)
      *           y pasan al mayor de incobrables INCODET, la
      *           cuenta queda bloqueada en INCOCTA (CREDCHK y
      *           GENREM no le venden) y ahi mismo se
      *           anotan los criterios del impuesto a las
      *           ganancias que se cumplian a la fecha de la baja:
      *           insolvencia (concurso o quiebra), juicio de cobro
      *           iniciado y plazo transcurrido desde el
      *           vencimiento mas antiguo (365 dias si no se
      *           indica otro). Sin ningun criterio la baja se
      *           puede hacer igual pero no es deducible. La baja
      *           consume primero la prevision y el resto va a
      *           perdida;
      *   modo R: recupero cobrado de una deuda dada de baja: se
      *           imputa a los comprobantes de INCODET del mas
      *           viejo al mas nuevo, queda en INCOREC y se
      *           contabiliza como ingreso. La cuenta sigue
      *           bloqueada hasta que se la habilite en el modo J;
      *   modo L: registro de incobrables por PRNTDEST, con lo
      *           dado de baja, lo recuperado y los criterios.
      * Cuentas de CTAMAP:
      *   "INCPREV " debe = deudores incobrables (perdida),
      *              haber = prevision para incobrables;
      *   "INCBAJA " debe = prevision para incobrables,
      *              haber = deudores por ventas;
      *   "INCRECUP" debe = valores a depositar,
      *              haber = recupero de incobrables (ingreso).
      * Todo posteo respeta el cierre de periodo (PERCHK).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT      ASSIGN TO "FACT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WFA-CLAVE
                             ALTERNATE RECORD KEY IS WFA-CUENTA
                                 WITH DUPLICATES
                             FILE STATUS IS WFA-STATUS.
           SELECT INCOCTA   ASSIGN TO "INCOCTA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIK-CUENTA
                             FILE STATUS IS WIK-STATUS.
           SELECT INCODET   ASSIGN TO "INCODET"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIX-CLAVE
                             FILE STATUS IS WIX-STATUS.
           SELECT INCOREC   ASSIGN TO "INCOREC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIZ-CLAVE
                             FILE STATUS IS WIZ-STATUS.
           SELECT INCPROV   ASSIGN TO "INCPROV"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WIP-PERIODO
                             FILE STATUS IS WIP-STATUS.
           SELECT CTAMAP    ASSIGN TO "CTAMAP"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCM-ORIGEN
                             FILE STATUS IS WCM-STATUS.
           SELECT DIARIO    ASSIGN TO "DIARIO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDI-CLAVE
                             FILE STATUS IS WDI-STATUS.
           SELECT NUMERO    ASSIGN TO "NUMERO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WNU-TIPO-COMP
                             FILE STATUS IS WNU-STATUS.
           SELECT DIARIOPO  ASSIGN TO "DIARIOPO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WDO-CLAVE
                             FILE STATUS IS WDO-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
       FD  FACT.
       01  REG-FACT.
           05  WFA-CLAVE.
               10  WFA-CUENTA        PIC 9(06).
               10  WFA-COMPROBANTE   PIC 9(08).
           05  WFA-FEC-VENC          PIC 9(08).
           05  WFA-SALDO             PIC S9(09)V99.
           05  WFA-CANCELADO         PIC X(01).
               88  WFA-ESTA-CANCELADO VALUE "S".

      *    Situacion de la cuenta morosa: J en gestion judicial o
      *    concursal, I dada de baja como incobrable. La cuenta
      *    dada de baja queda bloqueada (WIK-BLOQUEO) para CREDCHK
      *    y GENREM hasta que se la habilite en el modo J.
       FD  INCOCTA.
       01  REG-INCOCTA.
           05  WIK-CUENTA            PIC 9(06).
           05  WIK-ESTADO            PIC X(01).
               88  WIK-JUDICIAL       VALUE "J".
               88  WIK-INCOBRABLE     VALUE "I".
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

      *    Mayor de incobrables: un renglon por comprobante dado
      *    de baja.
       FD  INCODET.
       01  REG-INCODET.
           05  WIX-CLAVE.
               10  WIX-CUENTA        PIC 9(06).
               10  WIX-COMPROBANTE   PIC 9(08).
           05  WIX-FEC-VENC          PIC 9(08).
           05  WIX-FEC-BAJA          PIC 9(08).
           05  WIX-IMPORTE           PIC S9(09)V99.
           05  WIX-RECUPERADO        PIC S9(09)V99.
           05  WIX-DIAS-MORA         PIC 9(05).

       FD  INCOREC.
       01  REG-INCOREC.
           05  WIZ-CLAVE.
               10  WIZ-CUENTA        PIC 9(06).
               10  WIZ-FECHA         PIC 9(08).
               10  WIZ-SECUENCIA     PIC 9(02).
           05  WIZ-IMPORTE           PIC S9(09)V99.
           05  WIZ-ASIENTO           PIC 9(08).

       FD  INCPROV.
       01  REG-INCPROV.
           05  WIP-PERIODO           PIC 9(06).
           05  WIP-REQUERIDA         PIC S9(11)V99.
           05  WIP-SALDO-ANTERIOR    PIC S9(11)V99.
           05  WIP-AJUSTE            PIC S9(11)V99.
           05  WIP-FECHA             PIC 9(08).
           05  WIP-ASIENTO           PIC 9(08).

       FD  CTAMAP.
       01  REG-CTAMAP.
           05  WCM-ORIGEN            PIC X(08).
           05  WCM-CUENTA-DEBE       PIC X(08).
           05  WCM-CUENTA-HABER      PIC X(08).
           05  WCM-CCOSTO            PIC X(03).

       FD  DIARIO.
       01  REG-DIARIO.
           05  WDI-CLAVE.
               10  WDI-ASIENTO       PIC 9(08).
               10  WDI-RENGLON       PIC 9(02).
           05  WDI-FECHA             PIC 9(08).
           05  WDI-CUENTA-PCTA       PIC X(08).
           05  WDI-DEBE              PIC S9(11)V99.
           05  WDI-HABER             PIC S9(11)V99.
           05  WDI-ORIGEN            PIC X(08).
           05  WDI-REFERENCIA        PIC 9(08).
           05  WDI-CCOSTO            PIC X(03).
           05  WDI-EMPRESA           PIC 9(04).

       FD  NUMERO.
       01  REG-NUMERO.
           05  WNU-TIPO-COMP         PIC X(08).
           05  WNU-ULTIMO-NUMERO     PIC 9(08).

       FD  DIARIOPO.
       01  REG-DIARIOPO.
           05  WDO-CLAVE.
               10  WDO-ORIGEN        PIC X(08).
               10  WDO-CLAVE-ORIGEN  PIC X(20).
           05  WDO-IMPORTE-POSTEADO  PIC S9(11)V99.

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "INCOBRA".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WFA-STATUS                PIC X(02).
       77  WIK-STATUS                PIC X(02).
       77  WIX-STATUS                PIC X(02).
       77  WIZ-STATUS                PIC X(02).
       77  WIP-STATUS                PIC X(02).
       77  WCM-STATUS                PIC X(02).
       77  WDI-STATUS                PIC X(02).
       77  WNU-STATUS                PIC X(02).
       77  WDO-STATUS                PIC X(02).
       77  WIG-MODO-PARAM            PIC X(01).
       77  WIG-CUENTA-PARAM          PIC 9(06).
       77  WIG-PERIODO-PARAM         PIC 9(06).
       77  WIG-EMPRESA-PARAM         PIC 9(04) VALUE 0.
       77  WIG-FECHA-PARAM           PIC 9(08).
       77  WIG-IMPORTE-PARAM         PIC 9(09)V99.
       77  WIG-DIAS-PLAZO            PIC 9(04).
       77  WIG-PORC-1                PIC 9(03).
       77  WIG-PORC-2                PIC 9(03).
       77  WIG-PORC-3                PIC 9(03).
       77  WIG-FEC-JUICIO-CAP        PIC 9(08).
       77  WIG-ABOGADO-CAP           PIC X(30).
       77  WIG-EXPEDIENTE-CAP        PIC X(20).
       77  WIG-FEC-CONCURSO-CAP      PIC 9(08).
       77  WIG-HOY                   PIC 9(08).
       77  WIG-FECHA-CORTE           PIC 9(08).
       77  WIG-ANIO                  PIC 9(04).
       77  WIG-MES                   PIC 9(02).
       77  WIG-ULTIMO-DIA            PIC 9(02).
       77  WIG-RESTO                 PIC 9(03).
       77  WIG-COCIENTE              PIC 9(04).
       77  WIG-DIAS-MORA             PIC S9(07).
       77  WIG-MAX-MORA              PIC S9(07).
       77  WIG-TRAMO                 PIC 9(01).
       77  WIG-IX                    PIC 9(01).
       77  WIG-PERIODO-ABIERTO       PIC X(01).
       77  WIG-CONFIRMA              PIC X(01).
       77  WIG-HALLADO               PIC X(01).
       77  WIG-HABILITA              PIC X(01).
       77  WIG-JUDICIAL              PIC X(01).
       77  WIG-CRIT-INSOLVENCIA      PIC X(01).
       77  WIG-CRIT-JUICIO           PIC X(01).
       77  WIG-CRIT-PLAZO            PIC X(01).
       77  WIG-ERROR                 PIC X(01) VALUE "N".
           88  WIG-HUBO-ERROR         VALUE "S".
       77  WIG-CUENTA-ACTUAL         PIC 9(06) VALUE 0.
       77  WIG-CANT-COMPROB          PIC 9(05).
       77  WIG-CANT-CUENTAS          PIC 9(05) VALUE 0.
       77  WIG-TOTAL-ABIERTO         PIC S9(11)V99.
       77  WIG-CTA-PREVISION         PIC S9(11)V99.
       77  WIG-TOT-PREVISION         PIC S9(11)V99 VALUE 0.
       77  WIG-SALDO-PREVISION       PIC S9(11)V99.
       77  WIG-AJUSTE                PIC S9(11)V99.
       77  WIG-APLICA-PREVISION      PIC S9(11)V99.
       77  WIG-A-PERDIDA             PIC S9(11)V99.
       77  WIG-PENDIENTE             PIC S9(11)V99.
       77  WIG-RESTO-RECUPERO        PIC S9(11)V99.
       77  WIG-APLICA                PIC S9(11)V99.
       77  WIG-TOT-BAJA              PIC S9(11)V99 VALUE 0.
       77  WIG-TOT-RECUPERADO        PIC S9(11)V99 VALUE 0.
       77  WIG-SECUENCIA             PIC 9(02).
       77  WIG-MOVIMIENTO            PIC S9(11)V99.
       77  WIG-RENGLON               PIC 9(02) VALUE 0.
       77  WIG-CUENTA                PIC X(08).
       77  WIG-CCOSTO                PIC X(03).
       77  WIG-ORIGEN                PIC X(08).
       77  WIG-FECHA-ASIENTO         PIC 9(08).
       77  WIG-REFERENCIA            PIC 9(08).
       77  WIG-CTA-PERDIDA           PIC X(08).
       77  WIG-CTA-PREV              PIC X(08).
       77  WIG-CTA-DEUDORES          PIC X(08).
       77  WIG-CTA-VALORES           PIC X(08).
       77  WIG-CTA-RECUPERO          PIC X(08).
       77  WIG-CC-PREV               PIC X(03).
       77  WIG-CC-BAJA               PIC X(03).
       77  WIG-CC-RECUP              PIC X(03).
       77  EOF-FACT                   PIC X(01) VALUE "N".
           88  NO-HAY-MAS-FACT        VALUE "S".
       77  EOF-INCOCTA                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-INCOCTA     VALUE "S".
       77  EOF-INCODET                PIC X(01) VALUE "N".
           88  NO-HAY-MAS-INCODET     VALUE "S".

      *    Dias de cada mes, para cortar la prevision el ultimo
      *    dia del periodo (febrero se corrige en bisiesto).
       01  WIG-DIAS-MES-V.
           05  FILLER                PIC X(24)
               VALUE "312831303130313130313031".
       01  WIG-DIAS-MES-R REDEFINES WIG-DIAS-MES-V.
           05  WIG-DIAS-MES          PIC 9(02) OCCURS 12.

      *    Saldo abierto por tramo de antiguedad: 1 hasta 90 dias,
      *    2 de 91 a 180, 3 de 181 a 365, 4 mas de 365, 5 cuenta
      *    en juicio o concurso.
       01  WIG-TABLA-TRAMOS.
           05  WIG-CTA-TRAMO         PIC S9(11)V99 OCCURS 5.
           05  WIG-TOT-TRAMO         PIC S9(11)V99 OCCURS 5.

       01  LIN-TITULO-PREV.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(44)
               VALUE "PREVISION PARA DEUDORES INCOBRABLES - CORTE ".
           05  TP-FECHA              PIC 9(08).
           05  FILLER                PIC X(06) VALUE "  EMP ".
           05  TP-EMPRESA            PIC 9(04).

       01  LIN-CABECERA-PREV.
           05  FILLER                PIC X(40)
               VALUE "  CUENTA J    HASTA 90 D      91-180 D  ".
           05  FILLER                PIC X(40)
               VALUE "   181-365 D     MAS 365 D   JUICIO/CONC".
           05  FILLER                PIC X(15)
               VALUE "      PREVISION".

       01  LIN-DETALLE-PREV.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DP-CUENTA             PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DP-JUDICIAL           PIC X(01).
           05  DP-TRAMO              PIC ZZ,ZZZ,ZZ9.99- OCCURS 5.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DP-PREVISION          PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-TOTAL-PREV.
           05  FILLER                PIC X(10) VALUE "  TOTAL   ".
           05  TT-TRAMO              PIC ZZ,ZZZ,ZZ9.99- OCCURS 5.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TT-PREVISION          PIC ZZ,ZZZ,ZZ9.99-.

       01  LIN-RESUMEN.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  R-DESCRIPCION         PIC X(40).
           05  R-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.

       01  LIN-TITULO-REG.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(36)
               VALUE "REGISTRO DE DEUDORES INCOBRABLES AL ".
           05  TR-FECHA              PIC 9(08).

       01  LIN-CABECERA-REG.
           05  FILLER                PIC X(40)
               VALUE "  CUENTA ESTADO     FEC.JUIC  CONCURSO  ".
           05  FILLER                PIC X(40)
               VALUE "FEC.BAJA   DADO DE BAJA     RECUPERADO  ".
           05  FILLER                PIC X(31)
               VALUE "    PENDIENTE  I J P  DEDUCIBLE".

       01  LIN-DETALLE-REG.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-CUENTA             PIC Z(5)9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-ESTADO             PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-FEC-JUICIO         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-FEC-CONCURSO       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-FEC-BAJA           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-BAJA               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-RECUPERADO         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-PENDIENTE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-CRIT-INSOLVENCIA   PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-CRIT-JUICIO        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DR-CRIT-PLAZO         PIC X(01).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  DR-DEDUCIBLE          PIC X(02).

       01  LIN-TOTAL-REG.
           05  FILLER                PIC X(49)
               VALUE "  TOTAL REGISTRO".
           05  TR-BAJA               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TR-RECUPERADO         PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DECLARATIVES.
       FACT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON FACT.
           DISPLAY "ERROR E/S FACT: " WFA-STATUS.
       INCOCTA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOCTA.
           DISPLAY "ERROR E/S INCOCTA: " WIK-STATUS.
       INCODET-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCODET.
           DISPLAY "ERROR E/S INCODET: " WIX-STATUS.
       INCOREC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCOREC.
           DISPLAY "ERROR E/S INCOREC: " WIZ-STATUS.
       INCPROV-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON INCPROV.
           DISPLAY "ERROR E/S INCPROV: " WIP-STATUS.
       CTAMAP-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CTAMAP.
           DISPLAY "ERROR E/S CTAMAP: " WCM-STATUS.
       DIARIO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIO.
           DISPLAY "ERROR E/S DIARIO: " WDI-STATUS.
       NUMERO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON NUMERO.
           DISPLAY "ERROR E/S NUMERO: " WNU-STATUS.
       DIARIOPO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DIARIOPO.
           DISPLAY "ERROR E/S DIARIOPO: " WDO-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WIG-MODO-PARAM
               WHEN "J"
                   PERFORM 2000-JUDICIAL THRU 2000-JUDICIAL-EXIT
               WHEN "P"
                   PERFORM 3000-PREVISION THRU 3000-PREVISION-EXIT
               WHEN "B"
                   PERFORM 4000-BAJA THRU 4000-BAJA-EXIT
               WHEN "R"
                   PERFORM 5000-RECUPERO THRU 5000-RECUPERO-EXIT
               WHEN "L"
                   PERFORM 6000-REGISTRO THRU 6000-REGISTRO-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (J=JUICIO P=PREVISION B=BAJA R=RECUPERO "
               LINE 8 POSITION 5.
           DISPLAY "L=REGISTRO): " LINE 8 POSITION 51.
           ACCEPT WIG-MODO-PARAM LINE 8 POSITION 64.
           ACCEPT WIG-HOY FROM DATE YYYYMMDD.
           OPEN I-O INCOCTA.
           IF WIK-STATUS = "35"
               CLOSE INCOCTA
               OPEN OUTPUT INCOCTA
               CLOSE INCOCTA
               OPEN I-O INCOCTA
           END-IF.

      *    Situacion legal: lo que se deja en blanco o en cero
      *    conserva el valor anterior.
       2000-JUDICIAL.
           DISPLAY "CUENTA ...................: " LINE 9 POSITION 5.
           ACCEPT WIG-CUENTA-PARAM LINE 9 POSITION 33.
           IF WIG-CUENTA-PARAM = 0
               GO TO 2000-JUDICIAL-EXIT
           END-IF.
           MOVE "S" TO WIG-HALLADO.
           MOVE WIG-CUENTA-PARAM TO WIK-CUENTA.
           READ INCOCTA KEY IS WIK-CUENTA
               INVALID KEY MOVE "N" TO WIG-HALLADO
           END-READ.
           IF WIG-HALLADO = "N"
               MOVE WIG-CUENTA-PARAM TO WIK-CUENTA
               MOVE "J"    TO WIK-ESTADO
               MOVE 0      TO WIK-FEC-JUICIO WIK-FEC-CONCURSO
                              WIK-FEC-BAJA WIK-TOTAL-BAJA
                              WIK-TOTAL-RECUPERADO WIK-ASIENTO-BAJA
               MOVE SPACES TO WIK-ABOGADO WIK-EXPEDIENTE
               MOVE "N"    TO WIK-CRIT-INSOLVENCIA WIK-CRIT-JUICIO
                              WIK-CRIT-PLAZO WIK-BLOQUEO
           ELSE
               DISPLAY "ABOGADO ACTUAL: " WIK-ABOGADO
                   LINE 10 POSITION 5
           END-IF.
           DISPLAY "INICIO JUICIO (AAAAMMDD) .: " LINE 11 POSITION 5.
           ACCEPT WIG-FEC-JUICIO-CAP LINE 11 POSITION 33.
           DISPLAY "ABOGADO ..................: " LINE 12 POSITION 5.
           ACCEPT WIG-ABOGADO-CAP LINE 12 POSITION 33.
           DISPLAY "EXPEDIENTE ...............: " LINE 13 POSITION 5.
           ACCEPT WIG-EXPEDIENTE-CAP LINE 13 POSITION 33.
           DISPLAY "CONCURSO/QUIEBRA (AAAAMMDD): "
               LINE 14 POSITION 5.
           ACCEPT WIG-FEC-CONCURSO-CAP LINE 14 POSITION 34.
           IF WIG-FEC-JUICIO-CAP NOT = 0
               MOVE WIG-FEC-JUICIO-CAP TO WIK-FEC-JUICIO
           END-IF.
           IF WIG-ABOGADO-CAP NOT = SPACES
               MOVE WIG-ABOGADO-CAP TO WIK-ABOGADO
           END-IF.
           IF WIG-EXPEDIENTE-CAP NOT = SPACES
               MOVE WIG-EXPEDIENTE-CAP TO WIK-EXPEDIENTE
           END-IF.
           IF WIG-FEC-CONCURSO-CAP NOT = 0
               MOVE WIG-FEC-CONCURSO-CAP TO WIK-FEC-CONCURSO
           END-IF.
           IF WIK-CUENTA-BLOQUEADA
               DISPLAY "CUENTA BLOQUEADA - HABILITA (S/N): "
                   LINE 15 POSITION 5
               ACCEPT WIG-HABILITA LINE 15 POSITION 40
               IF WIG-HABILITA = "S"
                   MOVE "N" TO WIK-BLOQUEO
               END-IF
           END-IF.
           IF WIG-HALLADO = "S"
               REWRITE REG-INCOCTA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR INCOCTA"
               END-REWRITE
           ELSE
               WRITE REG-INCOCTA
                   INVALID KEY DISPLAY "NO PUDO GRABAR INCOCTA"
               END-WRITE
           END-IF.
           DISPLAY "SITUACION LEGAL GRABADA" LINE 20 POSITION 5.
       2000-JUDICIAL-EXIT.
           EXIT.

      *    Prevision del periodo: FACT se recorre por clave con
      *    corte de control por cuenta, como RECLMORA.
       3000-PREVISION.
           DISPLAY "PERIODO (AAAAMM) .........: " LINE 9 POSITION 5.
           ACCEPT WIG-PERIODO-PARAM LINE 9 POSITION 33.
           DISPLAY "EMPRESA ..................: " LINE 10 POSITION 5.
           ACCEPT WIG-EMPRESA-PARAM LINE 10 POSITION 33.
           DISPLAY "% DE 91 A 180 DIAS (0=25) : " LINE 11 POSITION 5.
           ACCEPT WIG-PORC-1 LINE 11 POSITION 33.
           DISPLAY "% DE 181 A 365 DIAS (0=50): " LINE 12 POSITION 5.
           ACCEPT WIG-PORC-2 LINE 12 POSITION 33.
           DISPLAY "% MAS DE 365 DIAS (0=100) : " LINE 13 POSITION 5.
           ACCEPT WIG-PORC-3 LINE 13 POSITION 33.
           IF WIG-PORC-1 = 0
               MOVE 25 TO WIG-PORC-1
           END-IF.
           IF WIG-PORC-2 = 0
               MOVE 50 TO WIG-PORC-2
           END-IF.
           IF WIG-PORC-3 = 0
               MOVE 100 TO WIG-PORC-3
           END-IF.
           PERFORM 3900-FECHA-CORTE.
           OPEN I-O INCPROV.
           IF WIP-STATUS = "35"
               CLOSE INCPROV
               OPEN OUTPUT INCPROV
               CLOSE INCPROV
               OPEN I-O INCPROV
           END-IF.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WIG-FECHA-CORTE   TO TP-FECHA.
           MOVE WIG-EMPRESA-PARAM TO TP-EMPRESA.
           WRITE LIN-LISTADO FROM LIN-TITULO-PREV AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA-PREV AFTER 2.
           PERFORM 3050-LIMPIAR-TRAMO
               VARYING WIG-IX FROM 1 BY 1 UNTIL WIG-IX > 5.
           OPEN INPUT FACT.
           READ FACT NEXT RECORD
               AT END MOVE "S" TO EOF-FACT
           END-READ.
           PERFORM 3100-RECORRER THRU 3100-RECORRER-EXIT
               UNTIL NO-HAY-MAS-FACT.
           PERFORM 3200-CERRAR-CUENTA THRU 3200-CERRAR-CUENTA-EXIT.
           CLOSE FACT.
           PERFORM 3060-TOTAL-TRAMO
               VARYING WIG-IX FROM 1 BY 1 UNTIL WIG-IX > 5.
           MOVE WIG-TOT-PREVISION TO TT-PREVISION.
           WRITE LIN-LISTADO FROM LIN-TOTAL-PREV AFTER 2.
           MOVE 0 TO WIP-PERIODO.
           READ INCPROV KEY IS WIP-PERIODO
               INVALID KEY MOVE 0 TO WIP-REQUERIDA
           END-READ.
           MOVE WIP-REQUERIDA TO WIG-SALDO-PREVISION.
           COMPUTE WIG-AJUSTE = WIG-TOT-PREVISION - WIG-SALDO-PREVISION.
           MOVE "PREVISION REQUERIDA" TO R-DESCRIPCION.
           MOVE WIG-TOT-PREVISION TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 2.
           MOVE "SALDO ACTUAL DE LA PREVISION" TO R-DESCRIPCION.
           MOVE WIG-SALDO-PREVISION TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 1.
           MOVE "AJUSTE A CONTABILIZAR" TO R-DESCRIPCION.
           MOVE WIG-AJUSTE TO R-IMPORTE.
           WRITE LIN-LISTADO FROM LIN-RESUMEN AFTER 1.
           CLOSE LISTADO.
           MOVE WIG-PERIODO-PARAM TO WIP-PERIODO.
           READ INCPROV KEY IS WIP-PERIODO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "PERIODO YA CONTABILIZADO - ASIENTO "
                       WIP-ASIENTO LINE 20 POSITION 5
                   GO TO 3000-PREVISION-CIERRA
           END-READ.
           DISPLAY "CONTABILIZA LA PREVISION (S/N): "
               LINE 21 POSITION 5.
           ACCEPT WIG-CONFIRMA LINE 21 POSITION 38.
           IF WIG-CONFIRMA NOT = "S"
               GO TO 3000-PREVISION-CIERRA
           END-IF.
           CALL "PERCHK" USING WIG-EMPRESA-PARAM
                               WIG-FECHA-CORTE
                               WIG-PERIODO-ABIERTO
           END-CALL.
           IF WIG-PERIODO-ABIERTO = "N"
               GO TO 3000-PREVISION-CIERRA
           END-IF.
           PERFORM 3500-ASIENTO-PREVISION
               THRU 3500-ASIENTO-PREVISION-EXIT.
       3000-PREVISION-CIERRA.
           CLOSE INCPROV.
       3000-PREVISION-EXIT.
           EXIT.

       3050-LIMPIAR-TRAMO.
           MOVE 0 TO WIG-CTA-TRAMO (WIG-IX).
           MOVE 0 TO WIG-TOT-TRAMO (WIG-IX).

       3060-TOTAL-TRAMO.
           MOVE WIG-TOT-TRAMO (WIG-IX) TO TT-TRAMO (WIG-IX).

       3100-RECORRER.
           IF WFA-CUENTA NOT = WIG-CUENTA-ACTUAL
               PERFORM 3200-CERRAR-CUENTA
                   THRU 3200-CERRAR-CUENTA-EXIT
               PERFORM 3220-LIMPIAR-CUENTA
                   VARYING WIG-IX FROM 1 BY 1 UNTIL WIG-IX > 5
               MOVE WFA-CUENTA TO WIG-CUENTA-ACTUAL
               PERFORM 3300-ESTADO-LEGAL
           END-IF.
           IF WFA-ESTA-CANCELADO OR WFA-SALDO <= 0
               GO TO 3100-RECORRER-LEER
           END-IF.
           COMPUTE WIG-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE (WIG-FECHA-CORTE) -
               FUNCTION INTEGER-OF-DATE (WFA-FEC-VENC).
           EVALUATE TRUE
               WHEN WIG-JUDICIAL = "S"
                   MOVE 5 TO WIG-TRAMO
               WHEN WIG-DIAS-MORA <= 90
                   MOVE 1 TO WIG-TRAMO
               WHEN WIG-DIAS-MORA <= 180
                   MOVE 2 TO WIG-TRAMO
               WHEN WIG-DIAS-MORA <= 365
                   MOVE 3 TO WIG-TRAMO
               WHEN OTHER
                   MOVE 4 TO WIG-TRAMO
           END-EVALUATE.
           ADD WFA-SALDO TO WIG-CTA-TRAMO (WIG-TRAMO).
       3100-RECORRER-LEER.
           READ FACT NEXT RECORD
               AT END MOVE "S" TO EOF-FACT
           END-READ.
       3100-RECORRER-EXIT.
           EXIT.

      *    Cierre de la cuenta anterior: renglon y prevision.
       3200-CERRAR-CUENTA.
           IF WIG-CUENTA-ACTUAL = 0
               GO TO 3200-CERRAR-CUENTA-EXIT
           END-IF.
           COMPUTE WIG-TOTAL-ABIERTO =
               WIG-CTA-TRAMO (1) + WIG-CTA-TRAMO (2) +
               WIG-CTA-TRAMO (3) + WIG-CTA-TRAMO (4) +
               WIG-CTA-TRAMO (5).
           IF WIG-TOTAL-ABIERTO = 0
               GO TO 3200-CERRAR-CUENTA-EXIT
           END-IF.
           COMPUTE WIG-CTA-PREVISION ROUNDED =
               WIG-CTA-TRAMO (2) * WIG-PORC-1 / 100 +
               WIG-CTA-TRAMO (3) * WIG-PORC-2 / 100 +
               WIG-CTA-TRAMO (4) * WIG-PORC-3 / 100 +
               WIG-CTA-TRAMO (5).
           MOVE WIG-CUENTA-ACTUAL TO DP-CUENTA.
           IF WIG-JUDICIAL = "S"
               MOVE "J" TO DP-JUDICIAL
           ELSE
               MOVE SPACE TO DP-JUDICIAL
           END-IF.
           PERFORM 3210-ACUMULAR-TRAMO
               VARYING WIG-IX FROM 1 BY 1 UNTIL WIG-IX > 5.
           MOVE WIG-CTA-PREVISION TO DP-PREVISION.
           WRITE LIN-LISTADO FROM LIN-DETALLE-PREV AFTER 1.
           ADD WIG-CTA-PREVISION TO WIG-TOT-PREVISION.
           ADD 1 TO WIG-CANT-CUENTAS.
       3200-CERRAR-CUENTA-EXIT.
           EXIT.

       3210-ACUMULAR-TRAMO.
           MOVE WIG-CTA-TRAMO (WIG-IX) TO DP-TRAMO (WIG-IX).
           ADD WIG-CTA-TRAMO (WIG-IX) TO WIG-TOT-TRAMO (WIG-IX).

       3220-LIMPIAR-CUENTA.
           MOVE 0 TO WIG-CTA-TRAMO (WIG-IX).

      *    La cuenta en juicio o concurso, o ya dada de baja con
      *    deuda nueva, se previsiona entera.
       3300-ESTADO-LEGAL.
           MOVE "N" TO WIG-JUDICIAL.
           MOVE WIG-CUENTA-ACTUAL TO WIK-CUENTA.
           READ INCOCTA KEY IS WIK-CUENTA
               INVALID KEY MOVE SPACE TO WIK-ESTADO
           END-READ.
           IF WIK-JUDICIAL OR WIK-INCOBRABLE
               MOVE "S" TO WIG-JUDICIAL
           END-IF.

      *    Asiento del ajuste: positivo aumenta la prevision contra
      *    perdida, negativo la desafecta. Sin ajuste el periodo
      *    queda registrado sin asiento.
       3500-ASIENTO-PREVISION.
           MOVE 0 TO WNU-ULTIMO-NUMERO.
           IF WIG-AJUSTE NOT = 0
               PERFORM 7000-ABRIR-CONTABLE
               MOVE "INCPREV "        TO WDO-ORIGEN
               MOVE SPACES            TO WDO-CLAVE-ORIGEN
               MOVE WIG-PERIODO-PARAM TO WDO-CLAVE-ORIGEN (1:6)
               READ DIARIOPO KEY IS WDO-CLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "EL PERIODO YA TIENE ASIENTO DE "
                           "PREVISION" LINE 20 POSITION 5
                       MOVE "S" TO WIG-ERROR
               END-READ
               IF NOT WIG-HUBO-ERROR
                   MOVE "INCPREV " TO WCM-ORIGEN
                   PERFORM 7100-LEER-MAPEO
               END-IF
               IF WIG-HUBO-ERROR
                   PERFORM 7900-CERRAR-CONTABLE
                   GO TO 3500-ASIENTO-PREVISION-EXIT
               END-IF
               PERFORM 7200-NUMERAR
               MOVE WIG-FECHA-CORTE   TO WIG-FECHA-ASIENTO
               MOVE WIG-PERIODO-PARAM TO WIG-REFERENCIA
               MOVE "INCPREV "        TO WIG-ORIGEN
               MOVE WCM-CCOSTO        TO WIG-CCOSTO
               MOVE WCM-CUENTA-DEBE   TO WIG-CUENTA
               MOVE WIG-AJUSTE        TO WIG-MOVIMIENTO
               PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT
               MOVE WCM-CUENTA-HABER  TO WIG-CUENTA
               COMPUTE WIG-MOVIMIENTO = 0 - WIG-AJUSTE
               PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT
               MOVE WIG-AJUSTE        TO WDO-IMPORTE-POSTEADO
               WRITE REG-DIARIOPO
                   INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
               END-WRITE
               PERFORM 7900-CERRAR-CONTABLE
           END-IF.
           MOVE WIG-PERIODO-PARAM   TO WIP-PERIODO.
           MOVE WIG-TOT-PREVISION   TO WIP-REQUERIDA.
           MOVE WIG-SALDO-PREVISION TO WIP-SALDO-ANTERIOR.
           MOVE WIG-AJUSTE          TO WIP-AJUSTE.
           MOVE WIG-FECHA-CORTE     TO WIP-FECHA.
           MOVE WNU-ULTIMO-NUMERO   TO WIP-ASIENTO.
           WRITE REG-INCPROV
               INVALID KEY DISPLAY "NO PUDO GRABAR INCPROV"
           END-WRITE.
           MOVE WIG-TOT-PREVISION TO WIG-SALDO-PREVISION.
           PERFORM 7300-GRABAR-SALDO-PREVISION.
           DISPLAY "PREVISION CONTABILIZADA - ASIENTO "
               WNU-ULTIMO-NUMERO LINE 20 POSITION 5.
       3500-ASIENTO-PREVISION-EXIT.
           EXIT.

      *    Ultimo dia del periodo.
       3900-FECHA-CORTE.
           DIVIDE WIG-PERIODO-PARAM BY 100 GIVING WIG-ANIO
               REMAINDER WIG-MES.
           IF WIG-MES < 1 OR WIG-MES > 12
               MOVE 12 TO WIG-MES
           END-IF.
           MOVE WIG-DIAS-MES (WIG-MES) TO WIG-ULTIMO-DIA.
           IF WIG-MES = 2
               DIVIDE WIG-ANIO BY 4 GIVING WIG-COCIENTE
                   REMAINDER WIG-RESTO
               IF WIG-RESTO = 0
                   MOVE 29 TO WIG-ULTIMO-DIA
               END-IF
               DIVIDE WIG-ANIO BY 100 GIVING WIG-COCIENTE
                   REMAINDER WIG-RESTO
               IF WIG-RESTO = 0
                   DIVIDE WIG-ANIO BY 400 GIVING WIG-COCIENTE
                       REMAINDER WIG-RESTO
                   IF WIG-RESTO NOT = 0
                       MOVE 28 TO WIG-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WIG-FECHA-CORTE =
               WIG-ANIO * 10000 + WIG-MES * 100 + WIG-ULTIMO-DIA.

      *    Baja de la cuenta. Primero se mide lo abierto y los
      *    criterios; confirmado, se mueve todo y se contabiliza.
       4000-BAJA.
           DISPLAY "CUENTA ...................: " LINE 9 POSITION 5.
           ACCEPT WIG-CUENTA-PARAM LINE 9 POSITION 33.
           DISPLAY "FECHA DE BAJA (0=HOY) ....: " LINE 10 POSITION 5.
           ACCEPT WIG-FECHA-PARAM LINE 10 POSITION 33.
           DISPLAY "EMPRESA ..................: " LINE 11 POSITION 5.
           ACCEPT WIG-EMPRESA-PARAM LINE 11 POSITION 33.
           DISPLAY "DIAS PARA PLAZO (0=365) ..: " LINE 12 POSITION 5.
           ACCEPT WIG-DIAS-PLAZO LINE 12 POSITION 33.
           IF WIG-FECHA-PARAM = 0
               MOVE WIG-HOY TO WIG-FECHA-PARAM
           END-IF.
           IF WIG-DIAS-PLAZO = 0
               MOVE 365 TO WIG-DIAS-PLAZO
           END-IF.
           CALL "PERCHK" USING WIG-EMPRESA-PARAM
                               WIG-FECHA-PARAM
                               WIG-PERIODO-ABIERTO
           END-CALL.
           IF WIG-PERIODO-ABIERTO = "N"
               GO TO 4000-BAJA-EXIT
           END-IF.
           MOVE "S" TO WIG-HALLADO.
           MOVE WIG-CUENTA-PARAM TO WIK-CUENTA.
           READ INCOCTA KEY IS WIK-CUENTA
               INVALID KEY MOVE "N" TO WIG-HALLADO
           END-READ.
           IF WIG-HALLADO = "N"
               MOVE WIG-CUENTA-PARAM TO WIK-CUENTA
               MOVE SPACE  TO WIK-ESTADO
               MOVE 0      TO WIK-FEC-JUICIO WIK-FEC-CONCURSO
                              WIK-FEC-BAJA WIK-TOTAL-BAJA
                              WIK-TOTAL-RECUPERADO WIK-ASIENTO-BAJA
               MOVE SPACES TO WIK-ABOGADO WIK-EXPEDIENTE
               MOVE "N"    TO WIK-CRIT-INSOLVENCIA WIK-CRIT-JUICIO
                              WIK-CRIT-PLAZO WIK-BLOQUEO
           END-IF.
           IF WIK-INCOBRABLE
               DISPLAY "CUENTA YA DADA DE BAJA EL " WIK-FEC-BAJA
                   " - SE DA DE BAJA LA DEUDA NUEVA"
                   LINE 19 POSITION 5
           END-IF.
           OPEN I-O FACT.
           MOVE 0   TO WIG-TOTAL-ABIERTO.
           MOVE 0   TO WIG-CANT-COMPROB.
           MOVE 0   TO WIG-MAX-MORA.
           MOVE "N" TO EOF-FACT.
           MOVE WIG-CUENTA-PARAM TO WFA-CUENTA.
           START FACT KEY IS NOT LESS THAN WFA-CUENTA
               INVALID KEY MOVE "S" TO EOF-FACT
           END-START.
           PERFORM 4100-SUMAR THRU 4100-SUMAR-EXIT
               UNTIL NO-HAY-MAS-FACT.
           IF WIG-CANT-COMPROB = 0
               DISPLAY "LA CUENTA NO TIENE SALDO ABIERTO EN FACT"
                   LINE 20 POSITION 5
               GO TO 4000-BAJA-CIERRA
           END-IF.
           MOVE "N" TO WIG-CRIT-INSOLVENCIA.
           MOVE "N" TO WIG-CRIT-JUICIO.
           MOVE "N" TO WIG-CRIT-PLAZO.
           IF WIK-FEC-CONCURSO NOT = 0
              AND WIK-FEC-CONCURSO <= WIG-FECHA-PARAM
               MOVE "S" TO WIG-CRIT-INSOLVENCIA
           END-IF.
           IF WIK-FEC-JUICIO NOT = 0
              AND WIK-FEC-JUICIO <= WIG-FECHA-PARAM
               MOVE "S" TO WIG-CRIT-JUICIO
           END-IF.
           IF WIG-MAX-MORA >= WIG-DIAS-PLAZO
               MOVE "S" TO WIG-CRIT-PLAZO
           END-IF.
           DISPLAY "COMPROBANTES: " WIG-CANT-COMPROB
               "  SALDO ABIERTO: " WIG-TOTAL-ABIERTO
               LINE 14 POSITION 5.
           DISPLAY "CRITERIOS GANANCIAS - INSOLVENCIA: "
               WIG-CRIT-INSOLVENCIA "  JUICIO: " WIG-CRIT-JUICIO
               "  PLAZO: " WIG-CRIT-PLAZO LINE 15 POSITION 5.
           IF WIG-CRIT-INSOLVENCIA = "N" AND WIG-CRIT-JUICIO = "N"
              AND WIG-CRIT-PLAZO = "N"
               DISPLAY "NINGUN CRITERIO CUMPLIDO - LA BAJA NO SERA "
                   "DEDUCIBLE" LINE 16 POSITION 5
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N): " LINE 21 POSITION 5.
           ACCEPT WIG-CONFIRMA LINE 21 POSITION 29.
           IF WIG-CONFIRMA NOT = "S"
               GO TO 4000-BAJA-CIERRA
           END-IF.
           PERFORM 7000-ABRIR-CONTABLE.
           MOVE "INCBAJA "       TO WDO-ORIGEN.
           MOVE SPACES           TO WDO-CLAVE-ORIGEN.
           MOVE WIG-CUENTA-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           MOVE WIG-FECHA-PARAM  TO WDO-CLAVE-ORIGEN (7:8).
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "LA CUENTA YA TIENE BAJA EN ESA FECHA"
                       LINE 20 POSITION 5
                   MOVE "S" TO WIG-ERROR
           END-READ.
           IF NOT WIG-HUBO-ERROR
               MOVE "INCPREV " TO WCM-ORIGEN
               PERFORM 7100-LEER-MAPEO
               MOVE WCM-CUENTA-DEBE  TO WIG-CTA-PERDIDA
               MOVE "INCBAJA " TO WCM-ORIGEN
               PERFORM 7100-LEER-MAPEO
               MOVE WCM-CUENTA-DEBE  TO WIG-CTA-PREV
               MOVE WCM-CUENTA-HABER TO WIG-CTA-DEUDORES
               MOVE WCM-CCOSTO       TO WIG-CC-BAJA
           END-IF.
           IF WIG-HUBO-ERROR
               PERFORM 7900-CERRAR-CONTABLE
               GO TO 4000-BAJA-CIERRA
           END-IF.
           OPEN I-O INCODET.
           IF WIX-STATUS = "35"
               CLOSE INCODET
               OPEN OUTPUT INCODET
               CLOSE INCODET
               OPEN I-O INCODET
           END-IF.
           MOVE 0   TO WIG-TOTAL-ABIERTO.
           MOVE 0   TO WIG-CANT-COMPROB.
           MOVE "N" TO EOF-FACT.
           MOVE WIG-CUENTA-PARAM TO WFA-CUENTA.
           START FACT KEY IS NOT LESS THAN WFA-CUENTA
               INVALID KEY MOVE "S" TO EOF-FACT
           END-START.
           PERFORM 4200-DAR-DE-BAJA THRU 4200-DAR-DE-BAJA-EXIT
               UNTIL NO-HAY-MAS-FACT.
           CLOSE INCODET.
           PERFORM 4500-ASIENTO-BAJA.
           PERFORM 7900-CERRAR-CONTABLE.
           MOVE WIG-CUENTA-PARAM TO WIK-CUENTA.
           MOVE "I"              TO WIK-ESTADO.
           MOVE "S"              TO WIK-BLOQUEO.
           MOVE WIG-FECHA-PARAM  TO WIK-FEC-BAJA.
           ADD WIG-TOTAL-ABIERTO TO WIK-TOTAL-BAJA.
           IF WIG-CRIT-INSOLVENCIA = "S"
               MOVE "S" TO WIK-CRIT-INSOLVENCIA
           END-IF.
           IF WIG-CRIT-JUICIO = "S"
               MOVE "S" TO WIK-CRIT-JUICIO
           END-IF.
           IF WIG-CRIT-PLAZO = "S"
               MOVE "S" TO WIK-CRIT-PLAZO
           END-IF.
           MOVE WNU-ULTIMO-NUMERO TO WIK-ASIENTO-BAJA.
           IF WIG-HALLADO = "S"
               REWRITE REG-INCOCTA
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR INCOCTA"
               END-REWRITE
           ELSE
               WRITE REG-INCOCTA
                   INVALID KEY DISPLAY "NO PUDO GRABAR INCOCTA"
               END-WRITE
           END-IF.
           DISPLAY "BAJA " WIG-CANT-COMPROB " COMPROBANTES POR "
               WIG-TOTAL-ABIERTO " - ASIENTO " WNU-ULTIMO-NUMERO
               LINE 20 POSITION 5.
       4000-BAJA-CIERRA.
           CLOSE FACT.
       4000-BAJA-EXIT.
           EXIT.

       4100-SUMAR.
           READ FACT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FACT
                   GO TO 4100-SUMAR-EXIT
           END-READ.
           IF WFA-CUENTA NOT = WIG-CUENTA-PARAM
               MOVE "S" TO EOF-FACT
               GO TO 4100-SUMAR-EXIT
           END-IF.
           IF WFA-ESTA-CANCELADO OR WFA-SALDO <= 0
               GO TO 4100-SUMAR-EXIT
           END-IF.
           ADD WFA-SALDO TO WIG-TOTAL-ABIERTO.
           ADD 1 TO WIG-CANT-COMPROB.
           COMPUTE WIG-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE (WIG-FECHA-PARAM) -
               FUNCTION INTEGER-OF-DATE (WFA-FEC-VENC).
           IF WIG-DIAS-MORA > WIG-MAX-MORA
               MOVE WIG-DIAS-MORA TO WIG-MAX-MORA
           END-IF.
       4100-SUMAR-EXIT.
           EXIT.

      *    El comprobante pasa a INCODET y queda cancelado en FACT;
      *    si no se puede grabar en el mayor no se toca en FACT.
       4200-DAR-DE-BAJA.
           READ FACT NEXT RECORD
               AT END
                   MOVE "S" TO EOF-FACT
                   GO TO 4200-DAR-DE-BAJA-EXIT
           END-READ.
           IF WFA-CUENTA NOT = WIG-CUENTA-PARAM
               MOVE "S" TO EOF-FACT
               GO TO 4200-DAR-DE-BAJA-EXIT
           END-IF.
           IF WFA-ESTA-CANCELADO OR WFA-SALDO <= 0
               GO TO 4200-DAR-DE-BAJA-EXIT
           END-IF.
           MOVE WFA-CUENTA      TO WIX-CUENTA.
           MOVE WFA-COMPROBANTE TO WIX-COMPROBANTE.
           MOVE WFA-FEC-VENC    TO WIX-FEC-VENC.
           MOVE WIG-FECHA-PARAM TO WIX-FEC-BAJA.
           MOVE WFA-SALDO       TO WIX-IMPORTE.
           MOVE 0               TO WIX-RECUPERADO.
           COMPUTE WIG-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE (WIG-FECHA-PARAM) -
               FUNCTION INTEGER-OF-DATE (WFA-FEC-VENC).
           IF WIG-DIAS-MORA < 0
               MOVE 0 TO WIG-DIAS-MORA
           END-IF.
           MOVE WIG-DIAS-MORA   TO WIX-DIAS-MORA.
           WRITE REG-INCODET
               INVALID KEY
                   DISPLAY "NO PUDO GRABAR INCODET - COMPROBANTE "
                       WFA-COMPROBANTE
                   GO TO 4200-DAR-DE-BAJA-EXIT
           END-WRITE.
           ADD WFA-SALDO TO WIG-TOTAL-ABIERTO.
           ADD 1 TO WIG-CANT-COMPROB.
           MOVE 0   TO WFA-SALDO.
           MOVE "S" TO WFA-CANCELADO.
           REWRITE REG-FACT
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR FACT"
           END-REWRITE.
       4200-DAR-DE-BAJA-EXIT.
           EXIT.

      *    La baja consume la prevision disponible; lo que no
      *    alcanza va directo a perdida.
       4500-ASIENTO-BAJA.
           PERFORM 7400-LEER-SALDO-PREVISION.
           IF WIG-SALDO-PREVISION <= 0
               MOVE 0 TO WIG-APLICA-PREVISION
           ELSE
               IF WIG-SALDO-PREVISION < WIG-TOTAL-ABIERTO
                   MOVE WIG-SALDO-PREVISION TO WIG-APLICA-PREVISION
               ELSE
                   MOVE WIG-TOTAL-ABIERTO TO WIG-APLICA-PREVISION
               END-IF
           END-IF.
           COMPUTE WIG-A-PERDIDA =
               WIG-TOTAL-ABIERTO - WIG-APLICA-PREVISION.
           PERFORM 7200-NUMERAR.
           MOVE WIG-FECHA-PARAM  TO WIG-FECHA-ASIENTO.
           MOVE WIG-CUENTA-PARAM TO WIG-REFERENCIA.
           MOVE "INCBAJA "       TO WIG-ORIGEN.
           MOVE WIG-CC-BAJA      TO WIG-CCOSTO.
           MOVE WIG-CTA-PREV     TO WIG-CUENTA.
           MOVE WIG-APLICA-PREVISION TO WIG-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WIG-CTA-PERDIDA  TO WIG-CUENTA.
           MOVE WIG-A-PERDIDA    TO WIG-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WIG-CTA-DEUDORES TO WIG-CUENTA.
           COMPUTE WIG-MOVIMIENTO = 0 - WIG-TOTAL-ABIERTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WIG-TOTAL-ABIERTO TO WDO-IMPORTE-POSTEADO.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
           SUBTRACT WIG-APLICA-PREVISION FROM WIG-SALDO-PREVISION.
           PERFORM 7300-GRABAR-SALDO-PREVISION.
           CLOSE INCPROV.

      *    Recupero: se imputa a los comprobantes dados de baja
      *    del mas viejo al mas nuevo y se contabiliza como
      *    ingreso.
       5000-RECUPERO.
           DISPLAY "CUENTA ...................: " LINE 9 POSITION 5.
           ACCEPT WIG-CUENTA-PARAM LINE 9 POSITION 33.
           DISPLAY "FECHA DE COBRO (0=HOY) ...: " LINE 10 POSITION 5.
           ACCEPT WIG-FECHA-PARAM LINE 10 POSITION 33.
           DISPLAY "EMPRESA ..................: " LINE 11 POSITION 5.
           ACCEPT WIG-EMPRESA-PARAM LINE 11 POSITION 33.
           DISPLAY "IMPORTE RECUPERADO .......: " LINE 12 POSITION 5.
           ACCEPT WIG-IMPORTE-PARAM LINE 12 POSITION 33.
           IF WIG-FECHA-PARAM = 0
               MOVE WIG-HOY TO WIG-FECHA-PARAM
           END-IF.
           MOVE WIG-CUENTA-PARAM TO WIK-CUENTA.
           READ INCOCTA KEY IS WIK-CUENTA
               INVALID KEY MOVE SPACE TO WIK-ESTADO
           END-READ.
           IF NOT WIK-INCOBRABLE
               DISPLAY "LA CUENTA NO TIENE DEUDA DADA DE BAJA"
                   LINE 20 POSITION 5
               GO TO 5000-RECUPERO-EXIT
           END-IF.
           COMPUTE WIG-PENDIENTE =
               WIK-TOTAL-BAJA - WIK-TOTAL-RECUPERADO.
           IF WIG-IMPORTE-PARAM = 0
              OR WIG-IMPORTE-PARAM > WIG-PENDIENTE
               DISPLAY "IMPORTE INVALIDO - PENDIENTE DE RECUPERO: "
                   WIG-PENDIENTE LINE 20 POSITION 5
               GO TO 5000-RECUPERO-EXIT
           END-IF.
           CALL "PERCHK" USING WIG-EMPRESA-PARAM
                               WIG-FECHA-PARAM
                               WIG-PERIODO-ABIERTO
           END-CALL.
           IF WIG-PERIODO-ABIERTO = "N"
               GO TO 5000-RECUPERO-EXIT
           END-IF.
           OPEN I-O INCOREC.
           IF WIZ-STATUS = "35"
               CLOSE INCOREC
               OPEN OUTPUT INCOREC
               CLOSE INCOREC
               OPEN I-O INCOREC
           END-IF.
           MOVE 0   TO WIG-SECUENCIA.
           MOVE "S" TO WIG-HALLADO.
           PERFORM 5100-BUSCAR-SECUENCIA
               UNTIL WIG-HALLADO = "N" OR WIG-SECUENCIA = 99.
           IF WIG-HALLADO = "S"
               DISPLAY "DEMASIADOS RECUPEROS EN EL DIA"
                   LINE 20 POSITION 5
               GO TO 5000-RECUPERO-CIERRA
           END-IF.
           PERFORM 7000-ABRIR-CONTABLE.
           MOVE "INCRECUP"       TO WDO-ORIGEN.
           MOVE SPACES           TO WDO-CLAVE-ORIGEN.
           MOVE WIG-CUENTA-PARAM TO WDO-CLAVE-ORIGEN (1:6).
           MOVE WIG-FECHA-PARAM  TO WDO-CLAVE-ORIGEN (7:8).
           MOVE WIG-SECUENCIA    TO WDO-CLAVE-ORIGEN (15:2).
           READ DIARIOPO KEY IS WDO-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "RECUPERO YA CONTABILIZADO"
                       LINE 20 POSITION 5
                   MOVE "S" TO WIG-ERROR
           END-READ.
           IF NOT WIG-HUBO-ERROR
               MOVE "INCRECUP" TO WCM-ORIGEN
               PERFORM 7100-LEER-MAPEO
               MOVE WCM-CUENTA-DEBE  TO WIG-CTA-VALORES
               MOVE WCM-CUENTA-HABER TO WIG-CTA-RECUPERO
               MOVE WCM-CCOSTO       TO WIG-CC-RECUP
           END-IF.
           IF WIG-HUBO-ERROR
               PERFORM 7900-CERRAR-CONTABLE
               GO TO 5000-RECUPERO-CIERRA
           END-IF.
           OPEN I-O INCODET.
           MOVE WIG-IMPORTE-PARAM TO WIG-RESTO-RECUPERO.
           MOVE "N" TO EOF-INCODET.
           MOVE WIG-CUENTA-PARAM TO WIX-CUENTA.
           MOVE 0                TO WIX-COMPROBANTE.
           START INCODET KEY IS NOT LESS THAN WIX-CLAVE
               INVALID KEY MOVE "S" TO EOF-INCODET
           END-START.
           PERFORM 5200-IMPUTAR THRU 5200-IMPUTAR-EXIT
               UNTIL NO-HAY-MAS-INCODET OR WIG-RESTO-RECUPERO = 0.
           CLOSE INCODET.
           PERFORM 7200-NUMERAR.
           MOVE WIG-FECHA-PARAM  TO WIG-FECHA-ASIENTO.
           MOVE WIG-CUENTA-PARAM TO WIG-REFERENCIA.
           MOVE "INCRECUP"       TO WIG-ORIGEN.
           MOVE WIG-CC-RECUP     TO WIG-CCOSTO.
           MOVE WIG-CTA-VALORES  TO WIG-CUENTA.
           MOVE WIG-IMPORTE-PARAM TO WIG-MOVIMIENTO.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WIG-CTA-RECUPERO TO WIG-CUENTA.
           COMPUTE WIG-MOVIMIENTO = 0 - WIG-IMPORTE-PARAM.
           PERFORM 8000-RENGLON THRU 8000-RENGLON-EXIT.
           MOVE WIG-IMPORTE-PARAM TO WDO-IMPORTE-POSTEADO.
           WRITE REG-DIARIOPO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIOPO"
           END-WRITE.
           PERFORM 7900-CERRAR-CONTABLE.
           MOVE WIG-CUENTA-PARAM  TO WIZ-CUENTA.
           MOVE WIG-FECHA-PARAM   TO WIZ-FECHA.
           MOVE WIG-SECUENCIA     TO WIZ-SECUENCIA.
           MOVE WIG-IMPORTE-PARAM TO WIZ-IMPORTE.
           MOVE WNU-ULTIMO-NUMERO TO WIZ-ASIENTO.
           WRITE REG-INCOREC
               INVALID KEY DISPLAY "NO PUDO GRABAR INCOREC"
           END-WRITE.
           ADD WIG-IMPORTE-PARAM TO WIK-TOTAL-RECUPERADO.
           REWRITE REG-INCOCTA
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR INCOCTA"
           END-REWRITE.
           DISPLAY "RECUPERO REGISTRADO - ASIENTO " WNU-ULTIMO-NUMERO
               LINE 20 POSITION 5.
       5000-RECUPERO-CIERRA.
           CLOSE INCOREC.
       5000-RECUPERO-EXIT.
           EXIT.

       5100-BUSCAR-SECUENCIA.
           ADD 1 TO WIG-SECUENCIA.
           MOVE WIG-CUENTA-PARAM TO WIZ-CUENTA.
           MOVE WIG-FECHA-PARAM  TO WIZ-FECHA.
           MOVE WIG-SECUENCIA    TO WIZ-SECUENCIA.
           READ INCOREC KEY IS WIZ-CLAVE
               INVALID KEY MOVE "N" TO WIG-HALLADO
           END-READ.

       5200-IMPUTAR.
           READ INCODET NEXT RECORD
               AT END
                   MOVE "S" TO EOF-INCODET
                   GO TO 5200-IMPUTAR-EXIT
           END-READ.
           IF WIX-CUENTA NOT = WIG-CUENTA-PARAM
               MOVE "S" TO EOF-INCODET
               GO TO 5200-IMPUTAR-EXIT
           END-IF.
           COMPUTE WIG-APLICA = WIX-IMPORTE - WIX-RECUPERADO.
           IF WIG-APLICA <= 0
               GO TO 5200-IMPUTAR-EXIT
           END-IF.
           IF WIG-APLICA > WIG-RESTO-RECUPERO
               MOVE WIG-RESTO-RECUPERO TO WIG-APLICA
           END-IF.
           ADD WIG-APLICA TO WIX-RECUPERADO.
           SUBTRACT WIG-APLICA FROM WIG-RESTO-RECUPERO.
           REWRITE REG-INCODET
               INVALID KEY DISPLAY "NO PUDO ACTUALIZAR INCODET"
           END-REWRITE.
       5200-IMPUTAR-EXIT.
           EXIT.

      *    Registro de incobrables. Deducible si se cumplio al
      *    menos uno de los tres criterios al darla de baja.
       6000-REGISTRO.
           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE WIG-HOY TO TR-FECHA.
           WRITE LIN-LISTADO FROM LIN-TITULO-REG AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA-REG AFTER 2.
           MOVE 0 TO WIK-CUENTA.
           START INCOCTA KEY IS NOT LESS THAN WIK-CUENTA
               INVALID KEY MOVE "S" TO EOF-INCOCTA
           END-START.
           PERFORM 6100-RENGLON-REGISTRO
               THRU 6100-RENGLON-REGISTRO-EXIT
               UNTIL NO-HAY-MAS-INCOCTA.
           MOVE WIG-TOT-BAJA       TO TR-BAJA.
           MOVE WIG-TOT-RECUPERADO TO TR-RECUPERADO.
           WRITE LIN-LISTADO FROM LIN-TOTAL-REG AFTER 2.
           CLOSE LISTADO.
       6000-REGISTRO-EXIT.
           EXIT.

       6100-RENGLON-REGISTRO.
           READ INCOCTA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-INCOCTA
                   GO TO 6100-RENGLON-REGISTRO-EXIT
           END-READ.
           MOVE WIK-CUENTA TO DR-CUENTA.
           IF WIK-INCOBRABLE
               MOVE "INCOBRABLE" TO DR-ESTADO
           ELSE
               MOVE "EN JUICIO"  TO DR-ESTADO
           END-IF.
           MOVE WIK-FEC-JUICIO       TO DR-FEC-JUICIO.
           MOVE WIK-FEC-CONCURSO     TO DR-FEC-CONCURSO.
           MOVE WIK-FEC-BAJA         TO DR-FEC-BAJA.
           MOVE WIK-TOTAL-BAJA       TO DR-BAJA.
           MOVE WIK-TOTAL-RECUPERADO TO DR-RECUPERADO.
           COMPUTE WIG-PENDIENTE =
               WIK-TOTAL-BAJA - WIK-TOTAL-RECUPERADO.
           MOVE WIG-PENDIENTE        TO DR-PENDIENTE.
           MOVE WIK-CRIT-INSOLVENCIA TO DR-CRIT-INSOLVENCIA.
           MOVE WIK-CRIT-JUICIO      TO DR-CRIT-JUICIO.
           MOVE WIK-CRIT-PLAZO       TO DR-CRIT-PLAZO.
           IF NOT WIK-INCOBRABLE
               MOVE SPACES TO DR-DEDUCIBLE
           ELSE
               IF WIK-CRIT-INSOLVENCIA = "S" OR WIK-CRIT-JUICIO = "S"
                  OR WIK-CRIT-PLAZO = "S"
                   MOVE "SI" TO DR-DEDUCIBLE
               ELSE
                   MOVE "NO" TO DR-DEDUCIBLE
               END-IF
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE-REG AFTER 1.
           ADD WIK-TOTAL-BAJA       TO WIG-TOT-BAJA.
           ADD WIK-TOTAL-RECUPERADO TO WIG-TOT-RECUPERADO.
       6100-RENGLON-REGISTRO-EXIT.
           EXIT.

       7000-ABRIR-CONTABLE.
           MOVE "N" TO WIG-ERROR.
           MOVE 0   TO WIG-RENGLON.
           OPEN INPUT CTAMAP.
           OPEN I-O DIARIO.
           IF WDI-STATUS = "35"
               CLOSE DIARIO
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN I-O DIARIO
           END-IF.
           OPEN I-O NUMERO.
           IF WNU-STATUS = "35"
               CLOSE NUMERO
               OPEN OUTPUT NUMERO
               CLOSE NUMERO
               OPEN I-O NUMERO
           END-IF.
           OPEN I-O DIARIOPO.
           IF WDO-STATUS = "35"
               CLOSE DIARIOPO
               OPEN OUTPUT DIARIOPO
               CLOSE DIARIOPO
               OPEN I-O DIARIOPO
           END-IF.

       7100-LEER-MAPEO.
           READ CTAMAP KEY IS WCM-ORIGEN
               INVALID KEY
                   DISPLAY "ORIGEN SIN MAPEAR EN CTAMAP: " WCM-ORIGEN
                   MOVE "S" TO WIG-ERROR
                   MOVE SPACES TO WCM-CUENTA-DEBE
                   MOVE SPACES TO WCM-CUENTA-HABER
                   MOVE SPACES TO WCM-CCOSTO
           END-READ.

       7200-NUMERAR.
           MOVE "ASIENTO " TO WNU-TIPO-COMP.
           READ NUMERO KEY IS WNU-TIPO-COMP
               INVALID KEY MOVE 0 TO WNU-ULTIMO-NUMERO
           END-READ.
           ADD 1 TO WNU-ULTIMO-NUMERO.
           REWRITE REG-NUMERO
               INVALID KEY
                   WRITE REG-NUMERO
                       INVALID KEY DISPLAY "NO PUDO GRABAR NUMERO"
                   END-WRITE
           END-REWRITE.

      *    El registro de periodo 000000 de INCPROV es el saldo
      *    vivo de la prevision.
       7300-GRABAR-SALDO-PREVISION.
           MOVE 0                   TO WIP-PERIODO.
           MOVE WIG-SALDO-PREVISION TO WIP-REQUERIDA.
           MOVE 0                   TO WIP-SALDO-ANTERIOR.
           MOVE 0                   TO WIP-AJUSTE.
           MOVE WIG-HOY             TO WIP-FECHA.
           MOVE WNU-ULTIMO-NUMERO   TO WIP-ASIENTO.
           REWRITE REG-INCPROV
               INVALID KEY
                   WRITE REG-INCPROV
                       INVALID KEY DISPLAY "NO PUDO GRABAR INCPROV"
                   END-WRITE
           END-REWRITE.

       7400-LEER-SALDO-PREVISION.
           OPEN I-O INCPROV.
           IF WIP-STATUS = "35"
               CLOSE INCPROV
               OPEN OUTPUT INCPROV
               CLOSE INCPROV
               OPEN I-O INCPROV
           END-IF.
           MOVE 0 TO WIP-PERIODO.
           READ INCPROV KEY IS WIP-PERIODO
               INVALID KEY MOVE 0 TO WIP-REQUERIDA
           END-READ.
           MOVE WIP-REQUERIDA TO WIG-SALDO-PREVISION.

       7900-CERRAR-CONTABLE.
           CLOSE CTAMAP.
           CLOSE DIARIO.
           CLOSE NUMERO.
           CLOSE DIARIOPO.

      *    Un renglon del asiento: importe positivo al debe,
      *    negativo al haber, cero no se graba.
       8000-RENGLON.
           IF WIG-MOVIMIENTO = 0
               GO TO 8000-RENGLON-EXIT
           END-IF.
           ADD 1 TO WIG-RENGLON.
           MOVE WNU-ULTIMO-NUMERO TO WDI-ASIENTO.
           MOVE WIG-RENGLON       TO WDI-RENGLON.
           MOVE WIG-FECHA-ASIENTO TO WDI-FECHA.
           MOVE WIG-CUENTA        TO WDI-CUENTA-PCTA.
           IF WIG-MOVIMIENTO > 0
               MOVE WIG-MOVIMIENTO TO WDI-DEBE
               MOVE 0              TO WDI-HABER
           ELSE
               MOVE 0              TO WDI-DEBE
               COMPUTE WDI-HABER = 0 - WIG-MOVIMIENTO
           END-IF.
           MOVE WIG-ORIGEN        TO WDI-ORIGEN.
           MOVE WIG-REFERENCIA    TO WDI-REFERENCIA.
           MOVE WIG-CCOSTO        TO WDI-CCOSTO.
           MOVE WIG-EMPRESA-PARAM TO WDI-EMPRESA.
           WRITE REG-DIARIO
               INVALID KEY DISPLAY "NO PUDO GRABAR DIARIO"
           END-WRITE.
       8000-RENGLON-EXIT.
           EXIT.

       9999-FINAL.
           CLOSE INCOCTA.
       9999-FINAL-EXIT.
           EXIT.
