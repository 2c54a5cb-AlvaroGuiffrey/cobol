       IDENTIFICATION DIVISION.
       PROGRAM-ID.       SEGFUNC.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Segregacion de funciones sobre los permisos de CLAVPERM:
      * nadie controlaba las combinaciones que no deberian estar
      * en una misma mano (dar de alta un proveedor en PROVEE,
      * cargarle la factura en FACPROV y confirmarle el pago en
      * PAGOCONF; pasar un precio por encima en PREOVCHK y
      * darle despues el credito en AJU-PEN).
      *   modo M: tabla SEGFCONF de pares de funciones en
      *           conflicto, agrupados por proceso (COMPRAS,
      *           VENTAS, ...): descripcion y los dos programas
      *           (los mismos nombres que se autorizan en
      *           CLAVPERM). Un par se da de baja con activo N;
      *   modo R: listado de cada clave operador (empresa +
      *           sucursal, que es a quien CLAVPERM da los
      *           permisos: no hay clave por persona) que tiene
      *           los dos lados de un par activo, con el uso de
      *           cada lado en el periodo pedido segun la
      *           auditoria de menu (MENAUDIT y lo archivado en
      *           MENAHIST, donde el operador es la misma clave
      *           empresa + sucursal) y la aprobacion registrada
      *           en SEGFAPRO, si la hubo.
      * CLAVPERM consulta esta misma tabla al grabar permisos:
      * si el cambio arma un conflicto nuevo pide la clave de un
      * segundo aprobador (con "SEGFAPRU" autorizado) y deja la
      * aprobacion en SEGFAPRO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGFCONF  ASSIGN TO "SEGFCONF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WSZ-CLAVE
                             FILE STATUS IS WSZ-STATUS.
           SELECT SEGFAPRO  ASSIGN TO "SEGFAPRO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WYA-CLAVE
                             FILE STATUS IS WYA-STATUS.
           SELECT CLAVPERM  ASSIGN TO "CLAVPERM"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-CLAVE-OPER
                             FILE STATUS IS WCP-STATUS.
           SELECT MENAUDIT  ASSIGN TO "MENAUDIT"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WMA-CLAVE
                             ALTERNATE RECORD KEY IS WMA-OPERADOR
                                 WITH DUPLICATES
                             FILE STATUS IS WMA-STATUS.
           SELECT MENAHIST  ASSIGN TO "MENAHIST"
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IS WMH-CLAVE
                             FILE STATUS IS WMH-STATUS.
           SELECT LISTADO   ASSIGN TO PRINT WPX-DISPOSITIVO.
       DATA DIVISION.
       FILE SECTION.
      *    Pares de funciones incompatibles, por proceso.
       FD  SEGFCONF.
       01  REG-SEGFCONF.
           05  WSZ-CLAVE.
               10  WSZ-PROCESO       PIC X(08).
               10  WSZ-NUMERO        PIC 9(02).
           05  WSZ-DESCRIP           PIC X(30).
           05  WSZ-PROG-A            PIC X(08).
           05  WSZ-PROG-B            PIC X(08).
           05  WSZ-ACTIVO            PIC X(01).
               88  WSZ-ESTA-ACTIVO    VALUE "S".

      *    Conflictos aprobados por un segundo operador al grabar
      *    los permisos en CLAVPERM.
       FD  SEGFAPRO.
       01  REG-SEGFAPRO.
           05  WYA-CLAVE.
               10  WYA-EMP-OPER      PIC 9(04).
               10  WYA-SUC-OPER      PIC 9(02).
               10  WYA-PROCESO       PIC X(08).
               10  WYA-NUMERO        PIC 9(02).
           05  WYA-EMP-APROB         PIC 9(04).
           05  WYA-SUC-APROB         PIC 9(02).
           05  WYA-FECHA             PIC 9(08).

       FD  CLAVPERM.
       01  REG-CLAVPERM.
           05  WCP-CLAVE-OPER.
               10  WCP-EMP-OPER      PIC 9(04).
               10  WCP-SUC-OPER      PIC 9(02).
           05  WCP-CANT-PROGRAMAS    PIC 9(02).
           05  WCP-PROGRAMA-AUT      OCCURS 20 TIMES.
               10  WCP-NOMBRE-PROG   PIC X(08).

       FD  MENAUDIT.
       01  REG-MENAUDIT.
           05  WMA-CLAVE.
               10  WMA-FECHA         PIC 9(08).
               10  WMA-HORA          PIC 9(06).
               10  WMA-SECUENCIA     PIC 9(04).
           05  WMA-OPERADOR          PIC X(08).
           05  WMA-MENU-ORIGEN       PIC X(08).
           05  WMA-OPCION-ELEGIDA    PIC X(03).
           05  WMA-PROGRAMA-DESTINO  PIC X(08).

       FD  MENAHIST.
       01  REG-MENAHIST.
           05  WMH-CLAVE.
               10  WMH-FECHA         PIC 9(08).
               10  WMH-HORA          PIC 9(06).
               10  WMH-SECUENCIA     PIC 9(04).
           05  WMH-OPERADOR          PIC X(08).
           05  WMH-MENU-ORIGEN       PIC X(08).
           05  WMH-OPCION-ELEGIDA    PIC X(03).
           05  WMH-PROGRAMA-DESTINO  PIC X(08).

       FD  LISTADO.
       01  LIN-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WPX-COD-LISTADO           PIC X(08) VALUE "SEGFUNC".
       77  WPX-DISPOSITIVO           PIC X(20) VALUE "PRINTER".
       77  WPX-OPER-LISTADO          PIC X(08) VALUE SPACES.
       77  WPX-PARM-LISTADO          PIC X(40) VALUE SPACES.
       77  WSZ-STATUS                PIC X(02).
       77  WYA-STATUS                PIC X(02).
       77  WCP-STATUS                PIC X(02).
       77  WMA-STATUS                PIC X(02).
       77  WMH-STATUS                PIC X(02).
       77  WYR-MODO-PARAM            PIC X(01).
       77  WYR-PROCESO-PARAM         PIC X(08).
       77  WYR-NUMERO-PARAM          PIC 9(02).
       77  WYR-DESDE                 PIC 9(08).
       77  WYR-HASTA                 PIC 9(08).
       77  WYR-HALLADO               PIC X(01).
       77  WYR-LISTADO-ABIERTO       PIC X(01) VALUE "N".
       77  WYR-CANT-PARES            PIC 9(03) COMP VALUE 0.
       77  WYR-CANT-USOS             PIC 9(03) COMP VALUE 0.
       77  WYR-USOS-LLENO            PIC X(01) VALUE "N".
       77  WYR-IX                    PIC 9(03) COMP.
       77  WYR-J                     PIC 9(03) COMP.
       77  WYR-PROG-BUSCADO          PIC X(08).
       77  WYR-PROG-USADO            PIC X(08).
       77  WYR-TIENE                 PIC X(01).
       77  WYR-TIENE-A               PIC X(01).
       77  WYR-USO-A                 PIC X(01).
       77  WYR-USO-B                 PIC X(01).
       77  WYR-TOT-CONFLICTOS        PIC 9(05) VALUE 0.
       77  WYR-TOT-EJERCIDOS         PIC 9(05) VALUE 0.
       77  WYR-TOT-SIN-APROBAR       PIC 9(05) VALUE 0.
       77  EOF-SEGFCONF              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SEGFCONF    VALUE "S".
       77  EOF-CLAVPERM              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-CLAVPERM    VALUE "S".
       77  EOF-MENAUDIT              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MENAUDIT    VALUE "S".
       77  EOF-MENAHIST              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-MENAHIST    VALUE "S".

      *    Operador de la auditoria de menu: la clave empresa +
      *    sucursal, como la arma MEN.
       01  WYR-OPER-AUDIT.
           05  WYR-OPER-EMP          PIC 9(04).
           05  WYR-OPER-SUC          PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
       01  WYR-OPER-USADO            PIC X(08).

       01  WYR-TABLA-PARES.
           05  WYR-PAR OCCURS 100 TIMES.
               10  WYR-P-PROCESO     PIC X(08).
               10  WYR-P-NUMERO      PIC 9(02).
               10  WYR-P-DESCRIP     PIC X(30).
               10  WYR-P-PROG-A      PIC X(08).
               10  WYR-P-PROG-B      PIC X(08).

      *    Programas usados en el periodo por cada operador.
       01  WYR-TABLA-USOS.
           05  WYR-USO OCCURS 500 TIMES.
               10  WYR-U-OPERADOR    PIC X(08).
               10  WYR-U-PROGRAMA    PIC X(08).

       01  LIN-TITULO.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "CONFLICTOS DE SEGREGACION DE F".
           05  FILLER                PIC X(18) VALUE
               "UNCIONES - USO DEL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-DESDE               PIC 9(08).
           05  FILLER                PIC X(03) VALUE " AL".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  T-HASTA               PIC 9(08).

       01  LIN-CABECERA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "PROCESO  NR DESCRIPCION      ".
           05  FILLER                PIC X(30) VALUE
               "               EMP  SU FUNCION".
           05  FILLER                PIC X(30) VALUE
               " A USO FUNCION B USO RIESGO  ".
           05  FILLER                PIC X(30) VALUE
               "  APROBADO POR  FECHA".

       01  LIN-DETALLE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROCESO             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-NUMERO              PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-DESCRIP             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-EMP                 PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-SUC                 PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-PROG-A              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-USO-A               PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-PROG-B              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-USO-B               PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  D-RIESGO              PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  D-APROBACION.
               10  D-EMP-APROB       PIC 9(04).
               10  FILLER            PIC X(01) VALUE "-".
               10  D-SUC-APROB       PIC 9(02).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  D-FECHA-APROB     PIC 9(08).
           05  D-SIN-APROBACION REDEFINES D-APROBACION
                                     PIC X(16).

       01  LIN-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  X-LEYENDA             PIC X(40).
           05  X-CANTIDAD            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       DECLARATIVES.
       SEGFCONF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SEGFCONF.
           DISPLAY "ERROR E/S SEGFCONF: " WSZ-STATUS.
       SEGFAPRO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SEGFAPRO.
           DISPLAY "ERROR E/S SEGFAPRO: " WYA-STATUS.
       CLAVPERM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CLAVPERM.
           DISPLAY "ERROR E/S CLAVPERM: " WCP-STATUS.
       MENAUDIT-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MENAUDIT.
           DISPLAY "ERROR E/S MENAUDIT: " WMA-STATUS.
       MENAHIST-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON MENAHIST.
           DISPLAY "ERROR E/S MENAHIST: " WMH-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           PERFORM 1000-INICIAL.
           EVALUATE WYR-MODO-PARAM
               WHEN "M"
                   PERFORM 2000-PAR THRU 2000-PAR-EXIT
               WHEN "R"
                   PERFORM 3000-INFORME THRU 3000-INFORME-EXIT
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 9999-FINAL.
           STOP RUN.

       1000-INICIAL.
           DISPLAY "MODO (M=PARES EN CONFLICTO R=INFORME): "
               LINE 5 POSITION 5.
           ACCEPT WYR-MODO-PARAM LINE 5 POSITION 45.
           OPEN I-O SEGFCONF.
           IF WSZ-STATUS = "35"
               CLOSE SEGFCONF
               OPEN OUTPUT SEGFCONF
               CLOSE SEGFCONF
               OPEN I-O SEGFCONF
           END-IF.

      *----------------------------------------------------------
      * Tabla de pares en conflicto.
      *----------------------------------------------------------
       2000-PAR.
           DISPLAY "PROCESO ...................: " LINE 8 POSITION 5.
           ACCEPT WYR-PROCESO-PARAM LINE 8 POSITION 35.
           IF WYR-PROCESO-PARAM = SPACES
               GO TO 2000-PAR-EXIT
           END-IF.
           DISPLAY "NUMERO DE PAR .............: " LINE 9 POSITION 5.
           ACCEPT WYR-NUMERO-PARAM LINE 9 POSITION 35.
           MOVE WYR-PROCESO-PARAM TO WSZ-PROCESO.
           MOVE WYR-NUMERO-PARAM  TO WSZ-NUMERO.
           MOVE "S" TO WYR-HALLADO.
           READ SEGFCONF KEY IS WSZ-CLAVE
               INVALID KEY
                   MOVE "N" TO WYR-HALLADO
                   INITIALIZE REG-SEGFCONF
                   MOVE WYR-PROCESO-PARAM TO WSZ-PROCESO
                   MOVE WYR-NUMERO-PARAM  TO WSZ-NUMERO
                   MOVE "S" TO WSZ-ACTIVO
           END-READ.
           DISPLAY "DESCRIPCION ...............: " WSZ-DESCRIP
               LINE 10 POSITION 5.
           ACCEPT WSZ-DESCRIP LINE 10 POSITION 35.
           DISPLAY "PROGRAMA / FUNCION A ......: " WSZ-PROG-A
               LINE 11 POSITION 5.
           ACCEPT WSZ-PROG-A LINE 11 POSITION 35.
           DISPLAY "PROGRAMA / FUNCION B ......: " WSZ-PROG-B
               LINE 12 POSITION 5.
           ACCEPT WSZ-PROG-B LINE 12 POSITION 35.
           DISPLAY "ACTIVO (S/N) ..............: " WSZ-ACTIVO
               LINE 13 POSITION 5.
           ACCEPT WSZ-ACTIVO LINE 13 POSITION 35.
           IF WSZ-PROG-A = SPACES OR WSZ-PROG-B = SPACES
              OR WSZ-PROG-A = WSZ-PROG-B
               DISPLAY "LAS DOS FUNCIONES DEBEN SER DISTINTAS"
                   LINE 22 POSITION 5
               GO TO 2000-PAR-EXIT
           END-IF.
           IF WYR-HALLADO = "S"
               REWRITE REG-SEGFCONF
                   INVALID KEY DISPLAY "NO PUDO ACTUALIZAR SEGFCONF"
               END-REWRITE
           ELSE
               WRITE REG-SEGFCONF
                   INVALID KEY DISPLAY "NO PUDO GRABAR SEGFCONF"
               END-WRITE
           END-IF.
           DISPLAY "PAR GRABADO" LINE 22 POSITION 5.
       2000-PAR-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Informe de conflictos.
      *----------------------------------------------------------
       3000-INFORME.
           DISPLAY "USO DESDE (AAAAMMDD) ......: " LINE 8 POSITION 5.
           ACCEPT WYR-DESDE LINE 8 POSITION 35.
           DISPLAY "USO HASTA (AAAAMMDD) ......: " LINE 9 POSITION 5.
           ACCEPT WYR-HASTA LINE 9 POSITION 35.
           IF WYR-HASTA < WYR-DESDE
               DISPLAY "PERIODO INVALIDO" LINE 22 POSITION 5
               GO TO 3000-INFORME-EXIT
           END-IF.
           MOVE LOW-VALUES TO WSZ-CLAVE.
           START SEGFCONF KEY IS NOT LESS THAN WSZ-CLAVE
               INVALID KEY MOVE "S" TO EOF-SEGFCONF
           END-START.
           PERFORM 3100-CARGAR-PAR THRU 3100-CARGAR-PAR-EXIT
               UNTIL NO-HAY-MAS-SEGFCONF.
           IF WYR-CANT-PARES = 0
               DISPLAY "NO HAY PARES ACTIVOS EN SEGFCONF"
                   LINE 22 POSITION 5
               GO TO 3000-INFORME-EXIT
           END-IF.

      *    Uso del periodo: primero lo archivado, despues lo
      *    vigente, los dos por fecha.
           OPEN INPUT MENAHIST.
           IF WMH-STATUS = "00"
               MOVE WYR-DESDE TO WMH-FECHA
               MOVE 0         TO WMH-HORA
               MOVE 0         TO WMH-SECUENCIA
               START MENAHIST KEY IS NOT LESS THAN WMH-CLAVE
                   INVALID KEY MOVE "S" TO EOF-MENAHIST
               END-START
               PERFORM 3200-USO-HIST THRU 3200-USO-HIST-EXIT
                   UNTIL NO-HAY-MAS-MENAHIST
               CLOSE MENAHIST
           END-IF.
           OPEN INPUT MENAUDIT.
           IF WMA-STATUS = "00"
               MOVE WYR-DESDE TO WMA-FECHA
               MOVE 0         TO WMA-HORA
               MOVE 0         TO WMA-SECUENCIA
               START MENAUDIT KEY IS NOT LESS THAN WMA-CLAVE
                   INVALID KEY MOVE "S" TO EOF-MENAUDIT
               END-START
               PERFORM 3300-USO-AUDIT THRU 3300-USO-AUDIT-EXIT
                   UNTIL NO-HAY-MAS-MENAUDIT
               CLOSE MENAUDIT
           END-IF.
           IF WYR-USOS-LLENO = "S"
               DISPLAY "TABLA DE USOS LLENA: ACORTAR EL PERIODO"
                   LINE 21 POSITION 5
           END-IF.

           CALL "PRNTDEST" USING WPX-COD-LISTADO
                                 WPX-DISPOSITIVO
                                 WPX-OPER-LISTADO
                                 WPX-PARM-LISTADO
           END-CALL.
           OPEN OUTPUT LISTADO.
           MOVE "S" TO WYR-LISTADO-ABIERTO.
           MOVE WYR-DESDE TO T-DESDE.
           MOVE WYR-HASTA TO T-HASTA.
           WRITE LIN-LISTADO FROM LIN-TITULO AFTER PAGE.
           WRITE LIN-LISTADO FROM LIN-CABECERA AFTER 2.

           OPEN INPUT SEGFAPRO.
           OPEN INPUT CLAVPERM.
           IF WCP-STATUS = "00"
               PERFORM 3500-OPERADOR THRU 3500-OPERADOR-EXIT
                   UNTIL NO-HAY-MAS-CLAVPERM
               CLOSE CLAVPERM
           END-IF.
           IF WYA-STATUS NOT = "35"
               CLOSE SEGFAPRO
           END-IF.

           MOVE "OPERADOR/CONFLICTO CON LOS DOS LADOS ..."
               TO X-LEYENDA.
           MOVE WYR-TOT-CONFLICTOS TO X-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 2.
           MOVE "EJERCIDOS LOS DOS LADOS EN EL PERIODO .."
               TO X-LEYENDA.
           MOVE WYR-TOT-EJERCIDOS TO X-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           MOVE "SIN APROBACION DE SEGUNDO OPERADOR ....."
               TO X-LEYENDA.
           MOVE WYR-TOT-SIN-APROBAR TO X-CANTIDAD.
           WRITE LIN-LISTADO FROM LIN-TOTAL AFTER 1.
           DISPLAY "CONFLICTOS: " WYR-TOT-CONFLICTOS
               "  EJERCIDOS: " WYR-TOT-EJERCIDOS LINE 22 POSITION 5.
       3000-INFORME-EXIT.
           EXIT.

       3100-CARGAR-PAR.
           READ SEGFCONF NEXT RECORD
               AT END MOVE "S" TO EOF-SEGFCONF
           END-READ.
           IF NO-HAY-MAS-SEGFCONF OR NOT WSZ-ESTA-ACTIVO
               GO TO 3100-CARGAR-PAR-EXIT
           END-IF.
           IF WYR-CANT-PARES >= 100
               DISPLAY "MAS DE 100 PARES ACTIVOS: " WSZ-CLAVE
                   " QUEDA AFUERA"
               GO TO 3100-CARGAR-PAR-EXIT
           END-IF.
           ADD 1 TO WYR-CANT-PARES.
           MOVE WSZ-PROCESO TO WYR-P-PROCESO (WYR-CANT-PARES).
           MOVE WSZ-NUMERO  TO WYR-P-NUMERO (WYR-CANT-PARES).
           MOVE WSZ-DESCRIP TO WYR-P-DESCRIP (WYR-CANT-PARES).
           MOVE WSZ-PROG-A  TO WYR-P-PROG-A (WYR-CANT-PARES).
           MOVE WSZ-PROG-B  TO WYR-P-PROG-B (WYR-CANT-PARES).
       3100-CARGAR-PAR-EXIT.
           EXIT.

       3200-USO-HIST.
           READ MENAHIST NEXT RECORD
               AT END MOVE "S" TO EOF-MENAHIST
           END-READ.
           IF NO-HAY-MAS-MENAHIST OR WMH-FECHA > WYR-HASTA
               MOVE "S" TO EOF-MENAHIST
               GO TO 3200-USO-HIST-EXIT
           END-IF.
           MOVE WMH-OPERADOR         TO WYR-OPER-USADO.
           MOVE WMH-PROGRAMA-DESTINO TO WYR-PROG-USADO.
           PERFORM 3400-ANOTAR-USO THRU 3400-ANOTAR-USO-EXIT.
       3200-USO-HIST-EXIT.
           EXIT.

       3300-USO-AUDIT.
           READ MENAUDIT NEXT RECORD
               AT END MOVE "S" TO EOF-MENAUDIT
           END-READ.
           IF NO-HAY-MAS-MENAUDIT OR WMA-FECHA > WYR-HASTA
               MOVE "S" TO EOF-MENAUDIT
               GO TO 3300-USO-AUDIT-EXIT
           END-IF.
           MOVE WMA-OPERADOR         TO WYR-OPER-USADO.
           MOVE WMA-PROGRAMA-DESTINO TO WYR-PROG-USADO.
           PERFORM 3400-ANOTAR-USO THRU 3400-ANOTAR-USO-EXIT.
       3300-USO-AUDIT-EXIT.
           EXIT.

      *    Una sola vez cada operador/programa.
       3400-ANOTAR-USO.
           MOVE "N" TO WYR-TIENE.
           PERFORM 3410-COMPARAR-USO
               VARYING WYR-J FROM 1 BY 1
               UNTIL WYR-J > WYR-CANT-USOS OR WYR-TIENE = "S".
           IF WYR-TIENE = "S"
               GO TO 3400-ANOTAR-USO-EXIT
           END-IF.
           IF WYR-CANT-USOS >= 500
               MOVE "S" TO WYR-USOS-LLENO
               GO TO 3400-ANOTAR-USO-EXIT
           END-IF.
           ADD 1 TO WYR-CANT-USOS.
           MOVE WYR-OPER-USADO TO WYR-U-OPERADOR (WYR-CANT-USOS).
           MOVE WYR-PROG-USADO TO WYR-U-PROGRAMA (WYR-CANT-USOS).
       3400-ANOTAR-USO-EXIT.
           EXIT.

       3410-COMPARAR-USO.
           IF WYR-U-OPERADOR (WYR-J) = WYR-OPER-USADO
              AND WYR-U-PROGRAMA (WYR-J) = WYR-PROG-USADO
               MOVE "S" TO WYR-TIENE
           END-IF.

       3500-OPERADOR.
           READ CLAVPERM NEXT RECORD
               AT END MOVE "S" TO EOF-CLAVPERM
           END-READ.
           IF NO-HAY-MAS-CLAVPERM
               GO TO 3500-OPERADOR-EXIT
           END-IF.
           IF WCP-CANT-PROGRAMAS > 20
               MOVE 20 TO WCP-CANT-PROGRAMAS
           END-IF.
           MOVE WCP-EMP-OPER TO WYR-OPER-EMP.
           MOVE WCP-SUC-OPER TO WYR-OPER-SUC.
           PERFORM 3600-PAR-OPERADOR THRU 3600-PAR-OPERADOR-EXIT
               VARYING WYR-IX FROM 1 BY 1
               UNTIL WYR-IX > WYR-CANT-PARES.
       3500-OPERADOR-EXIT.
           EXIT.

      *    El operador tiene los dos lados del par?
       3600-PAR-OPERADOR.
           MOVE WYR-P-PROG-A (WYR-IX) TO WYR-PROG-BUSCADO.
           PERFORM 3700-TIENE-PERMISO.
           IF WYR-TIENE NOT = "S"
               GO TO 3600-PAR-OPERADOR-EXIT
           END-IF.
           MOVE WYR-P-PROG-B (WYR-IX) TO WYR-PROG-BUSCADO.
           PERFORM 3700-TIENE-PERMISO.
           IF WYR-TIENE NOT = "S"
               GO TO 3600-PAR-OPERADOR-EXIT
           END-IF.
           ADD 1 TO WYR-TOT-CONFLICTOS.
           MOVE WYR-OPER-AUDIT        TO WYR-OPER-USADO.
           MOVE WYR-P-PROG-A (WYR-IX) TO WYR-PROG-USADO.
           PERFORM 3800-USO-OPERADOR.
           MOVE WYR-TIENE TO WYR-USO-A.
           MOVE WYR-P-PROG-B (WYR-IX) TO WYR-PROG-USADO.
           PERFORM 3800-USO-OPERADOR.
           MOVE WYR-TIENE TO WYR-USO-B.

           MOVE WYR-P-PROCESO (WYR-IX) TO D-PROCESO.
           MOVE WYR-P-NUMERO (WYR-IX)  TO D-NUMERO.
           MOVE WYR-P-DESCRIP (WYR-IX) TO D-DESCRIP.
           MOVE WCP-EMP-OPER           TO D-EMP.
           MOVE WCP-SUC-OPER           TO D-SUC.
           MOVE WYR-P-PROG-A (WYR-IX)  TO D-PROG-A.
           MOVE WYR-USO-A              TO D-USO-A.
           MOVE WYR-P-PROG-B (WYR-IX)  TO D-PROG-B.
           MOVE WYR-USO-B              TO D-USO-B.
           IF WYR-USO-A = "S" AND WYR-USO-B = "S"
               MOVE "EJERCIDO" TO D-RIESGO
               ADD 1 TO WYR-TOT-EJERCIDOS
           ELSE
               MOVE "LATENTE"  TO D-RIESGO
           END-IF.

           MOVE WCP-EMP-OPER           TO WYA-EMP-OPER.
           MOVE WCP-SUC-OPER           TO WYA-SUC-OPER.
           MOVE WYR-P-PROCESO (WYR-IX) TO WYA-PROCESO.
           MOVE WYR-P-NUMERO (WYR-IX)  TO WYA-NUMERO.
           MOVE "S" TO WYR-HALLADO.
           IF WYA-STATUS = "35"
               MOVE "N" TO WYR-HALLADO
           ELSE
               READ SEGFAPRO KEY IS WYA-CLAVE
                   INVALID KEY MOVE "N" TO WYR-HALLADO
               END-READ
           END-IF.
           IF WYR-HALLADO = "S"
               MOVE WYA-EMP-APROB TO D-EMP-APROB
               MOVE WYA-SUC-APROB TO D-SUC-APROB
               MOVE WYA-FECHA     TO D-FECHA-APROB
           ELSE
               MOVE "SIN APROBACION" TO D-SIN-APROBACION
               ADD 1 TO WYR-TOT-SIN-APROBAR
           END-IF.
           WRITE LIN-LISTADO FROM LIN-DETALLE AFTER 1.
       3600-PAR-OPERADOR-EXIT.
           EXIT.

       3700-TIENE-PERMISO.
           MOVE "N" TO WYR-TIENE.
           PERFORM 3710-COMPARAR-PERMISO
               VARYING WYR-J FROM 1 BY 1
               UNTIL WYR-J > WCP-CANT-PROGRAMAS OR WYR-TIENE = "S".

       3710-COMPARAR-PERMISO.
           IF WCP-NOMBRE-PROG (WYR-J) = WYR-PROG-BUSCADO
               MOVE "S" TO WYR-TIENE
           END-IF.

       3800-USO-OPERADOR.
           MOVE "N" TO WYR-TIENE.
           PERFORM 3410-COMPARAR-USO
               VARYING WYR-J FROM 1 BY 1
               UNTIL WYR-J > WYR-CANT-USOS OR WYR-TIENE = "S".

       9999-FINAL.
           CLOSE SEGFCONF.
           IF WYR-LISTADO-ABIERTO = "S"
               CLOSE LISTADO
           END-IF.
       9999-FINAL-EXIT.
           EXIT.
