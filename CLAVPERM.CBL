      * elegido) o LK-MODO = "A" desde el mantenimiento de CLAVES,
      * que da de alta el mapa de programas autorizados de una
      * sucursal al grabar o modificar su clave.
      * Al grabar, los pares de funciones incompatibles de
      * SEGFCONF (ver SEGFUNC) que el cambio junte por primera
      * vez en la misma clave exigen la clave de un segundo
      * aprobador, otra empresa/sucursal con "SEGFAPRU"
      * autorizado; sin ella no se graba y LK-AUTORIZADO vuelve
      * "N". Cada conflicto aprobado queda en SEGFAPRO.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WCP-CLAVE-OPER
                             FILE STATUS IS WCP-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CLAVPERM.
                                     INDEXED BY WCP-IX.
               10  WCP-NOMBRE-PROG   PIC X(08).

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

       WORKING-STORAGE SECTION.
       77  WCP-STATUS                PIC X(02).
       77  WCP-PROG-CONSULTA         PIC X(08).
       77  WCP-AUTORIZADO            PIC X(01).
           88  WCP-ES-AUTORIZADO      VALUE "S".
       77  WCP-I                     PIC 9(02).
       77  WSZ-STATUS                PIC X(02).
       77  WYA-STATUS                PIC X(02).
       77  WCP-PROG-APROBADOR        PIC X(08) VALUE "SEGFAPRU".
       77  WCP-HOY                   PIC 9(08).
       77  WCP-J                     PIC 9(02).
       77  WCP-PROG-BUSCADO          PIC X(08).
       77  WCP-TIENE                 PIC X(01).
       77  WCP-NUEVO-A               PIC X(01).
       77  WCP-NUEVO-B               PIC X(01).
       77  WCP-ANTES-A               PIC X(01).
       77  WCP-ANTES-B               PIC X(01).
       77  WCP-CANT-ANTERIOR         PIC 9(02) VALUE 0.
       77  WCP-CANT-CONFLICTOS       PIC 9(02) VALUE 0.
       77  WCP-RECHAZADO             PIC X(01).
       77  EOF-SEGFCONF              PIC X(01) VALUE "N".
           88  NO-HAY-MAS-SEGFCONF    VALUE "S".
       01  WCP-APROBADOR.
           05  WCP-EMP-APROB         PIC 9(04).
           05  WCP-SUC-APROB         PIC 9(02).
      *    Permisos que la clave tenia antes de este cambio.
       01  WCP-TABLA-ANTERIOR.
           05  WCP-NOMBRE-ANTERIOR    OCCURS 20 TIMES PIC X(08).
      *    Conflictos que el cambio arma por primera vez.
       01  WCP-TABLA-CONFLICTOS.
           05  WCP-CONFLICTO          OCCURS 20 TIMES.
               10  WCP-C-PROCESO      PIC X(08).
               10  WCP-C-NUMERO       PIC 9(02).
               10  WCP-C-DESCRIP      PIC X(30).

       LINKAGE SECTION.
       01  LK-MODO                   PIC X(01).
       CLAVPERM-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON CLAVPERM.
           DISPLAY "ERROR E/S CLAVPERM: " WCP-STATUS.
       SEGFCONF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SEGFCONF.
           DISPLAY "ERROR E/S SEGFCONF: " WSZ-STATUS.
       SEGFAPRO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON SEGFAPRO.
           DISPLAY "ERROR E/S SEGFAPRO: " WYA-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN LK-MODO-ALTA
                   PERFORM 2000-ALTA-PERMISOS
                       THRU 2000-ALTA-PERMISOS-EXIT
               WHEN LK-MODO-VERIFICAR
                   PERFORM 3000-VERIFICAR-PERMISO
           END-EVALUATE.
      *    de una sucursal (la llama el mantenimiento de CLAVES al
      *    crear o modificar la clave de la sucursal).
       2000-ALTA-PERMISOS.
           MOVE "S" TO LK-AUTORIZADO.
           PERFORM 2100-CONTROLAR-CONFLICTOS
               THRU 2100-CONTROLAR-CONFLICTOS-EXIT.
           IF WCP-RECHAZADO = "S"
               MOVE "N" TO LK-AUTORIZADO
               DISPLAY "PERMISOS NO GRABADOS: FALTA SEGUNDO APROBADOR"
                   LINE 23 POSITION 5
               GO TO 2000-ALTA-PERMISOS-EXIT
           END-IF.
           MOVE LK-CLAVE-OPER     TO WCP-CLAVE-OPER.
           MOVE LK-CANT-PROGRAMAS TO WCP-CANT-PROGRAMAS.
           PERFORM VARYING WCP-I FROM 1 BY 1
               INVALID KEY REWRITE REG-CLAVPERM
                   INVALID KEY DISPLAY "NO PUDO GRABAR PERMISOS"
           END-WRITE.
           IF WCP-CANT-CONFLICTOS > 0
               PERFORM 2500-REGISTRAR-APROBACION
                   THRU 2500-REGISTRAR-APROBACION-EXIT
           END-IF.
       2000-ALTA-PERMISOS-EXIT.
           EXIT.

      *    Conflictos de SEGFCONF que la nueva lista junta y la
      *    anterior no tenia juntos; si hay alguno se pide la
      *    clave del segundo aprobador.
       2100-CONTROLAR-CONFLICTOS.
           MOVE "N" TO WCP-RECHAZADO.
           MOVE 0   TO WCP-CANT-CONFLICTOS.
           MOVE 0   TO WCP-CANT-ANTERIOR.
           MOVE LK-CLAVE-OPER TO WCP-CLAVE-OPER.
           READ CLAVPERM KEY IS WCP-CLAVE-OPER
               INVALID KEY MOVE 0 TO WCP-CANT-PROGRAMAS
           END-READ.
           IF WCP-STATUS = "00"
               MOVE WCP-CANT-PROGRAMAS TO WCP-CANT-ANTERIOR
               IF WCP-CANT-ANTERIOR > 20
                   MOVE 20 TO WCP-CANT-ANTERIOR
               END-IF
               PERFORM 2110-COPIAR-ANTERIOR
                   VARYING WCP-J FROM 1 BY 1
                   UNTIL WCP-J > WCP-CANT-ANTERIOR
           END-IF.
           OPEN INPUT SEGFCONF.
           IF WSZ-STATUS NOT = "00"
               GO TO 2100-CONTROLAR-CONFLICTOS-EXIT
           END-IF.
           MOVE "N" TO EOF-SEGFCONF.
           PERFORM 2200-UN-PAR THRU 2200-UN-PAR-EXIT
               UNTIL NO-HAY-MAS-SEGFCONF.
           CLOSE SEGFCONF.
           IF WCP-CANT-CONFLICTOS = 0
               GO TO 2100-CONTROLAR-CONFLICTOS-EXIT
           END-IF.

           DISPLAY "CONFLICTO DE FUNCIONES: " WCP-C-PROCESO (1)
               " " WCP-C-DESCRIP (1) LINE 19 POSITION 5.
           DISPLAY "CONFLICTOS NUEVOS ....: " WCP-CANT-CONFLICTOS
               LINE 20 POSITION 5.
           DISPLAY "APROBADOR (EMP) ......: " LINE 21 POSITION 5.
           ACCEPT WCP-EMP-APROB LINE 21 POSITION 30.
           DISPLAY "APROBADOR (SUC) ......: " LINE 22 POSITION 5.
           ACCEPT WCP-SUC-APROB LINE 22 POSITION 30.
           IF WCP-APROBADOR = LK-CLAVE-OPER
               MOVE "S" TO WCP-RECHAZADO
               GO TO 2100-CONTROLAR-CONFLICTOS-EXIT
           END-IF.
           MOVE WCP-APROBADOR TO WCP-CLAVE-OPER.
           READ CLAVPERM KEY IS WCP-CLAVE-OPER
               INVALID KEY
                   MOVE "S" TO WCP-RECHAZADO
                   GO TO 2100-CONTROLAR-CONFLICTOS-EXIT
           END-READ.
           MOVE WCP-PROG-APROBADOR TO WCP-PROG-BUSCADO.
           MOVE "N" TO WCP-TIENE.
           PERFORM 2310-COMPARAR-ACTUAL
               VARYING WCP-J FROM 1 BY 1
               UNTIL WCP-J > WCP-CANT-PROGRAMAS OR WCP-J > 20
                  OR WCP-TIENE = "S".
           IF WCP-TIENE NOT = "S"
               MOVE "S" TO WCP-RECHAZADO
           END-IF.
       2100-CONTROLAR-CONFLICTOS-EXIT.
           EXIT.

       2110-COPIAR-ANTERIOR.
           MOVE WCP-NOMBRE-PROG (WCP-J) TO WCP-NOMBRE-ANTERIOR (WCP-J).

       2200-UN-PAR.
           READ SEGFCONF NEXT RECORD
               AT END MOVE "S" TO EOF-SEGFCONF
           END-READ.
           IF NO-HAY-MAS-SEGFCONF OR NOT WSZ-ESTA-ACTIVO
               GO TO 2200-UN-PAR-EXIT
           END-IF.
           MOVE WSZ-PROG-A TO WCP-PROG-BUSCADO.
           PERFORM 2300-EN-LISTA-NUEVA.
           MOVE WCP-TIENE  TO WCP-NUEVO-A.
           MOVE WSZ-PROG-B TO WCP-PROG-BUSCADO.
           PERFORM 2300-EN-LISTA-NUEVA.
           MOVE WCP-TIENE  TO WCP-NUEVO-B.
           IF WCP-NUEVO-A NOT = "S" OR WCP-NUEVO-B NOT = "S"
               GO TO 2200-UN-PAR-EXIT
           END-IF.
           MOVE WSZ-PROG-A TO WCP-PROG-BUSCADO.
           PERFORM 2400-EN-LISTA-ANTERIOR.
           MOVE WCP-TIENE  TO WCP-ANTES-A.
           MOVE WSZ-PROG-B TO WCP-PROG-BUSCADO.
           PERFORM 2400-EN-LISTA-ANTERIOR.
           MOVE WCP-TIENE  TO WCP-ANTES-B.
           IF WCP-ANTES-A = "S" AND WCP-ANTES-B = "S"
               GO TO 2200-UN-PAR-EXIT
           END-IF.
           IF WCP-CANT-CONFLICTOS < 20
               ADD 1 TO WCP-CANT-CONFLICTOS
               MOVE WSZ-PROCESO TO WCP-C-PROCESO (WCP-CANT-CONFLICTOS)
               MOVE WSZ-NUMERO  TO WCP-C-NUMERO (WCP-CANT-CONFLICTOS)
               MOVE WSZ-DESCRIP TO WCP-C-DESCRIP (WCP-CANT-CONFLICTOS)
           END-IF.
       2200-UN-PAR-EXIT.
           EXIT.

       2300-EN-LISTA-NUEVA.
           MOVE "N" TO WCP-TIENE.
           PERFORM 2320-COMPARAR-NUEVA
               VARYING WCP-J FROM 1 BY 1
               UNTIL WCP-J > LK-CANT-PROGRAMAS OR WCP-J > 20
                  OR WCP-TIENE = "S".

       2310-COMPARAR-ACTUAL.
           IF WCP-NOMBRE-PROG (WCP-J) = WCP-PROG-BUSCADO
               MOVE "S" TO WCP-TIENE
           END-IF.

       2320-COMPARAR-NUEVA.
           IF LK-NOMBRE-PROG (WCP-J) = WCP-PROG-BUSCADO
               MOVE "S" TO WCP-TIENE
           END-IF.

       2400-EN-LISTA-ANTERIOR.
           MOVE "N" TO WCP-TIENE.
           PERFORM 2410-COMPARAR-ANTERIOR
               VARYING WCP-J FROM 1 BY 1
               UNTIL WCP-J > WCP-CANT-ANTERIOR OR WCP-TIENE = "S".

       2410-COMPARAR-ANTERIOR.
           IF WCP-NOMBRE-ANTERIOR (WCP-J) = WCP-PROG-BUSCADO
               MOVE "S" TO WCP-TIENE
           END-IF.

      *    Deja constancia de quien aprobo cada conflicto nuevo.
       2500-REGISTRAR-APROBACION.
           ACCEPT WCP-HOY FROM DATE YYYYMMDD.
           OPEN I-O SEGFAPRO.
           IF WYA-STATUS = "35"
               CLOSE SEGFAPRO
               OPEN OUTPUT SEGFAPRO
               CLOSE SEGFAPRO
               OPEN I-O SEGFAPRO
           END-IF.
           PERFORM 2510-UNA-APROBACION
               VARYING WCP-J FROM 1 BY 1
               UNTIL WCP-J > WCP-CANT-CONFLICTOS.
           CLOSE SEGFAPRO.
       2500-REGISTRAR-APROBACION-EXIT.
           EXIT.

       2510-UNA-APROBACION.
           MOVE LK-EMP-OPER              TO WYA-EMP-OPER.
           MOVE LK-SUC-OPER              TO WYA-SUC-OPER.
           MOVE WCP-C-PROCESO (WCP-J)    TO WYA-PROCESO.
           MOVE WCP-C-NUMERO (WCP-J)     TO WYA-NUMERO.
           MOVE WCP-EMP-APROB            TO WYA-EMP-APROB.
           MOVE WCP-SUC-APROB            TO WYA-SUC-APROB.
           MOVE WCP-HOY                  TO WYA-FECHA.
           WRITE REG-SEGFAPRO
               INVALID KEY REWRITE REG-SEGFAPRO
                   INVALID KEY DISPLAY "NO PUDO GRABAR SEGFAPRO"
           END-WRITE.

      *    El dispatcher del menu llama a este punto con la clave
      *    ya validada por CLAVES y el programa que se quiere
