       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DOCCHK.
       AUTHOR.           H-A-S.
      *----------------------------------------------------------
      * Control de documentacion antes de la salida de una ruta:
      * se invoca por CALL con la ruta, la fecha de reparto y la
      * clave empresa/sucursal del supervisor (cero si no se
      * pide todavia). Revisa:
      *   - el vehiculo asignado a la ruta en VEHIC: VTV, RUTA y
      *     habilitacion SENASA de transporte refrigerado en
      *     DOCVEH, y una poliza de seguro vigente en POLIZA
      *     (SEGUROS);
      *   - el chofer de la ruta/fecha en TRIPULA (rol C), o si
      *     no se cargo la tripulacion el chofer asignado a la
      *     ruta en EMPLEADO: licencia de conducir y LINTI en
      *     DOCCHOF.
      * Un documento que falta o esta vencido a la fecha frena
      * la salida. Devuelve en LK-AUTORIZADO:
      *   "S" todo en regla;
      *   "A" con faltas, autorizado por el supervisor (la
      *       sucursal debe tener "SALIDOC" en CLAVPERM, como
      *       PREOVCHK);
      *   "N" con faltas y sin autorizacion.
      * LK-MOTIVO trae la primera falta y LK-CANT-FALTAS
      * cuantas hay. Los documentos los mantiene DOCFLOTA. Lo
      * llaman FRIOCAP (lectura de salida) y ARBACOT (COT).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCVEH    ASSIGN TO "DOCVEH"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQV-CLAVE
                             FILE STATUS IS WQV-STATUS.
           SELECT DOCCHOF   ASSIGN TO "DOCCHOF"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WQH-CLAVE
                             FILE STATUS IS WQH-STATUS.
           SELECT VEHIC     ASSIGN TO "VEHIC"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WVH-DOMINIO
                             FILE STATUS IS WVH-STATUS.
           SELECT TRIPULA   ASSIGN TO "TRIPULA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WTR-CLAVE
                             ALTERNATE RECORD KEY IS WTR-LEGAJO-CLAVE
                                 WITH DUPLICATES
                             FILE STATUS IS WTR-STATUS.
           SELECT EMPLEADO  ASSIGN TO "EMPLEADO"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WEM-LEGAJO
                             ALTERNATE RECORD KEY IS WEM-RUTA
                                 WITH DUPLICATES
                             FILE STATUS IS WEM-STATUS.
           SELECT POLIZA    ASSIGN TO "POLIZA"
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IS WYP-CLAVE
                             ALTERNATE RECORD KEY IS WYP-DOMINIO
                                 WITH DUPLICATES
                             FILE STATUS IS WYP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCVEH.
       01  REG-DOCVEH.
           05  WQV-CLAVE.
               10  WQV-DOMINIO       PIC X(07).
               10  WQV-TIPO          PIC X(03).
           05  WQV-NUMERO            PIC X(20).
           05  WQV-FEC-VTO           PIC 9(08).

       FD  DOCCHOF.
       01  REG-DOCCHOF.
           05  WQH-CLAVE.
               10  WQH-LEGAJO        PIC 9(05).
               10  WQH-TIPO          PIC X(03).
           05  WQH-NUMERO            PIC X(20).
           05  WQH-FEC-VTO           PIC 9(08).

       FD  VEHIC.
       01  REG-VEHIC.
           05  WVH-DOMINIO           PIC X(07).
           05  WVH-CAPACIDAD-KG      PIC 9(05).
           05  WVH-RUTA              PIC 9(04).

       FD  TRIPULA.
       01  REG-TRIPULA.
           05  WTR-CLAVE.
               10  WTR-RUTA          PIC 9(04).
               10  WTR-FECHA         PIC 9(08).
               10  WTR-LEGAJO        PIC 9(05).
           05  WTR-LEGAJO-CLAVE.
               10  WTR-LEG-LEGAJO    PIC 9(05).
               10  WTR-LEG-FECHA     PIC 9(08).
           05  WTR-ROL               PIC X(01).
               88  WTR-ES-CHOFER      VALUE "C".

       FD  EMPLEADO.
       01  REG-EMPLEADO.
           05  WEM-LEGAJO            PIC 9(05).
           05  WEM-NOMBRE            PIC X(30).
           05  WEM-CUIL              PIC 9(11).
           05  WEM-CONVENIO          PIC X(06).
           05  WEM-CATEGORIA         PIC X(04).
           05  WEM-CCOSTO            PIC X(03).
           05  WEM-RUTA              PIC 9(04).
           05  WEM-FUNCION           PIC X(01).
               88  WEM-ES-CHOFER      VALUE "C".

       FD  POLIZA.
       01  REG-POLIZA.
           05  WYP-CLAVE.
               10  WYP-ASEGURADORA   PIC 9(06).
               10  WYP-NRO-POLIZA    PIC X(20).
           05  WYP-TIPO-BIEN         PIC X(01).
               88  WYP-ES-VEHICULO    VALUE "V".
           05  WYP-DOMINIO           PIC X(07).
           05  WYP-BIEN              PIC 9(04).
           05  WYP-LICITACION.
               10  WYP-LIC-CUENTA    PIC 9(06).
               10  WYP-LIC-NUMERO    PIC X(12).
           05  WYP-BIEN-ASEGURADO    PIC X(30).
           05  WYP-COBERTURA         PIC X(30).
           05  WYP-SUMA-ASEGURADA    PIC S9(11)V99.
           05  WYP-FEC-DESDE         PIC 9(08).
           05  WYP-FEC-HASTA         PIC 9(08).
           05  WYP-PRIMA-TOTAL       PIC S9(09)V99.
           05  WYP-CANT-CUOTAS       PIC 9(02).
           05  WYP-ESTADO            PIC X(01).
               88  WYP-ANULADA        VALUE "A".

       WORKING-STORAGE SECTION.
       77  WQV-STATUS                PIC X(02).
       77  WQH-STATUS                PIC X(02).
       77  WVH-STATUS                PIC X(02).
       77  WTR-STATUS                PIC X(02).
       77  WEM-STATUS                PIC X(02).
       77  WYP-STATUS                PIC X(02).
       77  WQK-HALLADO               PIC X(01).
       77  WQK-DOMINIO               PIC X(07).
       77  WQK-LEGAJO                PIC 9(05).
       77  WQK-IX                    PIC 9(02) COMP.
       77  WQK-FALTA                 PIC X(40).
       77  WQK-MODO-CLAVPERM         PIC X(01) VALUE "V".
       77  WQK-PROGRAMA              PIC X(08) VALUE "SALIDOC".
       77  WQK-SUPERV-AUT            PIC X(01).
       77  WQK-CANT-PROGRAMAS        PIC 9(02) VALUE 0.
       77  EOF-ARCHIVO                PIC X(01).
           88  NO-HAY-MAS-REG         VALUE "S".
       01  WQK-TABLA-PROGRAMAS.
           05  WQK-NOMBRE-PROG       OCCURS 20 TIMES PIC X(08).

      *    Documentos exigidos al vehiculo y al chofer.
       01  WQK-DOCS-VEHICULO         PIC X(09) VALUE "VTVRUTSEN".
       01  WQK-DOCS-VEHICULO-R REDEFINES WQK-DOCS-VEHICULO.
           05  WQK-DOC-VEHICULO      OCCURS 3 TIMES PIC X(03).
       01  WQK-DOCS-CHOFER           PIC X(06) VALUE "LICLIN".
       01  WQK-DOCS-CHOFER-R REDEFINES WQK-DOCS-CHOFER.
           05  WQK-DOC-CHOFER        OCCURS 2 TIMES PIC X(03).

       LINKAGE SECTION.
       01  LK-RUTA                   PIC 9(04).
       01  LK-FECHA                  PIC 9(08).
       01  LK-CLAVE-OPER.
           05  LK-EMP-OPER           PIC 9(04).
           05  LK-SUC-OPER           PIC 9(02).
       01  LK-AUTORIZADO             PIC X(01).
       01  LK-MOTIVO                 PIC X(40).
       01  LK-CANT-FALTAS            PIC 9(02).

       PROCEDURE DIVISION USING LK-RUTA
                                 LK-FECHA
                                 LK-CLAVE-OPER
                                 LK-AUTORIZADO
                                 LK-MOTIVO
                                 LK-CANT-FALTAS.
       DECLARATIVES.
       DOCVEH-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DOCVEH.
           DISPLAY "ERROR E/S DOCVEH: " WQV-STATUS.
       DOCCHOF-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON DOCCHOF.
           DISPLAY "ERROR E/S DOCCHOF: " WQH-STATUS.
       VEHIC-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON VEHIC.
           DISPLAY "ERROR E/S VEHIC: " WVH-STATUS.
       TRIPULA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON TRIPULA.
           DISPLAY "ERROR E/S TRIPULA: " WTR-STATUS.
       EMPLEADO-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON EMPLEADO.
           DISPLAY "ERROR E/S EMPLEADO: " WEM-STATUS.
       POLIZA-ERR SECTION.
           USE AFTER ERROR PROCEDURE ON POLIZA.
           DISPLAY "ERROR E/S POLIZA: " WYP-STATUS.
       END DECLARATIVES.

       0000-MAINLINE.
           MOVE "S"    TO LK-AUTORIZADO.
           MOVE SPACES TO LK-MOTIVO.
           MOVE 0      TO LK-CANT-FALTAS.
           OPEN INPUT DOCVEH.
           OPEN INPUT DOCCHOF.
           OPEN INPUT VEHIC.
           OPEN INPUT TRIPULA.
           OPEN INPUT EMPLEADO.
           OPEN INPUT POLIZA.
           PERFORM 2000-VEHICULO THRU 2000-VEHICULO-EXIT.
           PERFORM 3000-CHOFER THRU 3000-CHOFER-EXIT.
           IF LK-CANT-FALTAS > 0
               MOVE "N" TO LK-AUTORIZADO
               IF LK-CLAVE-OPER NOT = ZEROS
                   PERFORM 4000-SUPERVISOR
               END-IF
           END-IF.
           CLOSE DOCVEH.
           CLOSE DOCCHOF.
           CLOSE VEHIC.
           CLOSE TRIPULA.
           CLOSE EMPLEADO.
           CLOSE POLIZA.
           GOBACK.

      *    Vehiculo de la ruta (VEHIC por dominio: se recorre
      *    hasta encontrar la ruta, como FRIOCAP), sus papeles y
      *    el seguro.
       2000-VEHICULO.
           MOVE "N"    TO WQK-HALLADO.
           MOVE "N"    TO EOF-ARCHIVO.
           MOVE SPACES TO WVH-DOMINIO.
           START VEHIC KEY IS NOT LESS THAN WVH-DOMINIO
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           PERFORM 2100-BUSCAR-VEHICULO
               THRU 2100-BUSCAR-VEHICULO-EXIT
               UNTIL NO-HAY-MAS-REG OR WQK-HALLADO = "S".
           IF WQK-HALLADO = "N"
               MOVE "RUTA SIN VEHICULO ASIGNADO" TO WQK-FALTA
               PERFORM 9000-FALTA
               GO TO 2000-VEHICULO-EXIT
           END-IF.
           MOVE WVH-DOMINIO TO WQK-DOMINIO.
           PERFORM 2200-DOC-VEHICULO THRU 2200-DOC-VEHICULO-EXIT
               VARYING WQK-IX FROM 1 BY 1 UNTIL WQK-IX > 3.
           PERFORM 2300-SEGURO THRU 2300-SEGURO-EXIT.
       2000-VEHICULO-EXIT.
           EXIT.

       2100-BUSCAR-VEHICULO.
           READ VEHIC NEXT RECORD
               AT END MOVE "S" TO EOF-ARCHIVO
           END-READ.
           IF NO-HAY-MAS-REG
               GO TO 2100-BUSCAR-VEHICULO-EXIT
           END-IF.
           IF WVH-RUTA = LK-RUTA
               MOVE "S" TO WQK-HALLADO
           END-IF.
       2100-BUSCAR-VEHICULO-EXIT.
           EXIT.

       2200-DOC-VEHICULO.
           MOVE WQK-DOMINIO             TO WQV-DOMINIO.
           MOVE WQK-DOC-VEHICULO (WQK-IX) TO WQV-TIPO.
           MOVE SPACES TO WQK-FALTA.
           READ DOCVEH KEY IS WQV-CLAVE
               INVALID KEY
                   STRING "FALTA " WQV-TIPO " DEL VEHICULO "
                          WQK-DOMINIO DELIMITED BY SIZE
                       INTO WQK-FALTA
                   END-STRING
                   PERFORM 9000-FALTA
                   GO TO 2200-DOC-VEHICULO-EXIT
           END-READ.
           IF WQV-FEC-VTO NOT = 0 AND WQV-FEC-VTO < LK-FECHA
               STRING WQV-TIPO " VENCIDA DEL VEHICULO "
                      WQK-DOMINIO DELIMITED BY SIZE
                   INTO WQK-FALTA
               END-STRING
               PERFORM 9000-FALTA
           END-IF.
       2200-DOC-VEHICULO-EXIT.
           EXIT.

      *    Alguna poliza del dominio, no anulada, vigente a la
      *    fecha de la salida.
       2300-SEGURO.
           MOVE "N" TO WQK-HALLADO.
           MOVE "N" TO EOF-ARCHIVO.
           IF WYP-STATUS NOT = "00"
               MOVE "S" TO EOF-ARCHIVO
           END-IF.
           MOVE WQK-DOMINIO TO WYP-DOMINIO.
           START POLIZA KEY IS EQUAL TO WYP-DOMINIO
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           PERFORM 2310-UNA-POLIZA THRU 2310-UNA-POLIZA-EXIT
               UNTIL NO-HAY-MAS-REG OR WQK-HALLADO = "S".
           IF WQK-HALLADO = "N"
               MOVE SPACES TO WQK-FALTA
               STRING "SIN SEGURO VIGENTE DEL VEHICULO "
                      WQK-DOMINIO DELIMITED BY SIZE
                   INTO WQK-FALTA
               END-STRING
               PERFORM 9000-FALTA
           END-IF.
       2300-SEGURO-EXIT.
           EXIT.

       2310-UNA-POLIZA.
           READ POLIZA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 2310-UNA-POLIZA-EXIT
           END-READ.
           IF WYP-DOMINIO NOT = WQK-DOMINIO
               MOVE "S" TO EOF-ARCHIVO
               GO TO 2310-UNA-POLIZA-EXIT
           END-IF.
           IF WYP-ES-VEHICULO AND NOT WYP-ANULADA
              AND WYP-FEC-DESDE NOT > LK-FECHA
              AND WYP-FEC-HASTA NOT < LK-FECHA
               MOVE "S" TO WQK-HALLADO
           END-IF.
       2310-UNA-POLIZA-EXIT.
           EXIT.

      *    Chofer: el de la tripulacion cargada para la salida;
      *    si todavia no se cargo, el asignado a la ruta.
       3000-CHOFER.
           MOVE "N" TO WQK-HALLADO.
           MOVE "N" TO EOF-ARCHIVO.
           MOVE LK-RUTA  TO WTR-RUTA.
           MOVE LK-FECHA TO WTR-FECHA.
           MOVE 0        TO WTR-LEGAJO.
           START TRIPULA KEY IS NOT LESS THAN WTR-CLAVE
               INVALID KEY MOVE "S" TO EOF-ARCHIVO
           END-START.
           PERFORM 3100-TRIPULANTE THRU 3100-TRIPULANTE-EXIT
               UNTIL NO-HAY-MAS-REG OR WQK-HALLADO = "S".
           IF WQK-HALLADO = "N"
               MOVE "N"     TO EOF-ARCHIVO
               MOVE LK-RUTA TO WEM-RUTA
               START EMPLEADO KEY IS EQUAL TO WEM-RUTA
                   INVALID KEY MOVE "S" TO EOF-ARCHIVO
               END-START
               PERFORM 3200-EMPLEADO-RUTA
                   THRU 3200-EMPLEADO-RUTA-EXIT
                   UNTIL NO-HAY-MAS-REG OR WQK-HALLADO = "S"
           END-IF.
           IF WQK-HALLADO = "N"
               MOVE "RUTA SIN CHOFER EN TRIPULA" TO WQK-FALTA
               PERFORM 9000-FALTA
               GO TO 3000-CHOFER-EXIT
           END-IF.
           PERFORM 3300-DOC-CHOFER THRU 3300-DOC-CHOFER-EXIT
               VARYING WQK-IX FROM 1 BY 1 UNTIL WQK-IX > 2.
       3000-CHOFER-EXIT.
           EXIT.

       3100-TRIPULANTE.
           READ TRIPULA NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 3100-TRIPULANTE-EXIT
           END-READ.
           IF WTR-RUTA NOT = LK-RUTA OR WTR-FECHA NOT = LK-FECHA
               MOVE "S" TO EOF-ARCHIVO
               GO TO 3100-TRIPULANTE-EXIT
           END-IF.
           IF WTR-ES-CHOFER
               MOVE WTR-LEGAJO TO WQK-LEGAJO
               MOVE "S" TO WQK-HALLADO
           END-IF.
       3100-TRIPULANTE-EXIT.
           EXIT.

       3200-EMPLEADO-RUTA.
           READ EMPLEADO NEXT RECORD
               AT END
                   MOVE "S" TO EOF-ARCHIVO
                   GO TO 3200-EMPLEADO-RUTA-EXIT
           END-READ.
           IF WEM-RUTA NOT = LK-RUTA
               MOVE "S" TO EOF-ARCHIVO
               GO TO 3200-EMPLEADO-RUTA-EXIT
           END-IF.
           IF WEM-ES-CHOFER
               MOVE WEM-LEGAJO TO WQK-LEGAJO
               MOVE "S" TO WQK-HALLADO
           END-IF.
       3200-EMPLEADO-RUTA-EXIT.
           EXIT.

       3300-DOC-CHOFER.
           MOVE WQK-LEGAJO              TO WQH-LEGAJO.
           MOVE WQK-DOC-CHOFER (WQK-IX) TO WQH-TIPO.
           MOVE SPACES TO WQK-FALTA.
           READ DOCCHOF KEY IS WQH-CLAVE
               INVALID KEY
                   STRING "FALTA " WQH-TIPO " DEL CHOFER "
                          WQK-LEGAJO DELIMITED BY SIZE
                       INTO WQK-FALTA
                   END-STRING
                   PERFORM 9000-FALTA
                   GO TO 3300-DOC-CHOFER-EXIT
           END-READ.
           IF WQH-FEC-VTO NOT = 0 AND WQH-FEC-VTO < LK-FECHA
               STRING WQH-TIPO " VENCIDA DEL CHOFER "
                      WQK-LEGAJO DELIMITED BY SIZE
                   INTO WQK-FALTA
               END-STRING
               PERFORM 9000-FALTA
           END-IF.
       3300-DOC-CHOFER-EXIT.
           EXIT.

       4000-SUPERVISOR.
           CALL "CLAVPERM" USING WQK-MODO-CLAVPERM
                                 LK-CLAVE-OPER
                                 WQK-PROGRAMA
                                 WQK-SUPERV-AUT
                                 WQK-CANT-PROGRAMAS
                                 WQK-TABLA-PROGRAMAS
           END-CALL.
           IF WQK-SUPERV-AUT = "S"
               MOVE "A" TO LK-AUTORIZADO
           END-IF.

       9000-FALTA.
           ADD 1 TO LK-CANT-FALTAS.
           IF LK-MOTIVO = SPACES
               MOVE WQK-FALTA TO LK-MOTIVO
           END-IF.
