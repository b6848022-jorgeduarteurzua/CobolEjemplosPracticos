      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Cierre de la campana de recertificacion de accesos
      *          (paso nocturno de la cadena, PARAM N). Si la campana
      *          abierta de recert_campanas.dat ya tiene todas sus
      *          decisiones o su plazo vencio, los operadores aun
      *          pendientes quedan vencidos (V) y se bloquean en
      *          usuarios.dat (auditoria OPER_ESTADO a nombre BATCH),
      *          se cierran las tareas de revision que quedaran
      *          abiertas y la campana pasa a cerrada (C). Emite el
      *          certificado de la campana al spool (CERTRECERT):
      *          fechas, totales por decision, bloqueados por plazo
      *          y el detalle de cada operador con revisor y fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencerRecertificacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-campanas ASSIGN TO
           "C:\PgmCobols\Data\recert_campanas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPANAS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-recert
               ASSIGN TO
           "C:\PgmCobols\Data\recertificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS recert-llave
               FILE STATUS IS FS-RECERT.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT reporte-cert
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-campanas.
       01  campana-linea         PIC X(80).

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-recert.
           copy "C:\PgmCobols\FD\FDRecertificacion.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  reporte-cert.
       01  REP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CAMPANAS           PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-RECERT             PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-REPORTE            PIC XX.
       01  fin-lectura           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-RUTA-SPOOL         PIC X(80).

      *    CAMPANAS (recert_campanas.dat), MISMO LAYOUT QUE
      *    GenerarRecertificacion.
       01  WS-TAB-CAMPANAS.
           05  WS-CP-ITEM OCCURS 100 TIMES.
               10  WS-CP-CODIGO     PIC X(06).
               10  WS-CP-INICIO     PIC X(08).
               10  WS-CP-LIMITE     PIC X(08).
               10  WS-CP-LANZADA    PIC X(10).
               10  WS-CP-ESTADO     PIC X.
               10  WS-CP-CIERRE     PIC X(08).
       01  WS-CP-CANT-ITEMS      PIC 9(03) VALUE 0.
       01  WS-CP-IDX             PIC 9(03).
       01  WS-CP-ABIERTA         PIC 9(03) VALUE 0.
       01  WS-CAMPANA            PIC X(06).
       01  WS-FECHA-LIMITE       PIC 9(08).
       01  WS-DESC-TAREA         PIC X(36).

      *    TOTALES DEL CERTIFICADO.
       01  WS-CONT-TOTAL         PIC 9(04) VALUE 0.
       01  WS-CONT-PEND          PIC 9(04) VALUE 0.
       01  WS-CONT-MANTENER      PIC 9(04) VALUE 0.
       01  WS-CONT-CAMBIAR       PIC 9(04) VALUE 0.
       01  WS-CONT-REVOCAR       PIC 9(04) VALUE 0.
       01  WS-CONT-VENCIDOS      PIC 9(04) VALUE 0.
       01  WS-CONT-BLOQUEADOS    PIC 9(04) VALUE 0.
       01  WS-CONT-TAREAS        PIC 9(04) VALUE 0.
       01  WS-CONT-EDIT          PIC Z(03)9.
       01  WS-DESC-DECISION      PIC X(20).

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10) VALUE 0.
      *        Los operadores no tienen RUT en este esquema; el RUT
      *        de la auditoria queda en cero y el operador afectado
      *        va en el detalle.
           05  audit-dv         PIC X VALUE SPACE.
           05  audit-campo      PIC X(15).
           05  audit-valor-ant  PIC X(50).
           05  audit-valor-nue  PIC X(50).
           05  audit-usuario    PIC X(20) VALUE "BATCH".

       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM CARGAR-CAMPANAS THRU CARGAR-CAMPANAS-FIN
           IF WS-CP-ABIERTA = 0 THEN
              DISPLAY "VencerRecertificacion: SIN CAMPANA ABIERTA."
              GOBACK
           END-IF
           MOVE WS-CP-CODIGO(WS-CP-ABIERTA) TO WS-CAMPANA
           MOVE WS-CP-LIMITE(WS-CP-ABIERTA) TO WS-FECHA-LIMITE

           OPEN I-O datos-recert
           IF FS-RECERT NOT = "00" THEN
              DISPLAY "VencerRecertificacion: NO SE PUDO ABRIR "
                      "recertificaciones.dat: " FS-RECERT
              GOBACK
           END-IF

      *       Primera pasada: solo cuenta pendientes para decidir si
      *       la campana se cierra hoy.
           MOVE 0 TO WS-CONT-PEND
           PERFORM POSICIONAR-CAMPANA
           PERFORM UNTIL fin-lectura = "S"
               READ datos-recert NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF recert-campana NOT = WS-CAMPANA THEN
                          MOVE "S" TO fin-lectura
                       ELSE
                          IF recert-pendiente THEN
                             ADD 1 TO WS-CONT-PEND
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT-PEND > 0 AND
              WS-FECHA-SYS NOT > WS-FECHA-LIMITE THEN
              DISPLAY "VencerRecertificacion: CAMPANA " WS-CAMPANA
                      " EN CURSO, " WS-CONT-PEND
                      " PENDIENTES HASTA " WS-FECHA-LIMITE
              CLOSE datos-recert
              GOBACK
           END-IF

           OPEN I-O datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "VencerRecertificacion: NO SE PUDO ABRIR "
                      "usuarios.dat: " FS-OPERADORES
              CLOSE datos-recert
              GOBACK
           END-IF

           MOVE "CERTRECERT" TO lk-sp-reporte
           MOVE "BATCH"      TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-cert
           PERFORM ENCABEZADO-CERTIFICADO

      *       Segunda pasada: vence pendientes y lista el detalle.
           PERFORM POSICIONAR-CAMPANA
           PERFORM UNTIL fin-lectura = "S"
               READ datos-recert NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF recert-campana NOT = WS-CAMPANA THEN
                          MOVE "S" TO fin-lectura
                       ELSE
                          PERFORM PROCESAR-RECERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-recert datos-operadores

           PERFORM CERRAR-TAREAS-CAMPANA THRU
                   CERRAR-TAREAS-CAMPANA-FIN

           MOVE "C"          TO WS-CP-ESTADO(WS-CP-ABIERTA)
           MOVE WS-FECHA-SYS TO WS-CP-CIERRE(WS-CP-ABIERTA)
           PERFORM GRABAR-CAMPANAS

           PERFORM TOTALES-CERTIFICADO
           CLOSE reporte-cert

           DISPLAY "VencerRecertificacion: CAMPANA " WS-CAMPANA
                   " CERRADA. OPERADORES " WS-CONT-TOTAL
                   " VENCIDOS " WS-CONT-VENCIDOS
                   " BLOQUEADOS " WS-CONT-BLOQUEADOS
           GOBACK.

       CARGAR-CAMPANAS.
           MOVE 0   TO WS-CP-CANT-ITEMS WS-CP-ABIERTA
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-campanas
           IF FS-CAMPANAS NOT = "00" THEN
              GO TO CARGAR-CAMPANAS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S" OR WS-CP-CANT-ITEMS = 100
               READ archivo-campanas
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF campana-linea NOT = SPACES THEN
                          ADD 1 TO WS-CP-CANT-ITEMS
                          UNSTRING campana-linea DELIMITED BY ";"
                              INTO WS-CP-CODIGO(WS-CP-CANT-ITEMS),
                                   WS-CP-INICIO(WS-CP-CANT-ITEMS),
                                   WS-CP-LIMITE(WS-CP-CANT-ITEMS),
                                   WS-CP-LANZADA(WS-CP-CANT-ITEMS),
                                   WS-CP-ESTADO(WS-CP-CANT-ITEMS),
                                   WS-CP-CIERRE(WS-CP-CANT-ITEMS)
                          END-UNSTRING
                          IF WS-CP-ESTADO(WS-CP-CANT-ITEMS) = "A" THEN
                             MOVE WS-CP-CANT-ITEMS TO WS-CP-ABIERTA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-campanas.
       CARGAR-CAMPANAS-FIN.
           EXIT.

       GRABAR-CAMPANAS.
           OPEN OUTPUT archivo-campanas
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-CANT-ITEMS
              MOVE SPACES TO campana-linea
              STRING WS-CP-CODIGO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-INICIO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-LIMITE(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-LANZADA(WS-CP-IDX) DELIMITED BY SPACE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-ESTADO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-CIERRE(WS-CP-IDX)  DELIMITED BY SIZE
                        INTO campana-linea
              END-STRING
              WRITE campana-linea
           END-PERFORM
           CLOSE archivo-campanas
           .

       POSICIONAR-CAMPANA.
           MOVE "N"        TO fin-lectura
           MOVE WS-CAMPANA TO recert-campana
           MOVE LOW-VALUES TO recert-operador
           START datos-recert KEY IS NOT < recert-llave
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           .

      *----------------------------------------------------------*
      * PROCESAR-RECERT : un pendiente al cierre queda vencido y  *
      * su operador bloqueado; todos van al detalle.              *
      *----------------------------------------------------------*
       PROCESAR-RECERT.
           ADD 1 TO WS-CONT-TOTAL
           IF recert-pendiente THEN
              MOVE "V"          TO recert-estado
              MOVE "BATCH"      TO recert-revisor
              MOVE WS-FECHA-SYS TO recert-fec-decision
              MOVE "SIN CERTIFICAR AL VENCER EL PLAZO" TO recert-nota
              REWRITE recert-registro END-REWRITE
              PERFORM BLOQUEAR-OPERADOR
           END-IF
           EVALUATE TRUE
               WHEN recert-vencida
                   ADD 1 TO WS-CONT-VENCIDOS
                   MOVE "VENCIDO-BLOQUEADO" TO WS-DESC-DECISION
               WHEN recert-mantener
                   ADD 1 TO WS-CONT-MANTENER
                   MOVE "MANTENIDO"         TO WS-DESC-DECISION
               WHEN recert-cambiar
                   ADD 1 TO WS-CONT-CAMBIAR
                   MOVE SPACES TO WS-DESC-DECISION
                   STRING "CAMBIADO A "        DELIMITED BY SIZE
                          recert-nuevo-perfil  DELIMITED BY SIZE
                             INTO WS-DESC-DECISION
                   END-STRING
               WHEN recert-revocar
                   ADD 1 TO WS-CONT-REVOCAR
                   MOVE "REVOCADO"          TO WS-DESC-DECISION
               WHEN OTHER
                   MOVE recert-decision     TO WS-DESC-DECISION
           END-EVALUATE

           MOVE SPACES TO REP-LINEA
           STRING recert-operador        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  recert-perfil          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  recert-supervisor      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DESC-DECISION       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  recert-revisor         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  recert-fec-decision    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  recert-nota            DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       BLOQUEAR-OPERADOR.
           MOVE recert-operador TO operador-id
           READ datos-operadores
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF operador-activo THEN
                      MOVE "B" TO operador-estado
                      REWRITE operador-registro END-REWRITE
                      IF FS-OPERADORES = "00" THEN
                         ADD 1 TO WS-CONT-BLOQUEADOS
                         MOVE "OPER_ESTADO" TO audit-campo
                         MOVE SPACES TO audit-valor-ant
                                        audit-valor-nue
                         STRING operador-id DELIMITED BY SPACE
                                " A"        DELIMITED BY SIZE
                                   INTO audit-valor-ant
                         END-STRING
                         STRING "B RECERT " DELIMITED BY SIZE
                                WS-CAMPANA  DELIMITED BY SIZE
                                   INTO audit-valor-nue
                         END-STRING
                         CALL "GrabarAuditoria" USING
                                                PAR-ENTRADA-AUDIT
                      END-IF
                   END-IF
           END-READ
           .

      *    LAS TAREAS DE REVISION DE LA CAMPANA (RUT 0) QUE SIGAN
      *    ABIERTAS SE CIERRAN CON LA CAMPANA.
       CERRAR-TAREAS-CAMPANA.
           OPEN I-O datos-tareas
           IF FS-TAREAS NOT = "00" THEN
              GO TO CERRAR-TAREAS-CAMPANA-FIN
           END-IF
           MOVE SPACES TO WS-DESC-TAREA
           STRING "RECERTIFICAR ACCESOS CAMPANA " DELIMITED BY SIZE
                  WS-CAMPANA                      DELIMITED BY SIZE
                     INTO WS-DESC-TAREA
           END-STRING
           MOVE "N" TO fin-lectura
           MOVE 0 TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF tarea-rut NOT = 0 THEN
                          MOVE "S" TO fin-lectura
                       ELSE
                          IF tarea-pendiente AND
                             tarea-descripcion(1:36) = WS-DESC-TAREA
                             THEN
                             MOVE "C"          TO tarea-estado
                             MOVE WS-FECHA-SYS TO tarea-fecmod
                             MOVE "BATCH"      TO tarea-usuario-mod
                             REWRITE tarea-registro END-REWRITE
                             ADD 1 TO WS-CONT-TAREAS
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-tareas.
       CERRAR-TAREAS-CAMPANA-FIN.
           EXIT.

       ENCABEZADO-CERTIFICADO.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CERTIFICADO DE RECERTIFICACION DE ACCESOS - CAMPANA "
                                          DELIMITED BY SIZE
                  WS-CAMPANA              DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "LANZADA EL "           DELIMITED BY SIZE
                  WS-CP-INICIO(WS-CP-ABIERTA)  DELIMITED BY SIZE
                  " POR "                 DELIMITED BY SIZE
                  WS-CP-LANZADA(WS-CP-ABIERTA) DELIMITED BY SPACE
                  " - PLAZO "             DELIMITED BY SIZE
                  WS-FECHA-LIMITE         DELIMITED BY SIZE
                  " - CERRADA EL "        DELIMITED BY SIZE
                  WS-FECHA-SYS            DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES       TO REP-LINEA
           MOVE "OPERADOR"   TO REP-LINEA(1:8)
           MOVE "P"          TO REP-LINEA(12:1)
           MOVE "SUPERVISOR" TO REP-LINEA(14:10)
           MOVE "DECISION"   TO REP-LINEA(25:8)
           MOVE "REVISOR"    TO REP-LINEA(46:7)
           MOVE "FECHA"      TO REP-LINEA(57:5)
           MOVE "NOTA"       TO REP-LINEA(66:4)
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           .

       TOTALES-CERTIFICADO.
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-CONT-TOTAL TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "OPERADORES EN LA CAMPANA....: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-MANTENER TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  MANTENIDOS................: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-CAMBIAR TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  CAMBIADOS.................: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-REVOCAR TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  REVOCADOS.................: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-VENCIDOS TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  VENCIDOS SIN CERTIFICAR...: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-BLOQUEADOS TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  BLOQUEADOS AL CIERRE......: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-CONT-TAREAS TO WS-CONT-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "TAREAS DE REVISION CERRADAS.: " DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CAMPANA " DELIMITED BY SIZE
                  WS-CAMPANA DELIMITED BY SIZE
                  " COMPLETADA: TODO OPERADOR QUEDO CERTIFICADO O BLOQ
      -           "UEADO." DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       END PROGRAM VencerRecertificacion.
