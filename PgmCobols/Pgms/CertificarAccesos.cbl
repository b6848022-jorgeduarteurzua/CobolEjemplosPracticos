      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Certificacion de accesos de la campana abierta de
      *          recertificacion (recert_campanas.dat). Muestra al
      *          operador conectado los operadores pendientes que le
      *          toca revisar como supervisor (perfil A ademas los
      *          que no tienen supervisor valido; nadie se certifica
      *          a si mismo) y registra la decision: M mantener,
      *          C cambiar perfil/region/empresas, R revocar (bloquea
      *          al operador). Los cambios se aplican en usuarios.dat
      *          con su auditoria; la decision queda con revisor y
      *          fecha en recertificaciones.dat. Al terminar su lista
      *          se cierra la tarea de la campana en su cola.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificarAccesos.

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

       WORKING-STORAGE SECTION.
       01  FS-CAMPANAS           PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-RECERT             PIC XX.
       01  FS-TAREAS             PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-CONT-PEND          PIC 9(04) VALUE 0.
       01  WS-CONT-DECIDIDAS     PIC 9(04) VALUE 0.
       01  WS-DECISION           PIC X.
       01  WS-NOTA               PIC X(40).

      *    CAMPANA ABIERTA.
       01  WS-CP-CODIGO          PIC X(06).
       01  WS-CP-INICIO          PIC X(08).
       01  WS-CP-LIMITE          PIC X(08).
       01  WS-CP-LANZADA         PIC X(10).
       01  WS-CP-ESTADO          PIC X.
       01  WS-CP-CIERRE          PIC X(08).
       01  WS-CAMPANA            PIC X(06).
       01  WS-FECHA-LIMITE       PIC 9(08).

      *    ACCESOS NUEVOS PARA LA DECISION C.
       01  WS-NUEVO-PERFIL       PIC X.
       01  WS-NUEVA-REGION       PIC X(30).
       01  WS-NUEVAS-EMPRESAS    PIC X(12).
       01  WS-PERFIL-ANT         PIC X.
       01  WS-REGION-ANT         PIC X(30).
       01  WS-EMPRESAS-ANT       PIC X(12).
       01  WS-ESTADO-ANT         PIC X.

       01  WS-DESC-TAREA         PIC X(36).

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10) VALUE 0.
      *        Los operadores no tienen RUT en este esquema; el RUT
      *        de la auditoria queda en cero y el operador afectado
      *        va en el detalle.
           05  audit-dv         PIC X VALUE SPACE.
           05  audit-campo      PIC X(15).
           05  audit-valor-ant  PIC X(50).
           05  audit-valor-nue  PIC X(50).
           05  audit-usuario    PIC X(20).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; la decision queda a nombre de LK-OPERADOR-ID.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-CONT-PEND WS-CONT-DECIDIDAS
           MOVE SPACES TO WS-CAMPANA
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE LK-OPERADOR-ID TO audit-usuario

           PERFORM BUSCAR-CAMPANA-ABIERTA THRU
                   BUSCAR-CAMPANA-ABIERTA-FIN
           IF WS-CAMPANA = SPACES THEN
              DISPLAY "NO HAY CAMPANA DE RECERTIFICACION ABIERTA."
              GOBACK
           END-IF
           IF WS-FECHA-SYS > WS-FECHA-LIMITE THEN
              DISPLAY "EL PLAZO DE LA CAMPANA " WS-CAMPANA
                      " VENCIO EL " WS-FECHA-LIMITE "."
              DISPLAY "LOS PENDIENTES SE BLOQUEAN EN EL CIERRE."
              GOBACK
           END-IF

           OPEN I-O datos-recert
           IF FS-RECERT NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR recertificaciones.dat: "
                      FS-RECERT
              GOBACK
           END-IF
           OPEN I-O datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR usuarios.dat: " FS-OPERADORES
              CLOSE datos-recert
              GOBACK
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "RECERTIFICACION " WS-CAMPANA " - PLAZO "
                   WS-FECHA-LIMITE
           DISPLAY "---------------------------------------------"

           MOVE WS-CAMPANA  TO recert-campana
           MOVE LOW-VALUES  TO recert-operador
           START datos-recert KEY IS NOT < recert-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START

           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-recert NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF recert-campana NOT = WS-CAMPANA THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF recert-pendiente AND
                             recert-operador NOT = LK-OPERADOR-ID AND
                             (recert-supervisor = LK-OPERADOR-ID OR
                             (recert-supervisor = SPACES AND
                              LK-OPERADOR-PERFIL = "A")) THEN
                             PERFORM CERTIFICAR-OPERADOR THRU
                                     CERTIFICAR-OPERADOR-FIN
                          END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "PENDIENTES: " WS-CONT-PEND
                   "  DECIDIDOS AHORA: " WS-CONT-DECIDIDAS
           CLOSE datos-recert datos-operadores
           IF WS-CONT-PEND > 0 AND
              WS-CONT-PEND = WS-CONT-DECIDIDAS THEN
              PERFORM CERRAR-TAREA-CAMPANA THRU
                      CERRAR-TAREA-CAMPANA-FIN
           END-IF
           GOBACK.

       BUSCAR-CAMPANA-ABIERTA.
           OPEN INPUT archivo-campanas
           IF FS-CAMPANAS NOT = "00" THEN
              GO TO BUSCAR-CAMPANA-ABIERTA-FIN
           END-IF
           PERFORM UNTIL fin-de-archivo = "Y"
               READ archivo-campanas
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       MOVE SPACES TO WS-CP-ESTADO
                       UNSTRING campana-linea DELIMITED BY ";"
                           INTO WS-CP-CODIGO, WS-CP-INICIO,
                                WS-CP-LIMITE, WS-CP-LANZADA,
                                WS-CP-ESTADO, WS-CP-CIERRE
                       END-UNSTRING
                       IF WS-CP-ESTADO = "A" THEN
                          MOVE WS-CP-CODIGO TO WS-CAMPANA
                          MOVE WS-CP-LIMITE TO WS-FECHA-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-campanas
           MOVE "N" TO fin-de-archivo.
       BUSCAR-CAMPANA-ABIERTA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CERTIFICAR-OPERADOR : muestra los accesos enviados a      *
      * revision y pide la decision; en blanco queda pendiente.   *
      *----------------------------------------------------------*
       CERTIFICAR-OPERADOR.
           ADD 1 TO WS-CONT-PEND
           DISPLAY recert-operador " PERFIL " recert-perfil
                   " EMPRESAS " recert-empresas
           DISPLAY "  REGION: " recert-region
           DISPLAY "  DECISION (M=MANTENER C=CAMBIAR R=REVOCAR, "
                   "BLANCO=SEGUIR PENDIENTE)? "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "m"
                   MOVE "M" TO WS-DECISION
               WHEN "c"
                   MOVE "C" TO WS-DECISION
               WHEN "r"
                   MOVE "R" TO WS-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DECISION NOT = "M" AND
              WS-DECISION NOT = "C" AND
              WS-DECISION NOT = "R" THEN
              DISPLAY "  QUEDA PENDIENTE."
              GO TO CERTIFICAR-OPERADOR-FIN
           END-IF

           MOVE recert-operador TO operador-id
           READ datos-operadores
               INVALID KEY
                   DISPLAY "  EL OPERADOR YA NO EXISTE EN usuarios.dat."
                   GO TO CERTIFICAR-OPERADOR-FIN
           END-READ
           MOVE operador-perfil   TO WS-PERFIL-ANT
           MOVE operador-region   TO WS-REGION-ANT
           MOVE operador-empresas TO WS-EMPRESAS-ANT
           MOVE operador-estado   TO WS-ESTADO-ANT

           MOVE SPACES TO recert-nuevo-perfil recert-nueva-region
                          recert-nuevas-empresas
           IF WS-DECISION = "C" THEN
              PERFORM PEDIR-CAMBIOS THRU PEDIR-CAMBIOS-FIN
              IF WS-NUEVO-PERFIL = SPACE THEN
                 DISPLAY "  CAMBIO CANCELADO; QUEDA PENDIENTE."
                 GO TO CERTIFICAR-OPERADOR-FIN
              END-IF
              MOVE WS-NUEVO-PERFIL    TO operador-perfil
                                         recert-nuevo-perfil
              MOVE WS-NUEVA-REGION    TO operador-region
                                         recert-nueva-region
              MOVE WS-NUEVAS-EMPRESAS TO operador-empresas
                                         recert-nuevas-empresas
           END-IF
           IF WS-DECISION = "R" THEN
              MOVE "B" TO operador-estado
           END-IF

           DISPLAY "  NOTA: "
           MOVE SPACES TO WS-NOTA
           ACCEPT WS-NOTA

           MOVE WS-FECHA-SYS TO operador-fec-recert
           REWRITE operador-registro END-REWRITE
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "  NO SE PUDO REGRABAR EL OPERADOR: "
                      FS-OPERADORES
              GO TO CERTIFICAR-OPERADOR-FIN
           END-IF
           PERFORM AUDITAR-DECISION

           MOVE "D"            TO recert-estado
           MOVE WS-DECISION    TO recert-decision
           MOVE LK-OPERADOR-ID TO recert-revisor
           MOVE WS-FECHA-SYS   TO recert-fec-decision
           MOVE WS-NOTA        TO recert-nota
           REWRITE recert-registro END-REWRITE
           IF FS-RECERT NOT = "00" THEN
              DISPLAY "  NO SE PUDO REGISTRAR LA DECISION: " FS-RECERT
              GO TO CERTIFICAR-OPERADOR-FIN
           END-IF
           ADD 1 TO WS-CONT-DECIDIDAS
           DISPLAY "  DECISION REGISTRADA.".
       CERTIFICAR-OPERADOR-FIN.
           EXIT.

      *    ENTER MANTIENE EL VALOR ACTUAL; "-" DEJA REGION O EMPRESAS
      *    EN BLANCO (SIN RESTRICCION / SOLO 001).
       PEDIR-CAMBIOS.
           MOVE SPACE TO WS-NUEVO-PERFIL
           DISPLAY "  NUEVO PERFIL (A/C/L, ENTER = " WS-PERFIL-ANT
                   "): "
           ACCEPT WS-NUEVO-PERFIL
           EVALUATE WS-NUEVO-PERFIL
               WHEN "a"
                   MOVE "A" TO WS-NUEVO-PERFIL
               WHEN "c"
                   MOVE "C" TO WS-NUEVO-PERFIL
               WHEN "l"
                   MOVE "L" TO WS-NUEVO-PERFIL
               WHEN SPACE
                   MOVE WS-PERFIL-ANT TO WS-NUEVO-PERFIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NUEVO-PERFIL NOT = "A" AND
              WS-NUEVO-PERFIL NOT = "C" AND
              WS-NUEVO-PERFIL NOT = "L" THEN
              DISPLAY "  PERFIL INVALIDO."
              MOVE SPACE TO WS-NUEVO-PERFIL
              GO TO PEDIR-CAMBIOS-FIN
           END-IF
           DISPLAY "  NUEVA REGION (ENTER = SIN CAMBIO, - = TODAS): "
           MOVE SPACES TO WS-NUEVA-REGION
           ACCEPT WS-NUEVA-REGION
           EVALUATE WS-NUEVA-REGION
               WHEN SPACES
                   MOVE WS-REGION-ANT TO WS-NUEVA-REGION
               WHEN "-"
                   MOVE SPACES TO WS-NUEVA-REGION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "  NUEVAS EMPRESAS (ENTER = SIN CAMBIO, - = 001): "
           MOVE SPACES TO WS-NUEVAS-EMPRESAS
           ACCEPT WS-NUEVAS-EMPRESAS
           EVALUATE WS-NUEVAS-EMPRESAS
               WHEN SPACES
                   MOVE WS-EMPRESAS-ANT TO WS-NUEVAS-EMPRESAS
               WHEN "-"
                   MOVE SPACES TO WS-NUEVAS-EMPRESAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       PEDIR-CAMBIOS-FIN.
           EXIT.

      *    MISMOS CAMPOS DE AUDITORIA QUE MantenedorOperadores.
       AUDITAR-DECISION.
           IF WS-PERFIL-ANT NOT = operador-perfil THEN
              MOVE "OPER_PERFIL"  TO audit-campo
              MOVE SPACES         TO audit-valor-ant audit-valor-nue
              STRING operador-id   DELIMITED BY SPACE
                     " "           DELIMITED BY SIZE
                     WS-PERFIL-ANT DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE operador-perfil TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF WS-REGION-ANT NOT = operador-region THEN
              MOVE "OPER_REGION"  TO audit-campo
              MOVE SPACES         TO audit-valor-ant audit-valor-nue
              STRING operador-id   DELIMITED BY SPACE
                     " "           DELIMITED BY SIZE
                     WS-REGION-ANT DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE operador-region TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF WS-EMPRESAS-ANT NOT = operador-empresas THEN
              MOVE "OPER_EMPRESAS" TO audit-campo
              MOVE SPACES          TO audit-valor-ant audit-valor-nue
              STRING operador-id     DELIMITED BY SPACE
                     " "             DELIMITED BY SIZE
                     WS-EMPRESAS-ANT DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE operador-empresas TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF WS-ESTADO-ANT NOT = operador-estado THEN
              MOVE "OPER_ESTADO"  TO audit-campo
              MOVE SPACES         TO audit-valor-ant audit-valor-nue
              STRING operador-id   DELIMITED BY SPACE
                     " "           DELIMITED BY SIZE
                     WS-ESTADO-ANT DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE operador-estado TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           .

      *    LA TAREA QUE DEJO GenerarRecertificacion EN LA COLA DEL
      *    REVISOR (RUT 0) SE CIERRA AL DECIDIR TODA SU LISTA.
       CERRAR-TAREA-CAMPANA.
           OPEN I-O datos-tareas
           IF FS-TAREAS NOT = "00" THEN
              GO TO CERRAR-TAREA-CAMPANA-FIN
           END-IF
           MOVE SPACES TO WS-DESC-TAREA
           STRING "RECERTIFICAR ACCESOS CAMPANA " DELIMITED BY SIZE
                  WS-CAMPANA                      DELIMITED BY SIZE
                     INTO WS-DESC-TAREA
           END-STRING
           MOVE "N" TO fin-de-archivo
           MOVE 0 TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF tarea-rut NOT = 0 THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF tarea-pendiente AND
                             tarea-operador = LK-OPERADOR-ID AND
                             tarea-descripcion(1:36) = WS-DESC-TAREA
                             THEN
                             MOVE "C"            TO tarea-estado
                             MOVE WS-FECHA-SYS   TO tarea-fecmod
                             MOVE LK-OPERADOR-ID TO tarea-usuario-mod
                             REWRITE tarea-registro END-REWRITE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-tareas.
       CERRAR-TAREA-CAMPANA-FIN.
           EXIT.

       END PROGRAM CertificarAccesos.
