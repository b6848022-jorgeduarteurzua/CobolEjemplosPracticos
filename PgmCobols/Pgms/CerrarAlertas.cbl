      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Cierre de alertas de acceso (alertas_acceso.dat) por
      *          el oficial de seguridad de alertas_param.dat o un
      *          perfil A: recorre las alertas pendientes y permite
      *          clasificar cada una como justificada (J), falso
      *          positivo (F) o sancionada (S) con una nota; la
      *          alerta queda cerrada y su tarea en la cola del
      *          oficial (tareas.dat) se cierra junto con ella.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CerrarAlertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT param-alertas ASSIGN TO
           "C:\PgmCobols\Data\alertas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT datos-alertas
               ASSIGN TO
           "C:\PgmCobols\Data\alertas_acceso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alerta-llave
               FILE STATUS IS FS-ALERTAS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

       DATA DIVISION.
       FILE SECTION.
       FD  param-alertas.
       01  param-linea           PIC X(60).

       FD  datos-alertas.
           copy "C:\PgmCobols\FD\FDAlertaAcceso.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PARAM            PIC XX.
       01  FS-ALERTAS          PIC XX.
       01  FS-TAREAS           PIC XX.
       01  WS-TAREAS-OK        PIC X VALUE "N".
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CONT-PEND        PIC 9(04) VALUE 0.
       01  WS-CONT-CERRADAS    PIC 9(04) VALUE 0.
       01  WS-RESOLUCION       PIC X.
       01  WS-NOTA             PIC X(40).
       01  WS-TIPO-DESC        PIC X(12).

      *    MISMOS CAMPOS Y DEFECTOS QUE LEE AlertasAcceso.
       01  WS-PAR-FACTOR       PIC X(02).
       01  WS-PAR-MINIMO       PIC X(04).
       01  WS-PAR-DIAS         PIC X(03).
       01  WS-PAR-REPETIC      PIC X(02).
       01  WS-OPER-SEGURIDAD   PIC X(10) VALUE "SEGURIDAD".

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; el cierre queda a nombre de LK-OPERADOR-ID.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-CONT-PEND WS-CONT-CERRADAS
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           PERFORM LEER-PARAMETROS
           IF LK-OPERADOR-PERFIL NOT = "A" AND
              LK-OPERADOR-ID NOT = WS-OPER-SEGURIDAD THEN
              DISPLAY "SOLO EL OFICIAL DE SEGURIDAD O PERFIL A "
                      "CIERRA ALERTAS DE ACCESO."
              GOBACK
           END-IF

           OPEN I-O datos-alertas
           IF FS-ALERTAS NOT = "00" THEN
              DISPLAY "NO HAY ALERTAS DE ACCESO REGISTRADAS."
              GOBACK
           END-IF
      *       Sin tareas.dat se cierra solo la alerta.
           MOVE "N" TO WS-TAREAS-OK
           OPEN I-O datos-tareas
           IF FS-TAREAS = "00" THEN
              MOVE "S" TO WS-TAREAS-OK
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "ALERTAS DE ACCESO PENDIENTES"
           DISPLAY "---------------------------------------------"

           MOVE LOW-VALUES TO alerta-llave
           START datos-alertas KEY IS NOT < alerta-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START

           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-alertas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF alerta-pendiente THEN
                          PERFORM ATENDER-ALERTA THRU
                                  ATENDER-ALERTA-FIN
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "ALERTAS PENDIENTES: " WS-CONT-PEND
                   "  CERRADAS AHORA: " WS-CONT-CERRADAS
           CLOSE datos-alertas
           IF WS-TAREAS-OK = "S" THEN
              CLOSE datos-tareas
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-alertas
           IF FS-PARAM = "00" THEN
              READ param-alertas INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-PAR-FACTOR, WS-PAR-MINIMO,
                               WS-PAR-DIAS, WS-PAR-REPETIC,
                               WS-OPER-SEGURIDAD
                      END-UNSTRING
              END-READ
              CLOSE param-alertas
           END-IF
           .

      *----------------------------------------------------------*
      * ATENDER-ALERTA : muestra la alerta y pide su resolucion;  *
      * en blanco la deja pendiente para otra revision.           *
      *----------------------------------------------------------*
       ATENDER-ALERTA.
           ADD 1 TO WS-CONT-PEND
           EVALUATE TRUE
               WHEN alerta-volumen
                   MOVE "VOLUMEN"      TO WS-TIPO-DESC
               WHEN alerta-sin-sesion
                   MOVE "SIN SESION"   TO WS-TIPO-DESC
               WHEN alerta-region
                   MOVE "FUERA REGION" TO WS-TIPO-DESC
               WHEN alerta-sensible
                   MOVE "SENSIBLE"     TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE alerta-tipo    TO WS-TIPO-DESC
           END-EVALUATE
           DISPLAY alerta-fecha " " alerta-operador " "
                   WS-TIPO-DESC " RUT " alerta-rut
           DISPLAY "  " alerta-detalle
           DISPLAY "  RESOLUCION (J=JUSTIFICADA F=FALSO POSITIVO "
                   "S=SANCIONADA, BLANCO=SEGUIR PENDIENTE)? "
           MOVE SPACE TO WS-RESOLUCION
           ACCEPT WS-RESOLUCION
           EVALUATE WS-RESOLUCION
               WHEN "j"
                   MOVE "J" TO WS-RESOLUCION
               WHEN "f"
                   MOVE "F" TO WS-RESOLUCION
               WHEN "s"
                   MOVE "S" TO WS-RESOLUCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESOLUCION NOT = "J" AND
              WS-RESOLUCION NOT = "F" AND
              WS-RESOLUCION NOT = "S" THEN
              DISPLAY "  QUEDA PENDIENTE."
              GO TO ATENDER-ALERTA-FIN
           END-IF
           DISPLAY "  NOTA: "
           MOVE SPACES TO WS-NOTA
           ACCEPT WS-NOTA

           MOVE "C"            TO alerta-estado
           MOVE WS-RESOLUCION  TO alerta-resolucion
           MOVE WS-NOTA        TO alerta-nota
           MOVE WS-FECHA-SYS   TO alerta-fec-cierre
           MOVE LK-OPERADOR-ID TO alerta-oper-cierre
           REWRITE alerta-registro END-REWRITE
           IF FS-ALERTAS NOT = "00" THEN
              DISPLAY "  NO SE PUDO CERRAR: " FS-ALERTAS
              GO TO ATENDER-ALERTA-FIN
           END-IF
           ADD 1 TO WS-CONT-CERRADAS
           DISPLAY "  ALERTA CERRADA."
           PERFORM CERRAR-TAREA THRU CERRAR-TAREA-FIN.
       ATENDER-ALERTA-FIN.
           EXIT.

      *    MISMO ESTAMPADO QUE ColaTareas AL CERRAR UNA TAREA.
       CERRAR-TAREA.
           IF WS-TAREAS-OK NOT = "S" OR
              alerta-tarea-corr = 0 THEN
              GO TO CERRAR-TAREA-FIN
           END-IF
           MOVE alerta-tarea-rut  TO tarea-rut
           MOVE alerta-tarea-corr TO tarea-correlativo
           READ datos-tareas
               INVALID KEY
                   GO TO CERRAR-TAREA-FIN
           END-READ
           IF tarea-pendiente THEN
              MOVE "C"            TO tarea-estado
              MOVE WS-FECHA-SYS   TO tarea-fecmod
              MOVE LK-OPERADOR-ID TO tarea-usuario-mod
              REWRITE tarea-registro END-REWRITE
           END-IF.
       CERRAR-TAREA-FIN.
           EXIT.

       END PROGRAM CerrarAlertas.
