      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Dispensador de turnos de atencion de una sucursal
      *          (turnos.dat). Emite el siguiente numero del dia para
      *          el tipo de atencion pedido (C = caja, E = ejecutivo,
      *          R = reclamos), con numeracion propia por sucursal,
      *          fecha y tipo. El RUT es opcional: si el cliente se
      *          identifica y tiene una cita agendada hoy en la misma
      *          sucursal (citas.dat), el turno queda prioritario y
      *          AtenderTurnos lo llama antes que los demas de su
      *          tipo. La sucursal queda fija para toda la sesion,
      *          como en un dispensador fisico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmitirTurno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-turnos
               ASSIGN TO
           "C:\PgmCobols\Data\turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS turno-llave
               FILE STATUS IS FS-TURNOS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-CITAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-turnos.
           copy "C:\PgmCobols\FD\FDTurno.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-TURNOS           PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-CITAS            PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  WS-CITAS-OK         PIC X VALUE "N".
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(08).
       01  WS-NUMERO           PIC 9(04).
       01  WS-PRIORIDAD        PIC X.
       01  WS-CITA-HORA        PIC 9(04).
       01  fin-citas           PIC X.
       01  WS-NUMERO-EDIT      PIC 9(03).

       01 VARIABLES-PANTALLA.
           05 SUCURSAL     PIC X(04).
           05 SUCURSAL-DESC PIC X(40).
           05 TIPO-TURNO   PIC X.
           05 RUT          PIC 9(10).
           05 TURNO-EMITIDO PIC X(40).
           05 SALIR        PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-SUCURSAL.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Dispensador de Turnos".
         03  LINE 4 COL 5   VALUE "SUCURSAL.....: ".
         03  LINE 4 COL 20 PIC X(04) USING SUCURSAL.

       01  PANTALLA-TURNO.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Dispensador de Turnos".
         03  LINE 3 COL 5   VALUE "SUCURSAL.....: ".
         03  LINE 3 COL 20 PIC X(04) FROM SUCURSAL.
         03  LINE 3 COL 26 PIC X(40) FROM SUCURSAL-DESC.
         03  LINE 5 COL 5   VALUE "ATENCION.....: ".
         03  LINE 5 COL 20 PIC X USING TIPO-TURNO.
         03  LINE 5 COL 23
                  VALUE "C=CAJA E=EJECUTIVO R=RECLAMOS".
         03  LINE 6 COL 5   VALUE "RUT CLIENTE..: ".
         03  LINE 6 COL 20 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 32 VALUE "(0 = SIN IDENTIFICAR)".
         03  LINE 9 COL 5   VALUE "ULTIMO TURNO.: ".
         03  LINE 9 COL 20 PIC X(40) FROM TURNO-EMITIDO.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO AL DISPENSADOR" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES NOT = "00" THEN
              MOVE "FALTA EL MAESTRO DE SUCURSALES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           MOVE SPACES TO SUCURSAL
           DISPLAY PANTALLA-SUCURSAL
           ACCEPT  PANTALLA-SUCURSAL
           MOVE SUCURSAL TO sucursal-codigo
           READ datos-sucursales
               INVALID KEY
                   MOVE "SUCURSAL NO EXISTE EN EL MAESTRO"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   CLOSE datos-sucursales
                   GOBACK
           END-READ
           IF NOT sucursal-activa THEN
              MOVE "SUCURSAL INACTIVA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-sucursales
              GOBACK
           END-IF
           MOVE sucursal-nombre TO SUCURSAL-DESC

           OPEN I-O datos-turnos
           IF FS-TURNOS = "35" THEN
              OPEN OUTPUT datos-turnos
              CLOSE datos-turnos
              OPEN I-O datos-turnos
           END-IF
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-citas
           IF FS-CITAS = "00" THEN
              MOVE "S" TO WS-CITAS-OK
           END-IF

           MOVE SPACES TO TURNO-EMITIDO
           MOVE "N"    TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT
              MOVE "C"    TO TIPO-TURNO
              DISPLAY PANTALLA-TURNO
              ACCEPT  PANTALLA-TURNO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM EMITIR-UN-TURNO THRU EMITIR-UN-TURNO-FIN
              END-IF
           END-PERFORM

           CLOSE datos-turnos datos-sucursales datos-usuarios
           IF WS-CITAS-OK = "S" THEN
              CLOSE datos-citas
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * EMITIR-UN-TURNO : valida el tipo y el cliente (si se      *
      * identifico), busca su cita de hoy para la prioridad y     *
      * graba el siguiente numero del tipo.                       *
      *----------------------------------------------------------*
       EMITIR-UN-TURNO.
           IF TIPO-TURNO = "c" THEN
              MOVE "C" TO TIPO-TURNO
           END-IF
           IF TIPO-TURNO = "e" THEN
              MOVE "E" TO TIPO-TURNO
           END-IF
           IF TIPO-TURNO = "r" THEN
              MOVE "R" TO TIPO-TURNO
           END-IF
           IF TIPO-TURNO NOT = "C" AND TIPO-TURNO NOT = "E" AND
              TIPO-TURNO NOT = "R" THEN
              MOVE "ATENCION DEBE SER C, E O R" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO EMITIR-UN-TURNO-FIN
           END-IF

           MOVE "N" TO WS-PRIORIDAD
           MOVE 0   TO WS-CITA-HORA
           IF RUT NOT = 0 THEN
              MOVE RUT TO usuario-rut
              READ datos-usuarios
                  INVALID KEY
                      MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO EMITIR-UN-TURNO-FIN
              END-READ
              IF WS-CITAS-OK = "S" THEN
                 PERFORM BUSCAR-CITA-HOY
              END-IF
           END-IF

           ACCEPT WS-HORA-SYS FROM TIME
           PERFORM PROXIMO-TURNO

           MOVE SUCURSAL       TO turno-sucursal
           MOVE WS-FECHA-SYS   TO turno-fecha
           MOVE TIPO-TURNO     TO turno-tipo
           MOVE WS-NUMERO      TO turno-numero
           MOVE RUT            TO turno-rut
           MOVE WS-PRIORIDAD   TO turno-prioridad
           MOVE WS-CITA-HORA   TO turno-cita-hora
           MOVE WS-HORA-SYS(1:6) TO turno-hora-emision
           MOVE 0              TO turno-hora-llamado turno-hora-fin
           MOVE "E"            TO turno-estado
           MOVE SPACES         TO turno-operador
           MOVE WS-FECHA-SYS   TO turno-fecmod
           MOVE LK-OPERADOR-ID TO turno-usuario-mod
           WRITE turno-registro
               INVALID KEY
                   MOVE "NO SE PUDO EMITIR EL TURNO" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO EMITIR-UN-TURNO-FIN
           END-WRITE

           MOVE WS-NUMERO TO WS-NUMERO-EDIT
           MOVE SPACES    TO TURNO-EMITIDO
           IF WS-PRIORIDAD = "S" THEN
              STRING TIPO-TURNO       DELIMITED BY SIZE
                     "-"              DELIMITED BY SIZE
                     WS-NUMERO-EDIT   DELIMITED BY SIZE
                     " PRIORITARIO (CITA "
                                      DELIMITED BY SIZE
                     WS-CITA-HORA     DELIMITED BY SIZE
                     ")"              DELIMITED BY SIZE
                        INTO TURNO-EMITIDO
              END-STRING
           ELSE
              STRING TIPO-TURNO       DELIMITED BY SIZE
                     "-"              DELIMITED BY SIZE
                     WS-NUMERO-EDIT   DELIMITED BY SIZE
                        INTO TURNO-EMITIDO
              END-STRING
           END-IF
           MOVE SPACES TO MSG-ERROR
           STRING "SU NUMERO ES " DELIMITED BY SIZE
                  TURNO-EMITIDO   DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       EMITIR-UN-TURNO-FIN.
           EXIT.

      *    CITA AGENDADA DE HOY DEL CLIENTE EN ESTA SUCURSAL; LAS
      *    CITAS SIN SUCURSAL (ANTERIORES AL MAESTRO) TAMBIEN
      *    CUENTAN.
       BUSCAR-CITA-HOY.
           MOVE WS-FECHA-SYS TO cita-fecha
           MOVE 0            TO cita-hora cita-rut
           MOVE "N"          TO fin-citas
           START datos-citas KEY IS NOT < cita-llave
               INVALID KEY
                   MOVE "S" TO fin-citas
           END-START
           PERFORM UNTIL fin-citas = "S"
               READ datos-citas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-citas
                   NOT AT END
                       IF cita-fecha NOT = WS-FECHA-SYS THEN
                          MOVE "S" TO fin-citas
                       ELSE
                          IF cita-rut = RUT AND cita-agendada AND
                             (cita-sucursal = SUCURSAL OR
                              cita-sucursal = SPACES) THEN
                             MOVE "S"       TO WS-PRIORIDAD
                             MOVE cita-hora TO WS-CITA-HORA
                             MOVE "S"       TO fin-citas
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       PROXIMO-TURNO.
           MOVE 0            TO WS-NUMERO
           MOVE SUCURSAL     TO turno-sucursal
           MOVE WS-FECHA-SYS TO turno-fecha
           MOVE TIPO-TURNO   TO turno-tipo
           MOVE 0            TO turno-numero
           START datos-turnos KEY IS NOT < turno-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-TURNOS
           END-START
           ADD 1 TO WS-NUMERO
           .

       RECORRER-TURNOS.
           READ datos-turnos NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF turno-sucursal = SUCURSAL AND
                      turno-fecha = WS-FECHA-SYS AND
                      turno-tipo = TIPO-TURNO THEN
                      MOVE turno-numero TO WS-NUMERO
                      GO TO RECORRER-TURNOS
                   END-IF
           END-READ
           .

       END PROGRAM EmitirTurno.
