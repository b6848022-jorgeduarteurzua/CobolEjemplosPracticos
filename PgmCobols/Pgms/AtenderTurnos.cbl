      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Puesto de atencion (caja o ejecutivo) de una
      *          sucursal sobre turnos.dat. ACCION L llama el
      *          siguiente turno en espera del tipo del puesto: primero
      *          los prioritarios (cliente con cita hoy) y luego por
      *          orden de numero; queda en atencion con la hora de
      *          llamado y el operador. F termina la atencion del
      *          turno que el operador tiene en curso (hora de
      *          termino) y A lo marca abandonado cuando el cliente
      *          no se presento al llamado. Cada operador atiende un
      *          turno a la vez. ReporteTurnos arma los tiempos del
      *          dia desde estas horas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AtenderTurnos.

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

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-TURNOS           PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(08).
       01  fin-turnos          PIC X.
       01  WS-NUMERO-EDIT      PIC 9(03).

      *    TURNO QUE EL OPERADOR TIENE EN ATENCION (SI LO HAY).
       01  WS-HAY-ACTUAL       PIC X.
       01  WS-ACT-TIPO         PIC X.
       01  WS-ACT-NUMERO       PIC 9(04).

      *    CANDIDATO A LLAMAR: EL PRIMER PRIORITARIO EN ESPERA O, SI
      *    NO HAY, EL PRIMER EN ESPERA DEL TIPO.
       01  WS-SIG-NUMERO       PIC 9(04).
       01  WS-SIG-PRIORITARIO  PIC X.

       01 VARIABLES-PANTALLA.
           05 SUCURSAL     PIC X(04).
           05 SUCURSAL-DESC PIC X(40).
           05 TIPO-TURNO   PIC X.
           05 ACCION       PIC X.
           05 TURNO-ACTUAL PIC X(40).
           05 CLIENTE-ACTUAL PIC X(62).
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
         03  LINE 1 COL 22  VALUE "Atencion de Turnos".
         03  LINE 4 COL 5   VALUE "SUCURSAL.....: ".
         03  LINE 4 COL 20 PIC X(04) USING SUCURSAL.
         03  LINE 5 COL 5   VALUE "ATENCION.....: ".
         03  LINE 5 COL 20 PIC X USING TIPO-TURNO.
         03  LINE 5 COL 23
                  VALUE "C=CAJA E=EJECUTIVO R=RECLAMOS".

       01  PANTALLA-PUESTO.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Atencion de Turnos".
         03  LINE 3 COL 5   VALUE "SUCURSAL.....: ".
         03  LINE 3 COL 20 PIC X(04) FROM SUCURSAL.
         03  LINE 3 COL 26 PIC X(40) FROM SUCURSAL-DESC.
         03  LINE 4 COL 5   VALUE "ATENCION.....: ".
         03  LINE 4 COL 20 PIC X FROM TIPO-TURNO.
         03  LINE 6 COL 5   VALUE "EN ATENCION..: ".
         03  LINE 6 COL 20 PIC X(40) FROM TURNO-ACTUAL.
         03  LINE 7 COL 5   VALUE "CLIENTE......: ".
         03  LINE 7 COL 20 PIC X(62) FROM CLIENTE-ACTUAL.
         03  LINE 9 COL 5   VALUE "ACCION.......: ".
         03  LINE 9 COL 20 PIC X USING ACCION.
         03  LINE 9 COL 23
                  VALUE "L=LLAMAR SIGUIENTE F=FIN ATENCION".
         03  LINE 10 COL 23
                  VALUE "A=NO SE PRESENTO AL LLAMADO".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A ATENCION DE TURNOS"
                                     TO MSG-ERROR
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
           MOVE "C"    TO TIPO-TURNO
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
           MOVE sucursal-nombre TO SUCURSAL-DESC
           CLOSE datos-sucursales
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
              GOBACK
           END-IF

           OPEN I-O datos-turnos
           IF FS-TURNOS NOT = "00" THEN
              MOVE "NO HAY TURNOS EMITIDOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              PERFORM MOSTRAR-ACTUAL
              MOVE "L" TO ACCION
              DISPLAY PANTALLA-PUESTO
              ACCEPT  PANTALLA-PUESTO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 EVALUATE ACCION
                    WHEN "L"
                    WHEN "l"
                       PERFORM LLAMAR-SIGUIENTE THRU
                               LLAMAR-SIGUIENTE-FIN
                    WHEN "F"
                    WHEN "f"
                       MOVE "F" TO ACCION
                       PERFORM TERMINAR-ATENCION THRU
                               TERMINAR-ATENCION-FIN
                    WHEN "A"
                    WHEN "a"
                       MOVE "A" TO ACCION
                       PERFORM TERMINAR-ATENCION THRU
                               TERMINAR-ATENCION-FIN
                    WHEN OTHER
                       MOVE "ACCION DEBE SER L, F O A" TO MSG-ERROR
                       CALL "VentanaMsj" USING MSG-ERROR
                                               MSG-SEVERIDAD
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE datos-turnos datos-usuarios
           GOBACK.

      *----------------------------------------------------------*
      * LLAMAR-SIGUIENTE : con un turno aun en curso no se llama  *
      * otro. El candidato se relee antes de tomarlo, por si otro *
      * puesto lo llamo entretanto.                               *
      *----------------------------------------------------------*
       LLAMAR-SIGUIENTE.
           PERFORM BUSCAR-EN-ATENCION
           IF WS-HAY-ACTUAL = "S" THEN
              MOVE "TERMINE EL TURNO EN ATENCION (F O A)" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO LLAMAR-SIGUIENTE-FIN
           END-IF

           PERFORM BUSCAR-SIGUIENTE
           IF WS-SIG-NUMERO = 0 THEN
              MOVE "NO HAY TURNOS EN ESPERA" TO MSG-ERROR
              MOVE "I" TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E" TO MSG-SEVERIDAD
              GO TO LLAMAR-SIGUIENTE-FIN
           END-IF

           MOVE SUCURSAL      TO turno-sucursal
           MOVE WS-FECHA-SYS  TO turno-fecha
           MOVE TIPO-TURNO    TO turno-tipo
           MOVE WS-SIG-NUMERO TO turno-numero
           READ datos-turnos
               INVALID KEY
                   MOVE "EL TURNO YA NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO LLAMAR-SIGUIENTE-FIN
           END-READ
           IF NOT turno-en-espera THEN
              MOVE "EL TURNO FUE LLAMADO POR OTRO PUESTO; REINTENTE"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO LLAMAR-SIGUIENTE-FIN
           END-IF

           ACCEPT WS-HORA-SYS FROM TIME
           MOVE "L"              TO turno-estado
           MOVE WS-HORA-SYS(1:6) TO turno-hora-llamado
           MOVE LK-OPERADOR-ID   TO turno-operador
           MOVE WS-FECHA-SYS     TO turno-fecmod
           MOVE LK-OPERADOR-ID   TO turno-usuario-mod
           REWRITE turno-registro END-REWRITE

           MOVE turno-numero TO WS-NUMERO-EDIT
           MOVE SPACES       TO MSG-ERROR
           STRING "LLAMANDO TURNO "  DELIMITED BY SIZE
                  turno-tipo         DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-NUMERO-EDIT     DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       LLAMAR-SIGUIENTE-FIN.
           EXIT.

      *----------------------------------------------------------*
      * TERMINAR-ATENCION : ACCION F = atendido, A = el cliente   *
      * no se presento al llamado. Solo sobre el turno en curso   *
      * del propio operador.                                      *
      *----------------------------------------------------------*
       TERMINAR-ATENCION.
           PERFORM BUSCAR-EN-ATENCION
           IF WS-HAY-ACTUAL NOT = "S" THEN
              MOVE "NO TIENE UN TURNO EN ATENCION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO TERMINAR-ATENCION-FIN
           END-IF

           MOVE SUCURSAL      TO turno-sucursal
           MOVE WS-FECHA-SYS  TO turno-fecha
           MOVE WS-ACT-TIPO   TO turno-tipo
           MOVE WS-ACT-NUMERO TO turno-numero
           READ datos-turnos
               INVALID KEY
                   MOVE "EL TURNO YA NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO TERMINAR-ATENCION-FIN
           END-READ

           ACCEPT WS-HORA-SYS FROM TIME
           MOVE ACCION           TO turno-estado
           MOVE WS-HORA-SYS(1:6) TO turno-hora-fin
           MOVE WS-FECHA-SYS     TO turno-fecmod
           MOVE LK-OPERADOR-ID   TO turno-usuario-mod
           REWRITE turno-registro END-REWRITE
           IF ACCION = "F" THEN
              MOVE "ATENCION TERMINADA" TO MSG-ERROR
           ELSE
              MOVE "TURNO MARCADO COMO ABANDONADO" TO MSG-ERROR
           END-IF
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       TERMINAR-ATENCION-FIN.
           EXIT.

      *    DEJA EN PANTALLA EL TURNO EN CURSO DEL OPERADOR Y SU
      *    CLIENTE, SI SE IDENTIFICO EN EL DISPENSADOR.
       MOSTRAR-ACTUAL.
           MOVE SPACES TO TURNO-ACTUAL CLIENTE-ACTUAL
           PERFORM BUSCAR-EN-ATENCION
           IF WS-HAY-ACTUAL = "S" THEN
              MOVE SUCURSAL      TO turno-sucursal
              MOVE WS-FECHA-SYS  TO turno-fecha
              MOVE WS-ACT-TIPO   TO turno-tipo
              MOVE WS-ACT-NUMERO TO turno-numero
              READ datos-turnos END-READ
              MOVE turno-numero TO WS-NUMERO-EDIT
              IF turno-prioritario THEN
                 STRING turno-tipo       DELIMITED BY SIZE
                        "-"              DELIMITED BY SIZE
                        WS-NUMERO-EDIT   DELIMITED BY SIZE
                        " PRIORITARIO (CITA "
                                         DELIMITED BY SIZE
                        turno-cita-hora  DELIMITED BY SIZE
                        ")"              DELIMITED BY SIZE
                           INTO TURNO-ACTUAL
                 END-STRING
              ELSE
                 STRING turno-tipo       DELIMITED BY SIZE
                        "-"              DELIMITED BY SIZE
                        WS-NUMERO-EDIT   DELIMITED BY SIZE
                           INTO TURNO-ACTUAL
                 END-STRING
              END-IF
              IF turno-rut = 0 THEN
                 MOVE "(SIN IDENTIFICAR)" TO CLIENTE-ACTUAL
              ELSE
                 MOVE turno-rut TO usuario-rut
                 READ datos-usuarios
                     INVALID KEY
                         MOVE "(CLIENTE NO ENCONTRADO)"
                                             TO CLIENTE-ACTUAL
                     NOT INVALID KEY
                         STRING usuario-nombre DELIMITED BY "  "
                                " "            DELIMITED BY SIZE
                                usuario-apepat DELIMITED BY "  "
                                   INTO CLIENTE-ACTUAL
                         END-STRING
                 END-READ
              END-IF
           END-IF
           .

      *    RECORRE LOS TURNOS DE HOY DE LA SUCURSAL (TODOS LOS
      *    TIPOS) BUSCANDO EL QUE ESTE OPERADOR TIENE EN ATENCION.
       BUSCAR-EN-ATENCION.
           MOVE "N"          TO WS-HAY-ACTUAL
           MOVE SUCURSAL     TO turno-sucursal
           MOVE WS-FECHA-SYS TO turno-fecha
           MOVE LOW-VALUES   TO turno-tipo
           MOVE 0            TO turno-numero
           MOVE "N"          TO fin-turnos
           START datos-turnos KEY IS NOT < turno-llave
               INVALID KEY
                   MOVE "S" TO fin-turnos
           END-START
           PERFORM UNTIL fin-turnos = "S"
               READ datos-turnos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-turnos
                   NOT AT END
                       IF turno-sucursal NOT = SUCURSAL OR
                          turno-fecha NOT = WS-FECHA-SYS THEN
                          MOVE "S" TO fin-turnos
                       ELSE
                          IF turno-en-atencion AND
                             turno-operador = LK-OPERADOR-ID THEN
                             MOVE "S"          TO WS-HAY-ACTUAL
                             MOVE turno-tipo   TO WS-ACT-TIPO
                             MOVE turno-numero TO WS-ACT-NUMERO
                             MOVE "S"          TO fin-turnos
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    PRIMER PRIORITARIO EN ESPERA DEL TIPO; SI NO HAY, EL
      *    PRIMERO EN ESPERA. 0 = NADIE ESPERANDO.
       BUSCAR-SIGUIENTE.
           MOVE 0            TO WS-SIG-NUMERO
           MOVE "N"          TO WS-SIG-PRIORITARIO
           MOVE SUCURSAL     TO turno-sucursal
           MOVE WS-FECHA-SYS TO turno-fecha
           MOVE TIPO-TURNO   TO turno-tipo
           MOVE 0            TO turno-numero
           MOVE "N"          TO fin-turnos
           START datos-turnos KEY IS NOT < turno-llave
               INVALID KEY
                   MOVE "S" TO fin-turnos
           END-START
           PERFORM UNTIL fin-turnos = "S"
               READ datos-turnos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-turnos
                   NOT AT END
                       IF turno-sucursal NOT = SUCURSAL OR
                          turno-fecha NOT = WS-FECHA-SYS OR
                          turno-tipo NOT = TIPO-TURNO THEN
                          MOVE "S" TO fin-turnos
                       ELSE
                          IF turno-en-espera THEN
                             IF turno-prioritario THEN
                                MOVE turno-numero TO WS-SIG-NUMERO
                                MOVE "S" TO WS-SIG-PRIORITARIO
                                MOVE "S" TO fin-turnos
                             ELSE
                                IF WS-SIG-NUMERO = 0 THEN
                                   MOVE turno-numero TO WS-SIG-NUMERO
                                END-IF
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM AtenderTurnos.
