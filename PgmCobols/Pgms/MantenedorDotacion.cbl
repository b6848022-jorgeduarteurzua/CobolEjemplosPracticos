      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Dotacion por sucursal (dotacion.dat): que operadores
      *          trabajan en cada sucursal, que dias de la semana y
      *          en que horario (HHMM), con las citas por hora que
      *          absorbe cada uno en el meson. De aqui sale la
      *          capacidad efectiva de cada bloque de una hora
      *          (DotacionSucursal, descontando los ausentes de
      *          ausencias.dat). El turno debe caer dentro del
      *          horario de la sucursal. Solo perfil A.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorDotacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-dotacion
               ASSIGN TO
           "C:\PgmCobols\Data\dotacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dot-llave
               FILE STATUS IS FS-DOTACION.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-dotacion.
           copy "C:\PgmCobols\FD\FDDotacion.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       WORKING-STORAGE SECTION.
       01  FS-DOTACION         PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
      *        A = asignar (alta o cambio de horario); E = eliminar.
           05 SUCURSAL-DOT  PIC X(04).
           05 OPERADOR-DOT  PIC X(10).
           05 DIA-SEM-DOT   PIC 9.
           05 HORA-DESDE    PIC 9(04).
           05 HORA-HASTA    PIC 9(04).
           05 CITAS-HORA    PIC 9(02).
           05 SALIR         PIC X.

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
       01  PANTALLA-DOTACION.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Dotacion por Sucursal".
         03  LINE 3 COL 5   VALUE "ACCION (A=ASIGNAR E=ELIMINAR): ".
         03  LINE 3 COL 37 PIC X USING ACCION.
         03  LINE 5 COL 5   VALUE "SUCURSAL........: ".
         03  LINE 5 COL 24 PIC X(04) USING SUCURSAL-DOT.
         03  LINE 6 COL 5   VALUE "OPERADOR........: ".
         03  LINE 6 COL 24 PIC X(10) USING OPERADOR-DOT.
         03  LINE 7 COL 5   VALUE "DIA (1-7).......: ".
         03  LINE 7 COL 24 PIC 9 USING DIA-SEM-DOT.
         03  LINE 7 COL 27  VALUE "1=DOM 2=LUN 3=MAR 4=MIE 5=JUE".
         03  LINE 8 COL 27  VALUE "6=VIE 7=SAB".
         03  LINE 9 COL 5   VALUE "DESDE (HHMM)....: ".
         03  LINE 9 COL 24 PIC 9(04) USING HORA-DESDE.
         03  LINE 10 COL 5  VALUE "HASTA (HHMM)....: ".
         03  LINE 10 COL 24 PIC 9(04) USING HORA-HASTA.
         03  LINE 11 COL 5  VALUE "CITAS POR HORA..: ".
         03  LINE 11 COL 24 PIC 9(02) USING CITAS-HORA.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A MANTIENE LA DOTACION"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES NOT = "00" THEN
              MOVE "NO HAY SUCURSALES REGISTRADAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN I-O datos-dotacion
           IF FS-DOTACION = "35" THEN
              OPEN OUTPUT datos-dotacion
              CLOSE datos-dotacion
              OPEN I-O datos-dotacion
           END-IF
           OPEN INPUT datos-operadores

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE "A"    TO ACCION
              MOVE SPACES TO SUCURSAL-DOT OPERADOR-DOT
              MOVE 0      TO DIA-SEM-DOT HORA-DESDE HORA-HASTA
              MOVE 1      TO CITAS-HORA
              DISPLAY PANTALLA-DOTACION
              ACCEPT  PANTALLA-DOTACION
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 IF ACCION = "E" OR ACCION = "e" THEN
                    PERFORM ELIMINAR-DOTACION THRU
                            ELIMINAR-DOTACION-FIN
                 ELSE
                    PERFORM ASIGNAR-DOTACION THRU
                            ASIGNAR-DOTACION-FIN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE datos-dotacion datos-sucursales datos-operadores
           GOBACK.

      *----------------------------------------------------------*
      * ASIGNAR-DOTACION : alta del operador en la sucursal para  *
      * ese dia, o cambio de su horario si ya estaba asignado.    *
      * La sucursal debe estar activa y el turno caer dentro de   *
      * su horario de atencion.                                   *
      *----------------------------------------------------------*
       ASIGNAR-DOTACION.
           MOVE SUCURSAL-DOT TO sucursal-codigo
           READ datos-sucursales
               INVALID KEY
                   MOVE "SUCURSAL NO EXISTE EN EL MAESTRO"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ASIGNAR-DOTACION-FIN
           END-READ
           IF NOT sucursal-activa THEN
              MOVE "SUCURSAL INACTIVA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-DOTACION-FIN
           END-IF
           MOVE OPERADOR-DOT TO operador-id
           READ datos-operadores
               INVALID KEY
                   MOVE "EL OPERADOR NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ASIGNAR-DOTACION-FIN
           END-READ
           IF DIA-SEM-DOT < 1 OR DIA-SEM-DOT > 7 THEN
              MOVE "DIA DE LA SEMANA DEBE SER 1 A 7" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-DOTACION-FIN
           END-IF
           IF HORA-DESDE > 2359 OR HORA-HASTA > 2400 OR
              HORA-DESDE >= HORA-HASTA THEN
              MOVE "HORARIO INCOHERENTE (DESDE DEBE SER < HASTA)"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-DOTACION-FIN
           END-IF
           IF HORA-DESDE < sucursal-hora-abre OR
              HORA-HASTA > sucursal-hora-cierra THEN
              MOVE "TURNO FUERA DEL HORARIO DE LA SUCURSAL"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-DOTACION-FIN
           END-IF
           IF CITAS-HORA = 0 THEN
              MOVE "CITAS POR HORA DEBE SER MAYOR QUE CERO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-DOTACION-FIN
           END-IF

           MOVE SUCURSAL-DOT   TO dot-sucursal
           MOVE DIA-SEM-DOT    TO dot-dia-sem
           MOVE OPERADOR-DOT   TO dot-operador
           MOVE HORA-DESDE     TO dot-hora-desde
           MOVE HORA-HASTA     TO dot-hora-hasta
           MOVE CITAS-HORA     TO dot-citas-hora
           MOVE WS-FECHA-SYS   TO dot-fecmod
           MOVE LK-OPERADOR-ID TO dot-usuario-mod
           WRITE dot-registro
               INVALID KEY
                   REWRITE dot-registro END-REWRITE
           END-WRITE
           MOVE "DOTACION REGISTRADA" TO MSG-ERROR
           MOVE "I"                   TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                   TO MSG-SEVERIDAD.
       ASIGNAR-DOTACION-FIN.
           EXIT.

       ELIMINAR-DOTACION.
           MOVE SUCURSAL-DOT TO dot-sucursal
           MOVE DIA-SEM-DOT  TO dot-dia-sem
           MOVE OPERADOR-DOT TO dot-operador
           DELETE datos-dotacion
               INVALID KEY
                   MOVE "NO EXISTE ESA ASIGNACION (SUCURSAL+DIA+OPER)"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ELIMINAR-DOTACION-FIN
           END-DELETE
           MOVE "ASIGNACION ELIMINADA" TO MSG-ERROR
           MOVE "I"                    TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                    TO MSG-SEVERIDAD.
       ELIMINAR-DOTACION-FIN.
           EXIT.

       END PROGRAM MantenedorDotacion.
