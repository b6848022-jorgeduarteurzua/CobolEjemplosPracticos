      *          de escalamiento mientras dura la ausencia. Solo
      *          perfil A. La pregunta "¿esta ausente tal dia?" la
      *          responde VerificarAusencia.
      *          Al registrar una ausencia se mide su efecto en la
      *          dotacion (dotacion.dat): si en algun dia del rango
      *          una sucursal donde el operador esta asignado queda
      *          bajo su dotacion minima y ya tiene citas agendadas,
      *          se advierte la primera sucursal y fecha afectadas
      *          (la ausencia se registra igual).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

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

           SELECT calendario
               ASSIGN TO
           "C:\PgmCobols\Data\calendario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS calendario-fecha
               FILE STATUS IS FS-CALENDARIO.

           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-CITAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-ausencias.
       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-dotacion.
           copy "C:\PgmCobols\FD\FDDotacion.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       WORKING-STORAGE SECTION.
       01  FS-AUSENCIAS        PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  FS-DOTACION         PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-CALENDARIO       PIC XX.
       01  FS-CITAS            PIC XX.
       01  fin-calendario      PIC X.
       01  fin-sucursales      PIC X.
       01  fin-conteo          PIC X.

      *    EFECTO DE LA AUSENCIA EN LA DOTACION DE LAS SUCURSALES.
       01  WS-DIAS-MIRADOS     PIC 9(03).
       01  WS-CITAS-DIA        PIC 9(04).
       01  WS-DIAS-AFECTADOS   PIC 9(03).
       01  WS-AFECTADA-SUC     PIC X(04).
       01  WS-AFECTADA-FECHA   PIC 9(08).
       01  WS-AFECTADOS-EDIT   PIC ZZ9.

       01 PAR-ENTRADA-DOTACION.
           05  LK-DS-SUCURSAL  PIC X(04).
           05  LK-DS-FECHA     PIC 9(08).
           05  LK-DS-BLOQUE    PIC 9(02).
           05  LK-DS-CAP-FIJA  PIC 9(02).
           05  LK-DS-EXCLUIR   PIC X(10).
       01 PAR-SALIDA-DOTACION.
           05  LK-DS-CON-DOTACION PIC X.
           05  LK-DS-ASIGNADOS PIC 9(03).
           05  LK-DS-AUSENTES  PIC 9(03).
           05  LK-DS-PRESENTES PIC 9(03).
           05  LK-DS-CAPACIDAD PIC 9(03).

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
              END-READ
           END-IF

           PERFORM VERIFICAR-DOTACION THRU VERIFICAR-DOTACION-FIN

           MOVE OPERADOR-AUS   TO aus-operador
           MOVE FEC-DESDE      TO aus-fec-desde
           MOVE FEC-HASTA      TO aus-fec-hasta
       REGISTRAR-AUSENCIA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-DOTACION : recorre los dias habiles del rango   *
      * (tope 62) y, en cada sucursal donde el operador esta      *
      * asignado ese dia de la semana, mide los presentes         *
      * contandolo como ausente. Bajo el minimo y con citas ya    *
      * agendadas ese dia, el dia cuenta como afectado. Es solo   *
      * una advertencia: sin dotacion o sin calendario no se      *
      * verifica nada.                                            *
      *----------------------------------------------------------*
       VERIFICAR-DOTACION.
           MOVE 0 TO WS-DIAS-AFECTADOS WS-DIAS-MIRADOS
           OPEN INPUT datos-dotacion
           IF FS-DOTACION NOT = "00" THEN
              GO TO VERIFICAR-DOTACION-FIN
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES NOT = "00" THEN
              CLOSE datos-dotacion
              GO TO VERIFICAR-DOTACION-FIN
           END-IF
           OPEN INPUT calendario
           IF FS-CALENDARIO NOT = "00" THEN
              CLOSE datos-dotacion datos-sucursales
              GO TO VERIFICAR-DOTACION-FIN
           END-IF
           OPEN INPUT datos-citas

           MOVE "N"       TO fin-calendario
           MOVE FEC-DESDE TO calendario-fecha
           START calendario KEY IS NOT < calendario-fecha
               INVALID KEY
                   MOVE "S" TO fin-calendario
           END-START
           PERFORM UNTIL fin-calendario = "S"
               READ calendario NEXT RECORD
                   AT END
                       MOVE "S" TO fin-calendario
                   NOT AT END
                       ADD 1 TO WS-DIAS-MIRADOS
                       IF calendario-fecha > FEC-HASTA OR
                          WS-DIAS-MIRADOS > 62 THEN
                          MOVE "S" TO fin-calendario
                       ELSE
                          IF calendario-feriado NOT = "S" THEN
                             PERFORM VERIFICAR-DIA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-dotacion datos-sucursales calendario
           IF FS-CITAS = "00" THEN
              CLOSE datos-citas
           END-IF

           IF WS-DIAS-AFECTADOS > 0 THEN
              MOVE WS-DIAS-AFECTADOS TO WS-AFECTADOS-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "SUC "            DELIMITED BY SIZE
                     WS-AFECTADA-SUC   DELIMITED BY SIZE
                     " BAJO DOTACION MIN EL "
                                       DELIMITED BY SIZE
                     WS-AFECTADA-FECHA DELIMITED BY SIZE
                     " CON CITAS ("    DELIMITED BY SIZE
                     WS-AFECTADOS-EDIT DELIMITED BY SIZE
                     " DIAS)"          DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              MOVE "A" TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E" TO MSG-SEVERIDAD
           END-IF.
       VERIFICAR-DOTACION-FIN.
           EXIT.

      *    SUCURSALES DONDE EL OPERADOR TRABAJA EL DIA DE LA SEMANA
      *    DE calendario-fecha (LECTURA DIRECTA POR LA LLAVE).
       VERIFICAR-DIA.
           MOVE "N"        TO fin-sucursales
           MOVE LOW-VALUES TO sucursal-codigo
           START datos-sucursales KEY IS NOT < sucursal-codigo
               INVALID KEY
                   MOVE "S" TO fin-sucursales
           END-START
           PERFORM UNTIL fin-sucursales = "S"
               READ datos-sucursales NEXT RECORD
                   AT END
                       MOVE "S" TO fin-sucursales
                   NOT AT END
                       IF sucursal-activa AND
                          sucursal-dotacion-min IS NUMERIC AND
                          sucursal-dotacion-min > 0 THEN
                          MOVE sucursal-codigo    TO dot-sucursal
                          MOVE calendario-dia-sem TO dot-dia-sem
                          MOVE OPERADOR-AUS       TO dot-operador
                          READ datos-dotacion
                              NOT INVALID KEY
                                  PERFORM VERIFICAR-SUCURSAL-DIA
                          END-READ
                       END-IF
               END-READ
           END-PERFORM
           .

       VERIFICAR-SUCURSAL-DIA.
           MOVE sucursal-codigo    TO LK-DS-SUCURSAL
           MOVE calendario-fecha   TO LK-DS-FECHA
           MOVE 99                 TO LK-DS-BLOQUE
           MOVE sucursal-capacidad TO LK-DS-CAP-FIJA
           MOVE OPERADOR-AUS       TO LK-DS-EXCLUIR
           CALL "DotacionSucursal" USING PAR-ENTRADA-DOTACION
                                         PAR-SALIDA-DOTACION
           IF LK-DS-PRESENTES < sucursal-dotacion-min THEN
              PERFORM CONTAR-CITAS-DIA
              IF WS-CITAS-DIA > 0 THEN
                 ADD 1 TO WS-DIAS-AFECTADOS
                 IF WS-DIAS-AFECTADOS = 1 THEN
                    MOVE sucursal-codigo  TO WS-AFECTADA-SUC
                    MOVE calendario-fecha TO WS-AFECTADA-FECHA
                 END-IF
              END-IF
           END-IF
           .

       CONTAR-CITAS-DIA.
           MOVE 0 TO WS-CITAS-DIA
           IF FS-CITAS NOT = "00" THEN
              MOVE "S" TO fin-conteo
           ELSE
              MOVE "N" TO fin-conteo
              MOVE calendario-fecha TO cita-fecha
              MOVE 0                TO cita-hora cita-rut
              START datos-citas KEY IS NOT < cita-llave
                  INVALID KEY
                      MOVE "S" TO fin-conteo
              END-START
           END-IF
           PERFORM UNTIL fin-conteo = "S"
               READ datos-citas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-conteo
                   NOT AT END
                       IF cita-fecha NOT = calendario-fecha THEN
                          MOVE "S" TO fin-conteo
                       ELSE
                          IF cita-agendada AND
                             cita-sucursal = sucursal-codigo THEN
                             ADD 1 TO WS-CITAS-DIA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ELIMINAR-AUSENCIA.
           MOVE OPERADOR-AUS TO aus-operador
           MOVE FEC-DESDE    TO aus-fec-desde
