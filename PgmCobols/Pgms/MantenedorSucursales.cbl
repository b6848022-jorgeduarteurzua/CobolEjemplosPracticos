      *          de citas por bloque de una hora. AgendarCita usa
      *          este maestro para rechazar bloques llenos y
      *          AgendaDiaria para listar la agenda por sucursal.
      *          La dotacion minima (operadores presentes por dia)
      *          la controlan ReporteDotacion y MantenedorAusencias;
      *          el detalle de operadores por dia esta en
      *          MantenedorDotacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SUC-HORA-CIERRA  PIC 9(04).
           05 SUC-CAPACIDAD    PIC 9(02).
           05 SUC-ESTADO       PIC X.
           05 SUC-DOTACION-MIN PIC 9(02).
           05 SALIR            PIC X.

       LINKAGE SECTION.
         03  LINE 9 COL 22 PIC 9(02) USING SUC-CAPACIDAD.
         03  LINE 10 COL 5  VALUE "ESTADO (A/I)..: ".
         03  LINE 10 COL 22 PIC X USING SUC-ESTADO.
         03  LINE 11 COL 5  VALUE "DOTACION MIN..: ".
         03  LINE 11 COL 22 PIC 9(02) USING SUC-DOTACION-MIN.
         03  LINE 11 COL 26 VALUE "OPERADORES PRESENTES POR DIA".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO SUC-CODIGO SUC-NOMBRE SUC-CIUDAD
              MOVE ZEROES TO SUC-HORA-ABRE SUC-HORA-CIERRA
                             SUC-CAPACIDAD SUC-DOTACION-MIN
              MOVE "A"    TO SUC-ESTADO
              DISPLAY PANTALLA-SUCURSAL
              ACCEPT  PANTALLA-SUCURSAL
                      MOVE sucursal-hora-cierra TO SUC-HORA-CIERRA
                      MOVE sucursal-capacidad   TO SUC-CAPACIDAD
                      MOVE sucursal-estado      TO SUC-ESTADO
                      IF sucursal-dotacion-min IS NUMERIC THEN
                         MOVE sucursal-dotacion-min
                                                TO SUC-DOTACION-MIN
                      END-IF
                      DISPLAY PANTALLA-SUCURSAL
                      ACCEPT  PANTALLA-SUCURSAL
                   END-IF
           MOVE SUC-HORA-CIERRA TO sucursal-hora-cierra
           MOVE SUC-CAPACIDAD   TO sucursal-capacidad
           MOVE SUC-ESTADO      TO sucursal-estado
           MOVE SUC-DOTACION-MIN TO sucursal-dotacion-min
           MOVE WS-FECHA-SYS    TO sucursal-fecmod
           MOVE LK-OPERADOR-ID  TO sucursal-usuario-mod
           IF WS-ES-NUEVA = "S" THEN
