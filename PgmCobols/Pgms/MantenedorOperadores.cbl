      *          perfil A: alta de operadores, blanqueo de clave,
      *          cambio de perfil y bloqueo/desbloqueo, sin tener que
      *          editar el archivo fuera del sistema. Cada accion
      *          queda en la auditoria via GrabarAuditoria. Tambien
      *          asigna la jefatura que certifica sus accesos en la
      *          recertificacion trimestral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-INTENTOS-VISTA   PIC 9(02).
       01  WS-PERFIL-ANT       PIC X.
       01  WS-ESTADO-ANT       PIC X.
       01  WS-SUPERVISOR-ANT   PIC X(10).

       01 VARIABLES-PEDIR-PANTALLA.
           05 OPER-ID      PIC X(10).
           05 OPER-CLAVE   PIC X(10).
           05 OPER-REGION  PIC X(30).
           05 OPER-EMPRESAS PIC X(12).
           05 OPER-SUPERVISOR PIC X(10).
           05 SALIR        PIC X.

       01 PAR-ENTRADA-AUDIT.
         03  LINE 12 COL 5  VALUE "EMPRESAS......: ".
         03  LINE 12 COL 22 PIC X(12) USING OPER-EMPRESAS.
         03  LINE 12 COL 36 VALUE "(CODIGOS DE 3, SEGUIDOS)".
         03  LINE 13 COL 5  VALUE "SUPERVISOR....: ".
         03  LINE 13 COL 22 PIC X(10) USING OPER-SUPERVISOR.
         03  LINE 13 COL 34 VALUE "(CERTIFICA SUS ACCESOS)".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO OPER-ID OPER-NOMBRE OPER-PERFIL
                             OPER-ESTADO OPER-CLAVE OPER-REGION
                             OPER-EMPRESAS OPER-SUPERVISOR
              MOVE 0      TO WS-INTENTOS-VISTA
              DISPLAY PANTALLA-OPERADOR
              ACCEPT  PANTALLA-OPERADOR
              MOVE operador-intentos TO WS-INTENTOS-VISTA
              MOVE operador-region   TO OPER-REGION
              MOVE operador-empresas TO OPER-EMPRESAS
              MOVE operador-supervisor TO OPER-SUPERVISOR
                                          WS-SUPERVISOR-ANT
              DISPLAY PANTALLA-OPERADOR
              ACCEPT  PANTALLA-OPERADOR
              IF SALIR = "S" OR SALIR = "s" THEN
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-Y-GRABAR-OPER-FIN
           END-IF
           IF OPER-SUPERVISOR = OPER-ID THEN
              MOVE "EL OPERADOR NO PUEDE SER SU PROPIO SUPERVISOR"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-Y-GRABAR-OPER-FIN
           END-IF

           MOVE OPER-ID     TO operador-id
           MOVE OPER-NOMBRE TO operador-nombre
           MOVE OPER-ESTADO TO operador-estado
           MOVE OPER-REGION TO operador-region
           MOVE OPER-EMPRESAS TO operador-empresas
           MOVE OPER-SUPERVISOR TO operador-supervisor
           IF WS-ES-NUEVO = "S" THEN
              MOVE 0 TO operador-fec-recert
           END-IF
      *       La clave nunca se guarda en claro: se deja su hash y
      *       fec-clave en cero para que Login obligue a cambiarla al
      *       primer ingreso; el blanqueo ademas limpia los intentos.
              MOVE OPER-ESTADO    TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF WS-SUPERVISOR-ANT NOT = OPER-SUPERVISOR THEN
              MOVE "OPER_SUPERV"  TO audit-campo
              MOVE SPACES         TO audit-valor-ant audit-valor-nue
              STRING OPER-ID           DELIMITED BY SPACE
                     " "               DELIMITED BY SIZE
                     WS-SUPERVISOR-ANT DELIMITED BY SIZE
                        INTO audit-valor-ant
              END-STRING
              MOVE OPER-SUPERVISOR TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF OPER-CLAVE NOT = SPACES THEN
              MOVE "OPER_CLAVE"   TO audit-campo
              MOVE OPER-ID        TO audit-valor-ant
