      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte semanal de dotacion por sucursal. Semana de
      *          7 dias desde la fecha de dotacion_param.dat
      *          (AAAAMMDD) o, sin el, desde la fecha de negocio. Por
      *          cada sucursal activa y cada dia: operadores asignados
      *          (dotacion.dat), ausentes (ausencias.dat), presentes y
      *          citas agendadas, marcando los dias bajo la dotacion
      *          minima de la sucursal (sucursal-dotacion-min) y los
      *          dias con citas pero sin operadores asignados. Los
      *          feriados no se evaluan. Salida por spool (DOTACION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteDotacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT param-dotacion ASSIGN TO
           "C:\PgmCobols\Data\dotacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  param-dotacion.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-SUCURSALES         PIC XX.
       01  FS-CALENDARIO         PIC XX.
       01  FS-CITAS              PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-CITAS-OK           PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-conteo            PIC X.
       01  WS-FECHA-INI          PIC 9(08).
       01  WS-FECHA-FIN          PIC 9(08).

      *    LOS 7 DIAS DE LA SEMANA SE CARGAN UNA VEZ DEL CALENDARIO.
       01  WS-TAB-SEMANA.
           05  WS-DIA-ITEM OCCURS 7 TIMES.
               10  WS-SEM-FECHA      PIC 9(08).
               10  WS-SEM-DIA-SEM    PIC 9.
               10  WS-SEM-FERIADO    PIC X.
       01  WS-DIAS-CANT          PIC 9.
       01  WS-IDX-DIA            PIC 9.
       01  WS-DIA-SEM-DESC       PIC X(10).

       01  WS-CITAS-DIA          PIC 9(04).
       01  WS-MINIMO             PIC 9(02).
       01  WS-OBSERVACION        PIC X(30).
       01  WS-ASI-EDIT           PIC ZZ9.
       01  WS-AUS-EDIT           PIC ZZ9.
       01  WS-PRE-EDIT           PIC ZZ9.
       01  WS-MIN-EDIT           PIC Z9.
       01  WS-CIT-EDIT           PIC ZZZ9.

       01  WS-CONT-SUCURSALES    PIC 9(04) VALUE 0.
       01  WS-CONT-SIN-DOTACION  PIC 9(04) VALUE 0.
       01  WS-CONT-BAJO-MINIMO   PIC 9(04) VALUE 0.
       01  WS-CONT-SIN-OPERADOR  PIC 9(04) VALUE 0.

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

       01  WS-RUTA-SPOOL         PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS

           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES NOT = "00" THEN
              DISPLAY "NO HAY SUCURSALES REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT calendario
           IF FS-CALENDARIO NOT = "00" THEN
              DISPLAY "NO HAY CALENDARIO GENERADO."
              CLOSE datos-sucursales
              GOBACK
           END-IF
           PERFORM CARGAR-SEMANA
           CLOSE calendario
           IF WS-DIAS-CANT = 0 THEN
              DISPLAY "LA SEMANA NO ESTA EN EL CALENDARIO."
              CLOSE datos-sucursales
              GOBACK
           END-IF
           OPEN INPUT datos-citas
           IF FS-CITAS = "00" THEN
              MOVE "S" TO WS-CITAS-OK
           END-IF

           MOVE "DOTACION"      TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "DOTACION SEMANAL DEL "
                                 DELIMITED BY SIZE
                  WS-FECHA-INI   DELIMITED BY SIZE
                  " AL "         DELIMITED BY SIZE
                  WS-FECHA-FIN   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "  FECHA    DIA        ASIG AUSE PRES MIN CITAS"
                                 DELIMITED BY SIZE
                  "  OBSERVACION"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE LOW-VALUES TO sucursal-codigo
           START datos-sucursales KEY IS NOT < sucursal-codigo
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-sucursales NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF sucursal-activa THEN
                          PERFORM LISTAR-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM

           MOVE "T" TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "SUCURSALES "        DELIMITED BY SIZE
                  WS-CONT-SUCURSALES   DELIMITED BY SIZE
                  " SIN DOTACION "     DELIMITED BY SIZE
                  WS-CONT-SIN-DOTACION DELIMITED BY SIZE
                  " DIAS BAJO MINIMO " DELIMITED BY SIZE
                  WS-CONT-BAJO-MINIMO  DELIMITED BY SIZE
                  " CON CITAS SIN OPERADOR " DELIMITED BY SIZE
                  WS-CONT-SIN-OPERADOR DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-sucursales
           IF WS-CITAS-OK = "S" THEN
              CLOSE datos-citas
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "DOTACION SEMANAL DEL " WS-FECHA-INI
           DISPLAY "SUCURSALES.........: " WS-CONT-SUCURSALES
           DISPLAY "SIN DOTACION.......: " WS-CONT-SIN-DOTACION
           DISPLAY "DIAS BAJO MINIMO...: " WS-CONT-BAJO-MINIMO
           DISPLAY "CITAS SIN OPERADOR.: " WS-CONT-SIN-OPERADOR
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : fecha AAAAMMDD de inicio de la semana;  *
      * sin parametro o invalida, la fecha de negocio.            *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-INI

           OPEN INPUT param-dotacion
           IF FS-PARAM = "00" THEN
              READ param-dotacion INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:8) IS NUMERIC THEN
                         MOVE param-linea(1:8) TO WS-FECHA-INI
                      END-IF
              END-READ
              CLOSE param-dotacion
           END-IF
           .

      *    calendario.dat VA POR FECHA: LOS 7 REGISTROS SIGUIENTES A
      *    LA FECHA DE INICIO SON LOS DIAS CONSECUTIVOS DE LA SEMANA.
       CARGAR-SEMANA.
           MOVE 0            TO WS-DIAS-CANT
           MOVE "N"          TO fin-conteo
           MOVE WS-FECHA-INI TO calendario-fecha
           START calendario KEY IS NOT < calendario-fecha
               INVALID KEY
                   MOVE "S" TO fin-conteo
           END-START
           PERFORM UNTIL fin-conteo = "S" OR WS-DIAS-CANT = 7
               READ calendario NEXT RECORD
                   AT END
                       MOVE "S" TO fin-conteo
                   NOT AT END
                       ADD 1 TO WS-DIAS-CANT
                       MOVE calendario-fecha
                                TO WS-SEM-FECHA(WS-DIAS-CANT)
                       MOVE calendario-dia-sem
                                TO WS-SEM-DIA-SEM(WS-DIAS-CANT)
                       MOVE calendario-feriado
                                TO WS-SEM-FERIADO(WS-DIAS-CANT)
                       MOVE calendario-fecha TO WS-FECHA-FIN
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * LISTAR-SUCURSAL : una linea por dia. Sin ningun registro  *
      * en dotacion.dat la sucursal sigue con su capacidad fija y *
      * solo se informa.                                          *
      *----------------------------------------------------------*
       LISTAR-SUCURSAL.
           ADD 1 TO WS-CONT-SUCURSALES
           MOVE 0 TO WS-MINIMO
           IF sucursal-dotacion-min IS NUMERIC THEN
              MOVE sucursal-dotacion-min TO WS-MINIMO
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "SUCURSAL "       DELIMITED BY SIZE
                  sucursal-codigo   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  sucursal-nombre   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE 1 TO WS-IDX-DIA
           PERFORM LISTAR-UN-DIA
           IF LK-DS-CON-DOTACION NOT = "S" THEN
              ADD 1 TO WS-CONT-SIN-DOTACION
              MOVE SPACES TO lk-rw-linea
              STRING "  SIN DOTACION REGISTRADA (CAPACIDAD FIJA "
                                         DELIMITED BY SIZE
                     sucursal-capacidad  DELIMITED BY SIZE
                     " CITAS POR HORA)"  DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           ELSE
              PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                      UNTIL WS-IDX-DIA > WS-DIAS-CANT
                 PERFORM LISTAR-UN-DIA
                 PERFORM ESCRIBIR-UN-DIA
              END-PERFORM
           END-IF
           .

       LISTAR-UN-DIA.
           MOVE sucursal-codigo          TO LK-DS-SUCURSAL
           MOVE WS-SEM-FECHA(WS-IDX-DIA) TO LK-DS-FECHA
           MOVE 99                       TO LK-DS-BLOQUE
           MOVE sucursal-capacidad       TO LK-DS-CAP-FIJA
           MOVE SPACES                   TO LK-DS-EXCLUIR
           CALL "DotacionSucursal" USING PAR-ENTRADA-DOTACION
                                         PAR-SALIDA-DOTACION
           .

       ESCRIBIR-UN-DIA.
           PERFORM CONTAR-CITAS-DIA
           MOVE SPACES TO WS-OBSERVACION
           EVALUATE TRUE
               WHEN WS-SEM-FERIADO(WS-IDX-DIA) = "S"
                   MOVE "FERIADO" TO WS-OBSERVACION
               WHEN LK-DS-ASIGNADOS = 0 AND WS-CITAS-DIA > 0
                   MOVE "** CITAS SIN OPERADORES"
                                  TO WS-OBSERVACION
                   ADD 1 TO WS-CONT-SIN-OPERADOR
               WHEN LK-DS-ASIGNADOS = 0
                   MOVE "SIN TURNO" TO WS-OBSERVACION
               WHEN WS-MINIMO > 0 AND LK-DS-PRESENTES < WS-MINIMO
                   MOVE "** BAJO DOTACION MINIMA"
                                  TO WS-OBSERVACION
                   ADD 1 TO WS-CONT-BAJO-MINIMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE WS-SEM-DIA-SEM(WS-IDX-DIA)
               WHEN 1 MOVE "DOMINGO"    TO WS-DIA-SEM-DESC
               WHEN 2 MOVE "LUNES"      TO WS-DIA-SEM-DESC
               WHEN 3 MOVE "MARTES"     TO WS-DIA-SEM-DESC
               WHEN 4 MOVE "MIERCOLES"  TO WS-DIA-SEM-DESC
               WHEN 5 MOVE "JUEVES"     TO WS-DIA-SEM-DESC
               WHEN 6 MOVE "VIERNES"    TO WS-DIA-SEM-DESC
               WHEN 7 MOVE "SABADO"     TO WS-DIA-SEM-DESC
               WHEN OTHER MOVE SPACES   TO WS-DIA-SEM-DESC
           END-EVALUATE
           MOVE LK-DS-ASIGNADOS TO WS-ASI-EDIT
           MOVE LK-DS-AUSENTES  TO WS-AUS-EDIT
           MOVE LK-DS-PRESENTES TO WS-PRE-EDIT
           MOVE WS-MINIMO       TO WS-MIN-EDIT
           MOVE WS-CITAS-DIA    TO WS-CIT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  "                     DELIMITED BY SIZE
                  WS-SEM-FECHA(WS-IDX-DIA) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-DIA-SEM-DESC          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-ASI-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-AUS-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-PRE-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-MIN-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-CIT-EDIT              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-OBSERVACION           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    CITAS AGENDADAS (ESTADO A) DE LA SUCURSAL EN EL DIA,
      *    RECORRIENDO citas.dat POR SU LLAVE FECHA+HORA+RUT.
       CONTAR-CITAS-DIA.
           MOVE 0 TO WS-CITAS-DIA
           IF WS-CITAS-OK NOT = "S" THEN
              MOVE "S" TO fin-conteo
           ELSE
              MOVE "N" TO fin-conteo
              MOVE WS-SEM-FECHA(WS-IDX-DIA) TO cita-fecha
              MOVE 0                        TO cita-hora cita-rut
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
                       IF cita-fecha NOT = WS-SEM-FECHA(WS-IDX-DIA)
                       THEN
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

       END PROGRAM ReporteDotacion.
