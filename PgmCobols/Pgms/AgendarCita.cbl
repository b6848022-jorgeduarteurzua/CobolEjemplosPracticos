      *          su horario de atencion y quedar cupo en el bloque
      *          de una hora (capacidad del meson); con el bloque
      *          lleno se ofrece el proximo bloque libre del dia.
      *          Con ACCION = C se cierra como cumplida una cita ya
      *          realizada y, si se indica un servicio, se deja su
      *          cobro pendiente para la proxima factura
      *          (GrabarCargoPend, cargos_pend.dat).
      *          Cliente reincidente en inasistencias: con N o mas
      *          registros en inasistencias.dat en los ultimos M
      *          meses (inasistencias_param.dat "N;M", por defecto
      *          3 y 6) solo se le agenda para el mismo dia, salvo
      *          que agende un supervisor (perfil A).
      *          Si la sucursal tiene dotacion (dotacion.dat), la
      *          capacidad de cada bloque es la de los operadores
      *          asignados y no ausentes ese dia (DotacionSucursal);
      *          sin dotacion rige sucursal-capacidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT datos-inasistencias
               ASSIGN TO
           "C:\PgmCobols\Data\inasistencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS inas-llave
               FILE STATUS IS FS-INASIST.

           SELECT param-inasistencias ASSIGN TO
           "C:\PgmCobols\Data\inasistencias_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-inasistencias.
           copy "C:\PgmCobols\FD\FDInasistencia.cpy".

       FD  param-inasistencias.
       01  param-linea         PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-CALENDARIO       PIC XX.
       01  FS-CITAS            PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-INASIST          PIC XX.
       01  FS-PARAM            PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
      *        maestro) se agenda como siempre, sin control de cupo.
       01  fin-conteo          PIC X.

      *    POLITICA DE REINCIDENCIA: N INASISTENCIAS EN M MESES.
       01  WS-HAY-INASIST      PIC X VALUE "N".
       01  WS-INAS-TOPE        PIC 9(03) VALUE 3.
       01  WS-INAS-MESES       PIC 9(03) VALUE 6.
       01  WS-PARAM-TOPE       PIC X(03).
       01  WS-PARAM-MESES      PIC X(03).
       01  WS-INAS-CANT        PIC 9(04).
       01  WS-INAS-DESDE       PIC 9(08).
       01  WS-MESES-TOT        PIC 9(06).
       01  WS-INAS-ANO         PIC 9(04).
       01  WS-INAS-MES         PIC 9(02).
       01  WS-INAS-OK          PIC X.
       01  WS-INAS-EDIT        PIC ZZZ9.

      *    CONTROL DE CUPO POR BLOQUE DE UNA HORA: SE CUENTAN LAS
      *    CITAS AGENDADAS DE LA SUCURSAL EN EL BLOQUE HH00-HH59 Y
      *    SE COMPARA CONTRA LA CAPACIDAD EFECTIVA DEL BLOQUE
      *    (DotacionSucursal, O sucursal-capacidad SIN DOTACION).
       01  WS-BLOQUE-HORA      PIC 9(02).
       01  WS-BLOQUE-DESDE     PIC 9(04).
       01  WS-BLOQUE-HASTA     PIC 9(04).
       01  WS-CITAS-BLOQUE     PIC 9(04).
       01  WS-BLOQUE-LIBRE     PIC 9(02).
       01  WS-HORA-SUGERIDA    PIC 9(04).
       01  WS-CAPACIDAD-BLOQUE PIC 9(03).

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

       01 PAR-ENTRADA-CPEND.
           05  lk-cp-operacion  PIC X.
           05  lk-cp-rut        PIC 9(10).
           05  lk-cp-correlativo PIC 9(04).
           05  lk-cp-servicio   PIC X(06).
           05  lk-cp-cantidad   PIC 9(03).
           05  lk-cp-motivo     PIC X(40).
           05  lk-cp-origen     PIC X.
           05  lk-cp-operador   PIC X(10).
       01 PAR-SALIDA-CPEND.
           05  OUT-CODRET-CP    PIC 9(04).
           05  OUT-DESRET-CP    PIC X(50).
           05  OUT-CORREL-CP    PIC 9(04).

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT          PIC 9(10).
           05 HORA-CITA    PIC 9(04).
           05 MOTIVO-CITA  PIC X(40).
           05 SUCURSAL-CITA PIC X(04).
           05 ACCION-CITA  PIC X.
           05 SERVICIO-VISITA PIC X(06).
           05 CANT-VISITA  PIC 9(03).
           05 SALIR        PIC X.

       LINKAGE SECTION.
         03  LINE 11 COL 22 PIC X(40) USING MOTIVO-CITA.
         03  LINE 12 COL 5  VALUE "SUCURSAL......: ".
         03  LINE 12 COL 22 PIC X(04) USING SUCURSAL-CITA.
         03  LINE 14 COL 5  VALUE "ACCION (A=AGENDAR C=CERRAR): ".
         03  LINE 14 COL 35 PIC X USING ACCION-CITA.
         03  LINE 15 COL 5  VALUE "COBRAR SERVICIO (CIERRE)...: ".
         03  LINE 15 COL 35 PIC X(06) USING SERVICIO-VISITA.
         03  LINE 16 COL 5  VALUE "CANTIDAD A COBRAR..........: ".
         03  LINE 16 COL 35 PIC 9(03) USING CANT-VISITA.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-HAY-SUCURSALES
           END-IF
           OPEN INPUT datos-inasistencias
           IF FS-INASIST = "00" THEN
              MOVE "S" TO WS-HAY-INASIST
           END-IF
           PERFORM LEER-PARAMETROS

           MOVE "N"   TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT FECHA-CITA HORA-CITA CANT-VISITA
              MOVE SPACES TO APEPAT-BUSQ NOMBRE-BUSQ
                             NOMBRE-HALLADO MOTIVO-CITA
                             SUCURSAL-CITA SERVICIO-VISITA
              MOVE "A"    TO ACCION-CITA
              DISPLAY PANTALLA-CITA
              ACCEPT  PANTALLA-CITA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 IF ACCION-CITA = "C" OR ACCION-CITA = "c" THEN
                    PERFORM CERRAR-UNA-CITA THRU
                            CERRAR-UNA-CITA-FIN
                 ELSE
                    PERFORM AGENDAR-UNA-CITA THRU
                            AGENDAR-UNA-CITA-FIN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE datos-usuarios calendario datos-citas
           IF WS-HAY-SUCURSALES = "S" THEN
              CLOSE datos-sucursales
           END-IF
           IF WS-HAY-INASIST = "S" THEN
              CLOSE datos-inasistencias
           END-IF
           GOBACK.

       AGENDAR-UNA-CITA.
              GO TO AGENDAR-UNA-CITA-FIN
           END-IF

           IF WS-HAY-INASIST = "S" THEN
              PERFORM VALIDAR-INASISTENCIAS THRU
                      VALIDAR-INASISTENCIAS-FIN
              IF WS-INAS-OK NOT = "S" THEN
                 GO TO AGENDAR-UNA-CITA-FIN
              END-IF
           END-IF

           IF WS-HAY-SUCURSALES = "S" THEN
              PERFORM VALIDAR-SUCURSAL-CUPO THRU
                      VALIDAR-SUCURSAL-CUPO-FIN
       AGENDAR-UNA-CITA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CERRAR-UNA-CITA : la cita (fecha, hora y cliente) debe     *
      * estar agendada y ya haber ocurrido. El cargo de la visita *
      * se graba antes de cerrarla: si no se puede registrar, la  *
      * cita queda agendada para reintentar.                      *
      *----------------------------------------------------------*
       CERRAR-UNA-CITA.
           PERFORM UBICAR-CLIENTE THRU UBICAR-CLIENTE-FIN
           IF WS-CLIENTE-OK NOT = "S" THEN
              GO TO CERRAR-UNA-CITA-FIN
           END-IF
           IF FECHA-CITA > WS-FECHA-SYS THEN
              MOVE "LA VISITA AUN NO OCURRE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CERRAR-UNA-CITA-FIN
           END-IF

           MOVE FECHA-CITA TO cita-fecha
           MOVE HORA-CITA  TO cita-hora
           MOVE RUT        TO cita-rut
           READ datos-citas
               INVALID KEY
                   MOVE "NO EXISTE ESA CITA" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CERRAR-UNA-CITA-FIN
           END-READ
           IF NOT cita-agendada THEN
              MOVE "LA CITA NO ESTA AGENDADA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CERRAR-UNA-CITA-FIN
           END-IF

           IF SERVICIO-VISITA NOT = SPACES THEN
              MOVE "A"             TO lk-cp-operacion
              MOVE RUT             TO lk-cp-rut
              MOVE 0               TO lk-cp-correlativo
              MOVE SERVICIO-VISITA TO lk-cp-servicio
              MOVE CANT-VISITA     TO lk-cp-cantidad
              IF lk-cp-cantidad = 0 THEN
                 MOVE 1            TO lk-cp-cantidad
              END-IF
              MOVE SPACES          TO lk-cp-motivo
              STRING "VISITA "     DELIMITED BY SIZE
                     cita-fecha    DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     cita-motivo   DELIMITED BY SIZE
                        INTO lk-cp-motivo
              END-STRING
              MOVE "V"             TO lk-cp-origen
              MOVE LK-OPERADOR-ID  TO lk-cp-operador
              CALL "GrabarCargoPend" USING PAR-ENTRADA-CPEND
                                           PAR-SALIDA-CPEND
              IF OUT-CODRET-CP NOT = 0 THEN
                 MOVE OUT-DESRET-CP TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CERRAR-UNA-CITA-FIN
              END-IF
           END-IF

           MOVE "C"            TO cita-estado
           MOVE WS-FECHA-SYS   TO cita-fecmod
           MOVE LK-OPERADOR-ID TO cita-usuario-mod
           REWRITE cita-registro END-REWRITE
           IF FS-CITAS = "00" THEN
              MOVE "CITA CERRADA COMO CUMPLIDA" TO MSG-ERROR
              MOVE "I"             TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E"             TO MSG-SEVERIDAD
           ELSE
              MOVE "NO SE PUDO CERRAR LA CITA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF.
       CERRAR-UNA-CITA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * UBICAR-CLIENTE : con RUT distinto de 0 se lee directo por *
      * la llave primaria; con RUT = 0 se busca por la llave      *
       VALIDAR-FECHA-CITA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : "N;M" de inasistencias_param.dat; sin   *
      * archivo o con datos invalidos quedan 3 y 6.               *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           OPEN INPUT param-inasistencias
           IF FS-PARAM = "00" THEN
              READ param-inasistencias INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE SPACES TO WS-PARAM-TOPE WS-PARAM-MESES
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-PARAM-TOPE, WS-PARAM-MESES
                      END-UNSTRING
                      IF WS-PARAM-TOPE IS NUMERIC AND
                         WS-PARAM-TOPE NOT = "000" THEN
                         MOVE WS-PARAM-TOPE TO WS-INAS-TOPE
                      END-IF
                      IF WS-PARAM-MESES IS NUMERIC AND
                         WS-PARAM-MESES NOT = "000" THEN
                         MOVE WS-PARAM-MESES TO WS-INAS-MESES
                      END-IF
              END-READ
              CLOSE param-inasistencias
           END-IF
           .

      *----------------------------------------------------------*
      * VALIDAR-INASISTENCIAS : cuenta las inasistencias del      *
      * cliente desde hoy menos M meses. Llegado el tope solo se  *
      * acepta una cita para hoy mismo, o cualquier fecha si      *
      * agenda un supervisor (perfil A), que queda avisado.       *
      *----------------------------------------------------------*
       VALIDAR-INASISTENCIAS.
           MOVE "S" TO WS-INAS-OK
           MOVE WS-FECHA-SYS(1:4) TO WS-INAS-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-INAS-MES
           COMPUTE WS-MESES-TOT = WS-INAS-ANO * 12 + WS-INAS-MES - 1
                                - WS-INAS-MESES
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-INAS-ANO
                  REMAINDER WS-INAS-MES
           ADD 1 TO WS-INAS-MES
           MOVE WS-FECHA-SYS      TO WS-INAS-DESDE
           MOVE WS-INAS-ANO       TO WS-INAS-DESDE(1:4)
           MOVE WS-INAS-MES       TO WS-INAS-DESDE(5:2)

           MOVE 0             TO WS-INAS-CANT
           MOVE RUT           TO inas-rut
           MOVE WS-INAS-DESDE TO inas-fecha
           MOVE 0             TO inas-hora
           MOVE "N"           TO fin-conteo
           START datos-inasistencias KEY IS NOT < inas-llave
               INVALID KEY
                   MOVE "S" TO fin-conteo
           END-START
           PERFORM UNTIL fin-conteo = "S"
               READ datos-inasistencias NEXT RECORD
                   AT END
                       MOVE "S" TO fin-conteo
                   NOT AT END
                       IF inas-rut NOT = RUT THEN
                          MOVE "S" TO fin-conteo
                       ELSE
                          ADD 1 TO WS-INAS-CANT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INAS-CANT < WS-INAS-TOPE THEN
              GO TO VALIDAR-INASISTENCIAS-FIN
           END-IF

           MOVE WS-INAS-CANT TO WS-INAS-EDIT
           MOVE SPACES       TO MSG-ERROR
           IF LK-OPERADOR-PERFIL = "A" THEN
              STRING "CLIENTE CON "   DELIMITED BY SIZE
                     WS-INAS-EDIT     DELIMITED BY SIZE
                     " INASISTENCIAS; AUTORIZA SUPERVISOR"
                                      DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              MOVE "I" TO MSG-SEVERIDAD
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "E" TO MSG-SEVERIDAD
              GO TO VALIDAR-INASISTENCIAS-FIN
           END-IF
           IF FECHA-CITA NOT = WS-FECHA-SYS THEN
              STRING "CLIENTE CON "   DELIMITED BY SIZE
                     WS-INAS-EDIT     DELIMITED BY SIZE
                     " INASIST.: SOLO HOY O SUPERVISOR"
                                      DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE "N" TO WS-INAS-OK
           END-IF.
       VALIDAR-INASISTENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-SUCURSAL-CUPO : la sucursal debe existir y estar   *
      * activa, la hora caer en su horario de atencion y el bloque *

           DIVIDE HORA-CITA BY 100 GIVING WS-BLOQUE-HORA
           PERFORM CONTAR-CITAS-BLOQUE
           PERFORM OBTENER-CAPACIDAD-BLOQUE
           IF WS-CITAS-BLOQUE < WS-CAPACIDAD-BLOQUE THEN
              MOVE "S" TO WS-SUCURSAL-OK
              GO TO VALIDAR-SUCURSAL-CUPO-FIN
           END-IF
           PERFORM UNTIL WS-BLOQUE-LIBRE NOT = 99 OR
                         WS-BLOQUE-HORA * 100 >= sucursal-hora-cierra
              PERFORM CONTAR-CITAS-BLOQUE
              PERFORM OBTENER-CAPACIDAD-BLOQUE
              IF WS-CITAS-BLOQUE < WS-CAPACIDAD-BLOQUE THEN
                 MOVE WS-BLOQUE-HORA TO WS-BLOQUE-LIBRE
              ELSE
                 ADD 1 TO WS-BLOQUE-HORA
           END-PERFORM
           .

      *    CAPACIDAD DEL BLOQUE WS-BLOQUE-HORA DE FECHA-CITA SEGUN
      *    LOS OPERADORES PRESENTES; SIN DOTACION REGISTRADA VUELVE
      *    sucursal-capacidad.
       OBTENER-CAPACIDAD-BLOQUE.
           MOVE SUCURSAL-CITA      TO LK-DS-SUCURSAL
           MOVE FECHA-CITA         TO LK-DS-FECHA
           MOVE WS-BLOQUE-HORA     TO LK-DS-BLOQUE
           MOVE sucursal-capacidad TO LK-DS-CAP-FIJA
           MOVE SPACES             TO LK-DS-EXCLUIR
           CALL "DotacionSucursal" USING PAR-ENTRADA-DOTACION
                                         PAR-SALIDA-DOTACION
           MOVE LK-DS-CAPACIDAD TO WS-CAPACIDAD-BLOQUE
           .

       END PROGRAM AgendarCita.
