      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Marca las inasistencias del dia. Paso de cierre de
      *          jornada de la cadena (EjecutarCadena): recorre
      *          citas.dat en la fecha de negocio y cada cita que
      *          sigue agendada (estado A) con su sucursal ya cerrada
      *          (hora actual pasada sucursal-hora-cierra, o la fecha
      *          de negocio ya quedo atras) pasa a estado N (no
      *          asistio). La cita libera asi su cupo en el bloque y
      *          queda registrada en inasistencias.dat, que lleva la
      *          cuenta de inasistencias de cada cliente (AgendarCita
      *          aplica ahi la politica de reincidencia). Si se marco
      *          alguna, se corre OfrecerCupos para ofrecer los cupos
      *          liberados a la lista de espera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarcarInasistencias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-citas
               ASSIGN TO
           "C:\PgmCobols\Data\citas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cita-llave
               FILE STATUS IS FS-CITAS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT datos-inasistencias
               ASSIGN TO
           "C:\PgmCobols\Data\inasistencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS inas-llave
               FILE STATUS IS FS-INASIST.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-citas.
           copy "C:\PgmCobols\FD\FDCita.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  datos-inasistencias.
           copy "C:\PgmCobols\FD\FDInasistencia.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CITAS            PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  FS-INASIST          PIC XX.
       01  WS-HAY-SUCURSALES   PIC X VALUE "N".
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-FECHA-NEGOCIO    PIC 9(08).
       01  WS-HORA-SYS         PIC 9(08).
       01  WS-HORA-ACTUAL      PIC 9(04).
       01  WS-HORA-CIERRE      PIC 9(04).
       01  WS-SUCURSAL-ANT     PIC X(04).

       01  WS-CONT-AGENDADAS   PIC 9(06) VALUE 0.
       01  WS-CONT-MARCADAS    PIC 9(06) VALUE 0.
       01  WS-CONT-ABIERTAS    PIC 9(06) VALUE 0.
      *        Agendadas de una sucursal que aun no cierra: quedan
      *        para la corrida siguiente.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-NEGOCIO
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME
           MOVE WS-HORA-SYS(1:4) TO WS-HORA-ACTUAL

           OPEN I-O datos-citas
           IF FS-CITAS NOT = "00" THEN
              DISPLAY "NO HAY CITAS REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-HAY-SUCURSALES
           END-IF
           OPEN I-O datos-inasistencias
           IF FS-INASIST = "35" THEN
              OPEN OUTPUT datos-inasistencias
              CLOSE datos-inasistencias
              OPEN I-O datos-inasistencias
           END-IF

           MOVE HIGH-VALUES      TO WS-SUCURSAL-ANT
           MOVE WS-FECHA-NEGOCIO TO cita-fecha
           MOVE 0                TO cita-hora cita-rut
           START datos-citas KEY IS NOT < cita-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-citas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF cita-fecha NOT = WS-FECHA-NEGOCIO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF cita-agendada THEN
                             ADD 1 TO WS-CONT-AGENDADAS
                             PERFORM MARCAR-UNA-CITA THRU
                                     MARCAR-UNA-CITA-FIN
                          END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-citas datos-inasistencias
           IF WS-HAY-SUCURSALES = "S" THEN
              CLOSE datos-sucursales
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "INASISTENCIAS DEL " WS-FECHA-NEGOCIO
           DISPLAY "CITAS AGENDADAS....: " WS-CONT-AGENDADAS
           DISPLAY "MARCADAS NO ASISTE.: " WS-CONT-MARCADAS
           DISPLAY "SUCURSAL ABIERTA...: " WS-CONT-ABIERTAS
           DISPLAY "-------------------------------------------"

           IF WS-CONT-MARCADAS > 0 THEN
              CALL "OfrecerCupos"
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * MARCAR-UNA-CITA : solo si la sucursal ya cerro. Si la     *
      * fecha de negocio es anterior a hoy el dia completo ya     *
      * paso; las citas sin sucursal (anteriores al maestro) se   *
      * marcan en la corrida de cierre de jornada. La cita se     *
      * marca despues de grabar la inasistencia: si no se puede   *
      * registrar, sigue agendada para la corrida siguiente.      *
      *----------------------------------------------------------*
       MARCAR-UNA-CITA.
           IF WS-FECHA-NEGOCIO = WS-FECHA-SYS AND
              WS-HAY-SUCURSALES = "S" AND
              cita-sucursal NOT = SPACES THEN
              PERFORM LEER-HORA-CIERRE
              IF WS-HORA-ACTUAL < WS-HORA-CIERRE THEN
                 ADD 1 TO WS-CONT-ABIERTAS
                 GO TO MARCAR-UNA-CITA-FIN
              END-IF
           END-IF

           MOVE cita-rut       TO inas-rut
           MOVE cita-fecha     TO inas-fecha
           MOVE cita-hora      TO inas-hora
           MOVE cita-sucursal  TO inas-sucursal
           MOVE cita-motivo    TO inas-motivo
           MOVE WS-FECHA-SYS   TO inas-fecmod
           MOVE "BATCH"        TO inas-usuario-mod
           WRITE inas-registro
               INVALID KEY
                   IF FS-INASIST NOT = "22" THEN
                      DISPLAY "NO SE PUDO REGISTRAR LA INASISTENCIA "
                              "RUT " cita-rut " FS " FS-INASIST
                      GO TO MARCAR-UNA-CITA-FIN
                   END-IF
           END-WRITE

           MOVE "N"           TO cita-estado
           MOVE WS-FECHA-SYS  TO cita-fecmod
           MOVE "BATCH"       TO cita-usuario-mod
           REWRITE cita-registro END-REWRITE
           ADD 1 TO WS-CONT-MARCADAS.
       MARCAR-UNA-CITA-FIN.
           EXIT.

      *    LA HORA DE CIERRE SE RELEE SOLO AL CAMBIAR DE SUCURSAL;
      *    SUCURSAL NO REGISTRADA = SE CONSIDERA CERRADA.
       LEER-HORA-CIERRE.
           IF cita-sucursal NOT = WS-SUCURSAL-ANT THEN
              MOVE cita-sucursal TO WS-SUCURSAL-ANT
              MOVE 0             TO WS-HORA-CIERRE
              MOVE cita-sucursal TO sucursal-codigo
              READ datos-sucursales
                  NOT INVALID KEY
                      MOVE sucursal-hora-cierra TO WS-HORA-CIERRE
              END-READ
           END-IF
           .

       END PROGRAM MarcarInasistencias.
