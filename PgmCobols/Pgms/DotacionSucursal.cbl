      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Dotacion efectiva de una sucursal en una fecha
      *          (dotacion.dat, MantenedorDotacion): cuantos
      *          operadores estan asignados ese dia de la semana,
      *          cuantos estan ausentes (VerificarAusencia) y cuantos
      *          quedan presentes. Con un bloque HH informado solo
      *          cuentan los operadores cuyo turno cubre la hora
      *          completa, y la capacidad del bloque es la suma de
      *          las citas por hora de los presentes; con bloque 99
      *          se mide el dia completo. Si la sucursal no tiene
      *          dotacion registrada se devuelve la capacidad fija
      *          recibida (sucursal-capacidad). Un operador a excluir
      *          se cuenta como ausente aunque aun no tenga su
      *          ausencia grabada (MantenedorAusencias lo usa para
      *          medir el efecto de la ausencia antes de registrarla).
      *          Lo usan AgendarCita, OfrecerCupos, ImpactoFeriado y
      *          ReporteDotacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DotacionSucursal.

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

           SELECT calendario
               ASSIGN TO
           "C:\PgmCobols\Data\calendario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS calendario-fecha
               FILE STATUS IS FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-dotacion.
           copy "C:\PgmCobols\FD\FDDotacion.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       WORKING-STORAGE SECTION.
       01  FS-DOTACION         PIC XX.
       01  FS-CALENDARIO       PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-DIA-SEM          PIC 9.
       01  WS-BLOQUE-DESDE     PIC 9(04).
       01  WS-BLOQUE-HASTA     PIC 9(04).

       01 PAR-ENTRADA-AUSENCIA.
           05  LK-AU-OPERADOR  PIC X(10).
           05  LK-AU-FECHA     PIC 9(08).
       01 PAR-SALIDA-AUSENCIA.
           05  LK-AU-AUSENTE   PIC X.
           05  LK-AU-BACKUP    PIC X(10).

       LINKAGE SECTION.
       01 PAR-ENTRADA-DOTACION.
           05  LK-DS-SUCURSAL  PIC X(04).
           05  LK-DS-FECHA     PIC 9(08).
           05  LK-DS-BLOQUE    PIC 9(02).
      *        Hora HH del bloque; 99 = dia completo.
           05  LK-DS-CAP-FIJA  PIC 9(02).
           05  LK-DS-EXCLUIR   PIC X(10).
       01 PAR-SALIDA-DOTACION.
           05  LK-DS-CON-DOTACION PIC X.
      *        S = la sucursal tiene dotacion registrada.
           05  LK-DS-ASIGNADOS PIC 9(03).
           05  LK-DS-AUSENTES  PIC 9(03).
           05  LK-DS-PRESENTES PIC 9(03).
           05  LK-DS-CAPACIDAD PIC 9(03).

       PROCEDURE DIVISION USING PAR-ENTRADA-DOTACION
                                PAR-SALIDA-DOTACION.
       MAIN-PROCEDURE.
           MOVE "N"            TO LK-DS-CON-DOTACION
           MOVE 0              TO LK-DS-ASIGNADOS LK-DS-AUSENTES
                                  LK-DS-PRESENTES
           MOVE LK-DS-CAP-FIJA TO LK-DS-CAPACIDAD

           OPEN INPUT datos-dotacion
           IF FS-DOTACION NOT = "00" THEN
              GOBACK
           END-IF

      *       SIN NINGUN REGISTRO DE LA SUCURSAL SE MANTIENE LA
      *       CAPACIDAD FIJA.
           MOVE LK-DS-SUCURSAL TO dot-sucursal
           MOVE 0              TO dot-dia-sem
           MOVE LOW-VALUES     TO dot-operador
           START datos-dotacion KEY IS NOT < dot-llave
               INVALID KEY
                   CLOSE datos-dotacion
                   GOBACK
           END-START
           READ datos-dotacion NEXT RECORD
               AT END
                   CLOSE datos-dotacion
                   GOBACK
           END-READ
           IF dot-sucursal NOT = LK-DS-SUCURSAL THEN
              CLOSE datos-dotacion
              GOBACK
           END-IF

           OPEN INPUT calendario
           IF FS-CALENDARIO NOT = "00" THEN
              CLOSE datos-dotacion
              GOBACK
           END-IF
           MOVE LK-DS-FECHA TO calendario-fecha
           READ calendario
               INVALID KEY
                   CLOSE datos-dotacion calendario
                   GOBACK
           END-READ
           MOVE calendario-dia-sem TO WS-DIA-SEM
           CLOSE calendario

           MOVE "S" TO LK-DS-CON-DOTACION
           MOVE 0   TO LK-DS-CAPACIDAD
           COMPUTE WS-BLOQUE-DESDE = LK-DS-BLOQUE * 100
           COMPUTE WS-BLOQUE-HASTA = WS-BLOQUE-DESDE + 100

           MOVE "N"            TO fin-de-archivo
           MOVE LK-DS-SUCURSAL TO dot-sucursal
           MOVE WS-DIA-SEM     TO dot-dia-sem
           MOVE LOW-VALUES     TO dot-operador
           START datos-dotacion KEY IS NOT < dot-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-dotacion NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF dot-sucursal NOT = LK-DS-SUCURSAL OR
                          dot-dia-sem NOT = WS-DIA-SEM THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF LK-DS-BLOQUE = 99 OR
                             (dot-hora-desde <= WS-BLOQUE-DESDE AND
                              dot-hora-hasta >= WS-BLOQUE-HASTA) THEN
                             PERFORM CONTAR-OPERADOR
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-dotacion
           GOBACK.

      *    EL OPERADOR CUBRE EL BLOQUE (O EL DIA): PRESENTE SI NO
      *    TIENE AUSENCIA EN LA FECHA NI ES EL EXCLUIDO. SIN CITAS
      *    POR HORA INFORMADAS ATIENDE UNA.
       CONTAR-OPERADOR.
           ADD 1 TO LK-DS-ASIGNADOS
           MOVE "N" TO LK-AU-AUSENTE
           IF dot-operador = LK-DS-EXCLUIR THEN
              MOVE "S" TO LK-AU-AUSENTE
           ELSE
              MOVE dot-operador TO LK-AU-OPERADOR
              MOVE LK-DS-FECHA  TO LK-AU-FECHA
              CALL "VerificarAusencia" USING PAR-ENTRADA-AUSENCIA
                                             PAR-SALIDA-AUSENCIA
           END-IF
           IF LK-AU-AUSENTE = "S" THEN
              ADD 1 TO LK-DS-AUSENTES
           ELSE
              ADD 1 TO LK-DS-PRESENTES
              IF dot-citas-hora IS NUMERIC AND dot-citas-hora > 0 THEN
                 ADD dot-citas-hora TO LK-DS-CAPACIDAD
              ELSE
                 ADD 1 TO LK-DS-CAPACIDAD
              END-IF
           END-IF
           .

       END PROGRAM DotacionSucursal.
