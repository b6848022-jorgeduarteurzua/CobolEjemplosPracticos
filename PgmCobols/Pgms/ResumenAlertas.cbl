      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Resumen semanal de alertas de acceso
      *          (alertas_acceso.dat) por operador, al spool
      *          (ALERTASSEMANA, reimprimible desde VerSpool): cuantas
      *          alertas tuvo de cada tipo y como se cerraron
      *          (justificada, falso positivo, sancionada), cuantas
      *          tienen la tarea cerrada en ColaTareas sin
      *          clasificar y cuantas siguen pendientes. Con el
      *          login BATCH de la cadena cubre los siete dias que
      *          terminan ayer; desde el MENU (perfil A o el oficial
      *          de seguridad) pide el rango de fechas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumenAlertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT param-alertas ASSIGN TO
           "C:\PgmCobols\Data\alertas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT datos-alertas
               ASSIGN TO
           "C:\PgmCobols\Data\alertas_acceso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alerta-llave
               FILE STATUS IS FS-ALERTAS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT reporte-alertas
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  param-alertas.
       01  param-linea           PIC X(60).

       FD  datos-alertas.
           copy "C:\PgmCobols\FD\FDAlertaAcceso.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  reporte-alertas.
       01  REP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-PARAM            PIC XX.
       01  FS-ALERTAS          PIC XX.
       01  FS-TAREAS           PIC XX.
       01  FS-REPORTE          PIC XX.
       01  WS-TAREAS-OK        PIC X VALUE "N".
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-SPOOL       PIC X(80).
       01  WS-FECHA-DESDE      PIC 9(08).
       01  WS-FECHA-HASTA      PIC 9(08).
       01  WS-TAREA-CERRADA    PIC X.

      *    MISMOS CAMPOS Y DEFECTOS QUE LEE AlertasAcceso.
       01  WS-PAR-FACTOR       PIC X(02).
       01  WS-PAR-MINIMO       PIC X(04).
       01  WS-PAR-DIAS         PIC X(03).
       01  WS-PAR-REPETIC      PIC X(02).
       01  WS-OPER-SEGURIDAD   PIC X(10) VALUE "SEGURIDAD".

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

      *    TOTALES POR OPERADOR (EN ORDEN DE APARICION).
       01  WS-TAB-OPERADORES.
           05  WS-TO-ITEM OCCURS 300 TIMES.
               10  WS-TO-OPERADOR   PIC X(10).
               10  WS-TO-VO         PIC 9(04).
               10  WS-TO-HS         PIC 9(04).
               10  WS-TO-RG         PIC 9(04).
               10  WS-TO-SE         PIC 9(04).
               10  WS-TO-JUST       PIC 9(04).
               10  WS-TO-FALSO      PIC 9(04).
               10  WS-TO-SANC       PIC 9(04).
               10  WS-TO-SIN-CLASIF PIC 9(04).
               10  WS-TO-PEND       PIC 9(04).
       01  WS-TO-CANT-ITEMS    PIC 9(04) VALUE 0.
       01  WS-TO-IDX           PIC 9(04).
       01  WS-TO-ACT           PIC 9(04).
       01  WS-DESBORDE         PIC X VALUE "N".

       01  WS-TOT-ITEM.
           05  WS-TOT-VO         PIC 9(05).
           05  WS-TOT-HS         PIC 9(05).
           05  WS-TOT-RG         PIC 9(05).
           05  WS-TOT-SE         PIC 9(05).
           05  WS-TOT-JUST       PIC 9(05).
           05  WS-TOT-FALSO      PIC 9(05).
           05  WS-TOT-SANC       PIC 9(05).
           05  WS-TOT-SIN-CLASIF PIC 9(05).
           05  WS-TOT-PEND       PIC 9(05).

       01  WS-LINEA-DET.
           05  WS-DET-OPERADOR   PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-VO         PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-HS         PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-RG         PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-SE         PIC Z(04)9.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-DET-JUST       PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-FALSO      PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-SANC       PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-SIN-CLASIF PIC Z(04)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-PEND       PIC Z(04)9.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo WS-DESBORDE
           MOVE 0   TO WS-TO-CANT-ITEMS
           INITIALIZE WS-TOT-ITEM
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           PERFORM LEER-PARAMETROS
           IF LK-OPERADOR-PERFIL NOT = "A" AND
              LK-OPERADOR-ID NOT = WS-OPER-SEGURIDAD THEN
              DISPLAY "SOLO EL OFICIAL DE SEGURIDAD O PERFIL A "
                      "VE EL RESUMEN DE ALERTAS."
              GOBACK
           END-IF

      *       LA SEMANA POR DEFECTO TERMINA AYER, ULTIMO DIA QUE
      *       AlertasAcceso YA REVISO.
           MOVE WS-FECHA-SYS TO FECHA-YYYYMMDD
           MOVE 1            TO SUM-RES-DIAS
           MOVE "-"          TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-HASTA
           MOVE WS-FECHA-HASTA TO FECHA-YYYYMMDD
           MOVE 6              TO SUM-RES-DIAS
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-DESDE

           IF LK-OPERADOR-ID NOT = "BATCH" THEN
              PERFORM PEDIR-RANGO
           END-IF

           OPEN INPUT datos-alertas
           IF FS-ALERTAS NOT = "00" THEN
              DISPLAY "NO HAY ALERTAS DE ACCESO REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-tareas
           IF FS-TAREAS = "00" THEN
              MOVE "S" TO WS-TAREAS-OK
           ELSE
              MOVE "N" TO WS-TAREAS-OK
           END-IF

           MOVE WS-FECHA-DESDE TO alerta-fecha
           MOVE LOW-VALUES     TO alerta-operador alerta-tipo
           MOVE 0              TO alerta-rut
           START datos-alertas KEY IS NOT < alerta-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-alertas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF alerta-fecha > WS-FECHA-HASTA THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          PERFORM ACUMULAR-ALERTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-alertas
           IF WS-TAREAS-OK = "S" THEN
              CLOSE datos-tareas
           END-IF

           PERFORM EMITIR-REPORTE
           DISPLAY "RESUMEN DE ALERTAS: " WS-RUTA-SPOOL
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-alertas
           IF FS-PARAM = "00" THEN
              READ param-alertas INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-PAR-FACTOR, WS-PAR-MINIMO,
                               WS-PAR-DIAS, WS-PAR-REPETIC,
                               WS-OPER-SEGURIDAD
                      END-UNSTRING
              END-READ
              CLOSE param-alertas
           END-IF
           .

       PEDIR-RANGO.
           DISPLAY "FECHA DESDE (AAAAMMDD, 0 = " WS-FECHA-DESDE "): "
           MOVE 0 TO NUEVA-FECHA-YYYYMMDD
           ACCEPT NUEVA-FECHA-YYYYMMDD
           IF NUEVA-FECHA-YYYYMMDD IS NUMERIC AND
              NUEVA-FECHA-YYYYMMDD NOT = "00000000" THEN
              MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-DESDE
           END-IF
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = " WS-FECHA-HASTA "): "
           MOVE 0 TO NUEVA-FECHA-YYYYMMDD
           ACCEPT NUEVA-FECHA-YYYYMMDD
           IF NUEVA-FECHA-YYYYMMDD IS NUMERIC AND
              NUEVA-FECHA-YYYYMMDD NOT = "00000000" THEN
              MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-HASTA
           END-IF
           .

      *----------------------------------------------------------*
      * ACUMULAR-ALERTA : una alerta pendiente cuya tarea ya se   *
      * cerro en ColaTareas se cuenta aparte: se atendio sin que  *
      * quedara registrado como se resolvio.                      *
      *----------------------------------------------------------*
       ACUMULAR-ALERTA.
           MOVE 0 TO WS-TO-ACT
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
                      OR WS-TO-ACT > 0
              IF WS-TO-OPERADOR(WS-TO-IDX) = alerta-operador THEN
                 MOVE WS-TO-IDX TO WS-TO-ACT
              END-IF
           END-PERFORM
           IF WS-TO-ACT = 0 THEN
              IF WS-TO-CANT-ITEMS < 300 THEN
                 ADD 1 TO WS-TO-CANT-ITEMS
                 MOVE WS-TO-CANT-ITEMS TO WS-TO-ACT
                 INITIALIZE WS-TO-ITEM(WS-TO-ACT)
                 MOVE alerta-operador TO WS-TO-OPERADOR(WS-TO-ACT)
              ELSE
                 MOVE "S" TO WS-DESBORDE
              END-IF
           END-IF
           IF WS-TO-ACT > 0 THEN
              EVALUATE TRUE
                  WHEN alerta-volumen
                      ADD 1 TO WS-TO-VO(WS-TO-ACT)
                  WHEN alerta-sin-sesion
                      ADD 1 TO WS-TO-HS(WS-TO-ACT)
                  WHEN alerta-region
                      ADD 1 TO WS-TO-RG(WS-TO-ACT)
                  WHEN alerta-sensible
                      ADD 1 TO WS-TO-SE(WS-TO-ACT)
              END-EVALUATE
              IF alerta-cerrada THEN
                 EVALUATE TRUE
                     WHEN alerta-justificada
                         ADD 1 TO WS-TO-JUST(WS-TO-ACT)
                     WHEN alerta-falso-positivo
                         ADD 1 TO WS-TO-FALSO(WS-TO-ACT)
                     WHEN alerta-sancionada
                         ADD 1 TO WS-TO-SANC(WS-TO-ACT)
                 END-EVALUATE
              ELSE
                 PERFORM VER-TAREA-ALERTA
                 IF WS-TAREA-CERRADA = "S" THEN
                    ADD 1 TO WS-TO-SIN-CLASIF(WS-TO-ACT)
                 ELSE
                    ADD 1 TO WS-TO-PEND(WS-TO-ACT)
                 END-IF
              END-IF
           END-IF
           .

       VER-TAREA-ALERTA.
           MOVE "N" TO WS-TAREA-CERRADA
           IF WS-TAREAS-OK = "S" AND alerta-tarea-corr NOT = 0 THEN
              MOVE alerta-tarea-rut  TO tarea-rut
              MOVE alerta-tarea-corr TO tarea-correlativo
              READ datos-tareas END-READ
              IF FS-TAREAS = "00" AND tarea-cerrada THEN
                 MOVE "S" TO WS-TAREA-CERRADA
              END-IF
           END-IF
           .

       EMITIR-REPORTE.
           MOVE "ALERTASSEMANA" TO lk-sp-reporte
           MOVE LK-OPERADOR-ID  TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-alertas

           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "RESUMEN DE ALERTAS DE ACCESO DEL " DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  " AL "         DELIMITED BY SIZE
                  WS-FECHA-HASTA DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "                ---- TIPO DE ALERTA ----"
                  "    ----------- CIERRE -------------"
                  DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "OPERADOR       VOLUM  SIN-S  REGIO  SENSI"
                  "    JUSTI  FALSO  SANCI  S/CLA  PENDI"
                  DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA

           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
              MOVE WS-TO-OPERADOR(WS-TO-IDX)   TO WS-DET-OPERADOR
              MOVE WS-TO-VO(WS-TO-IDX)         TO WS-DET-VO
              MOVE WS-TO-HS(WS-TO-IDX)         TO WS-DET-HS
              MOVE WS-TO-RG(WS-TO-IDX)         TO WS-DET-RG
              MOVE WS-TO-SE(WS-TO-IDX)         TO WS-DET-SE
              MOVE WS-TO-JUST(WS-TO-IDX)       TO WS-DET-JUST
              MOVE WS-TO-FALSO(WS-TO-IDX)      TO WS-DET-FALSO
              MOVE WS-TO-SANC(WS-TO-IDX)       TO WS-DET-SANC
              MOVE WS-TO-SIN-CLASIF(WS-TO-IDX) TO WS-DET-SIN-CLASIF
              MOVE WS-TO-PEND(WS-TO-IDX)       TO WS-DET-PEND
              MOVE WS-LINEA-DET TO REP-LINEA
              WRITE REP-LINEA
              ADD WS-TO-VO(WS-TO-IDX)         TO WS-TOT-VO
              ADD WS-TO-HS(WS-TO-IDX)         TO WS-TOT-HS
              ADD WS-TO-RG(WS-TO-IDX)         TO WS-TOT-RG
              ADD WS-TO-SE(WS-TO-IDX)         TO WS-TOT-SE
              ADD WS-TO-JUST(WS-TO-IDX)       TO WS-TOT-JUST
              ADD WS-TO-FALSO(WS-TO-IDX)      TO WS-TOT-FALSO
              ADD WS-TO-SANC(WS-TO-IDX)       TO WS-TOT-SANC
              ADD WS-TO-SIN-CLASIF(WS-TO-IDX) TO WS-TOT-SIN-CLASIF
              ADD WS-TO-PEND(WS-TO-IDX)       TO WS-TOT-PEND
           END-PERFORM
           IF WS-TO-CANT-ITEMS = 0 THEN
              MOVE "  (SIN ALERTAS EN EL PERIODO)" TO REP-LINEA
              WRITE REP-LINEA
           END-IF

           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "TOTAL"           TO WS-DET-OPERADOR
           MOVE WS-TOT-VO         TO WS-DET-VO
           MOVE WS-TOT-HS         TO WS-DET-HS
           MOVE WS-TOT-RG         TO WS-DET-RG
           MOVE WS-TOT-SE         TO WS-DET-SE
           MOVE WS-TOT-JUST       TO WS-DET-JUST
           MOVE WS-TOT-FALSO      TO WS-DET-FALSO
           MOVE WS-TOT-SANC       TO WS-DET-SANC
           MOVE WS-TOT-SIN-CLASIF TO WS-DET-SIN-CLASIF
           MOVE WS-TOT-PEND       TO WS-DET-PEND
           MOVE WS-LINEA-DET TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "S/CLA = TAREA CERRADA EN LA COLA SIN CLASIFICAR LA"
             TO REP-LINEA
           WRITE REP-LINEA
           MOVE "        ALERTA (CerrarAlertas)." TO REP-LINEA
           WRITE REP-LINEA
           IF WS-DESBORDE = "S" THEN
              MOVE "ATENCION: DEMASIADOS OPERADORES; RESUMEN PARCIAL."
                TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           CLOSE reporte-alertas
           .

       END PROGRAM ResumenAlertas.
