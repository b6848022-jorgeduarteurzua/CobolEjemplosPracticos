      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Lanza la recertificacion trimestral de accesos de
      *          operadores (solo perfil A). Por cada operador activo
      *          de usuarios.dat deja en recertificaciones.dat su
      *          perfil, region y empresas vigentes para que su
      *          supervisor (operador-supervisor; sin supervisor
      *          valido, un perfil A) decida mantener, cambiar o
      *          revocar en CertificarAccesos antes del plazo. Cada
      *          supervisor recibe por spool (RECERTIFICACION) la
      *          lista de sus operadores con las opciones del menu
      *          que su perfil habilita segun permisos.dat, y una
      *          tarea en su cola que vence el dia del plazo. La
      *          campana queda abierta en recert_campanas.dat
      *          ("CAMPANA;INICIO;LIMITE;LANZADA-POR;ESTADO;CIERRE")
      *          hasta que VencerRecertificacion la cierra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenerarRecertificacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-campanas ASSIGN TO
           "C:\PgmCobols\Data\recert_campanas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPANAS.

           SELECT archivo-permisos ASSIGN TO
           "C:\PgmCobols\Data\permisos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERMISOS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-recert
               ASSIGN TO
           "C:\PgmCobols\Data\recertificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS recert-llave
               FILE STATUS IS FS-RECERT.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT reporte-recert
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-campanas.
       01  campana-linea         PIC X(80).

       FD  archivo-permisos.
       01  permiso-linea         PIC X(80).

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-recert.
           copy "C:\PgmCobols\FD\FDRecertificacion.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  reporte-recert.
       01  REP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CAMPANAS           PIC XX.
       01  FS-PERMISOS           PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-RECERT             PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-REPORTE            PIC XX.
       01  fin-lectura           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-FECHA-SYS-R REDEFINES WS-FECHA-SYS.
           05  WS-SYS-ANO        PIC 9(04).
           05  WS-SYS-MES        PIC 9(02).
           05  WS-SYS-DIA        PIC 9(02).
       01  WS-RUTA-SPOOL         PIC X(80).
       01  WS-CONFIRMA           PIC X.
       01  WS-DESBORDE           PIC X VALUE "N".

      *    CAMPANA NUEVA.
       01  WS-CAMPANA.
           05  WS-CAM-ANO        PIC 9(04).
           05  FILLER            PIC X VALUE "T".
           05  WS-CAM-TRIM       PIC 9.
       01  WS-PLAZO-DIAS         PIC 9(03) VALUE 30.
       01  WS-PLAZO-ENTRADA      PIC X(03).
       01  WS-FECHA-LIMITE       PIC 9(08).

      *    CAMPANAS ANTERIORES (recert_campanas.dat).
       01  WS-TAB-CAMPANAS.
           05  WS-CP-ITEM OCCURS 100 TIMES.
               10  WS-CP-CODIGO     PIC X(06).
               10  WS-CP-INICIO     PIC X(08).
               10  WS-CP-LIMITE     PIC X(08).
               10  WS-CP-LANZADA    PIC X(10).
               10  WS-CP-ESTADO     PIC X.
               10  WS-CP-CIERRE     PIC X(08).
       01  WS-CP-CANT-ITEMS      PIC 9(03) VALUE 0.
       01  WS-CP-IDX             PIC 9(03).

      *    MATRIZ DE PERMISOS, MISMO FORMATO QUE LEE EL MENU.
       01  WS-TAB-PERMISOS.
           05  WS-PERM-ITEM OCCURS 99 TIMES.
               10  WS-PERM-OPCION   PIC 9(02).
               10  WS-PERM-TITULO   PIC X(50).
               10  WS-PERM-PERFILES PIC X(10).
       01  WS-PERM-CANT          PIC 9(02) VALUE 0.
       01  WS-PERM-IDX           PIC 9(02).
       01  WS-PERM-HALLADO       PIC 9(02).

      *    OPERADORES ACTIVOS.
       01  WS-TAB-OPERADORES.
           05  WS-TO-ITEM OCCURS 300 TIMES.
               10  WS-TO-ID         PIC X(10).
               10  WS-TO-NOMBRE     PIC X(30).
               10  WS-TO-PERFIL     PIC X.
               10  WS-TO-REGION     PIC X(30).
               10  WS-TO-EMPRESAS   PIC X(12).
               10  WS-TO-SUPERVISOR PIC X(10).
               10  WS-TO-FEC-RECERT PIC 9(08).
       01  WS-TO-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TO-IDX             PIC 9(04).
       01  WS-TO-IDX2            PIC 9(04).
       01  WS-SUPERV-OK          PIC X.

      *    SUPERVISORES DISTINTOS (BLANCO = PERFIL A).
       01  WS-TAB-SUPERV.
           05  WS-TS-ID OCCURS 300 TIMES PIC X(10).
       01  WS-TS-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TS-IDX             PIC 9(04).
       01  WS-TS-ACT             PIC 9(04).
       01  WS-SUPERV-ACTUAL      PIC X(10).
       01  WS-CONT-OPER-SUP      PIC 9(04).

       01  WS-LINEA-OPC          PIC X(132).
       01  WS-PTR-OPC            PIC 9(03).
       01  WS-CONT-OPC           PIC 9(02).
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-CONT-RECERT        PIC 9(04) VALUE 0.

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
           MOVE "N" TO WS-DESBORDE
           MOVE 0   TO WS-CONT-RECERT WS-TO-CANT-ITEMS
                       WS-TS-CANT-ITEMS
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A lanza la recertificacion."
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE WS-SYS-ANO TO WS-CAM-ANO
           COMPUTE WS-CAM-TRIM = (WS-SYS-MES + 2) / 3

           PERFORM CARGAR-CAMPANAS THRU CARGAR-CAMPANAS-FIN
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-CANT-ITEMS
              IF WS-CP-CODIGO(WS-CP-IDX) = WS-CAMPANA THEN
                 DISPLAY "LA CAMPANA " WS-CAMPANA " YA FUE LANZADA."
                 GOBACK
              END-IF
              IF WS-CP-ESTADO(WS-CP-IDX) = "A" THEN
                 DISPLAY "LA CAMPANA " WS-CP-CODIGO(WS-CP-IDX)
                         " SIGUE ABIERTA HASTA EL "
                         WS-CP-LIMITE(WS-CP-IDX) "."
                 GOBACK
              END-IF
           END-PERFORM
           IF WS-CP-CANT-ITEMS >= 100 THEN
              DISPLAY "recert_campanas.dat LLENO."
              GOBACK
           END-IF

           DISPLAY "CAMPANA DE RECERTIFICACION " WS-CAMPANA
           DISPLAY "DIAS DE PLAZO PARA CERTIFICAR (ENTER = "
                   WS-PLAZO-DIAS "): "
           MOVE SPACES TO WS-PLAZO-ENTRADA
           ACCEPT WS-PLAZO-ENTRADA
           IF WS-PLAZO-ENTRADA IS NUMERIC AND
              WS-PLAZO-ENTRADA NOT = "000" THEN
              MOVE WS-PLAZO-ENTRADA TO WS-PLAZO-DIAS
           END-IF
           MOVE WS-FECHA-SYS  TO FECHA-YYYYMMDD
           MOVE WS-PLAZO-DIAS TO SUM-RES-DIAS
           MOVE "+"           TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-LIMITE
           DISPLAY "PLAZO HASTA EL " WS-FECHA-LIMITE
                   ". CONFIRMA EL LANZAMIENTO (S/N)? "
           MOVE "N" TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
              DISPLAY "LANZAMIENTO CANCELADO."
              GOBACK
           END-IF

           PERFORM CARGAR-PERMISOS THRU CARGAR-PERMISOS-FIN
           PERFORM CARGAR-OPERADORES THRU CARGAR-OPERADORES-FIN
           IF WS-TO-CANT-ITEMS = 0 THEN
              DISPLAY "NO HAY OPERADORES ACTIVOS QUE RECERTIFICAR."
              GOBACK
           END-IF

           OPEN I-O datos-recert
           IF FS-RECERT = "35" THEN
              OPEN OUTPUT datos-recert
              CLOSE datos-recert
              OPEN I-O datos-recert
           END-IF
           IF FS-RECERT NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR recertificaciones.dat: "
                      FS-RECERT
              GOBACK
           END-IF
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
              PERFORM GRABAR-RECERT
           END-PERFORM
           CLOSE datos-recert

           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-CANT-ITEMS
              MOVE WS-TS-ID(WS-TS-IDX) TO WS-SUPERV-ACTUAL
              PERFORM EMITIR-LISTA-SUPERVISOR
              IF FS-TAREAS = "00" THEN
                 PERFORM CREAR-TAREA-SUPERVISOR
              END-IF
           END-PERFORM
           IF FS-TAREAS = "00" THEN
              CLOSE datos-tareas
           END-IF

           ADD 1 TO WS-CP-CANT-ITEMS
           MOVE WS-CAMPANA      TO WS-CP-CODIGO(WS-CP-CANT-ITEMS)
           MOVE WS-FECHA-SYS    TO WS-CP-INICIO(WS-CP-CANT-ITEMS)
           MOVE WS-FECHA-LIMITE TO WS-CP-LIMITE(WS-CP-CANT-ITEMS)
           MOVE LK-OPERADOR-ID  TO WS-CP-LANZADA(WS-CP-CANT-ITEMS)
           MOVE "A"             TO WS-CP-ESTADO(WS-CP-CANT-ITEMS)
           MOVE "00000000"      TO WS-CP-CIERRE(WS-CP-CANT-ITEMS)
           PERFORM GRABAR-CAMPANAS

           DISPLAY "-------------------------------------------"
           DISPLAY "CAMPANA " WS-CAMPANA " LANZADA; PLAZO "
                   WS-FECHA-LIMITE
           DISPLAY "OPERADORES A CERTIFICAR: " WS-CONT-RECERT
           DISPLAY "LISTAS POR SUPERVISOR..: " WS-TS-CANT-ITEMS
           IF WS-DESBORDE = "S" THEN
              DISPLAY "ATENCION: MAS OPERADORES QUE LA TABLA; "
                      "CAMPANA PARCIAL."
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

       CARGAR-CAMPANAS.
           MOVE 0   TO WS-CP-CANT-ITEMS
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-campanas
           IF FS-CAMPANAS NOT = "00" THEN
              GO TO CARGAR-CAMPANAS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S" OR WS-CP-CANT-ITEMS = 100
               READ archivo-campanas
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF campana-linea NOT = SPACES THEN
                          ADD 1 TO WS-CP-CANT-ITEMS
                          UNSTRING campana-linea DELIMITED BY ";"
                              INTO WS-CP-CODIGO(WS-CP-CANT-ITEMS),
                                   WS-CP-INICIO(WS-CP-CANT-ITEMS),
                                   WS-CP-LIMITE(WS-CP-CANT-ITEMS),
                                   WS-CP-LANZADA(WS-CP-CANT-ITEMS),
                                   WS-CP-ESTADO(WS-CP-CANT-ITEMS),
                                   WS-CP-CIERRE(WS-CP-CANT-ITEMS)
                          END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-campanas.
       CARGAR-CAMPANAS-FIN.
           EXIT.

      *    SE REGRABA COMPLETO, COMO MantenedorPermisos CON SU MATRIZ.
       GRABAR-CAMPANAS.
           OPEN OUTPUT archivo-campanas
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-CANT-ITEMS
              MOVE SPACES TO campana-linea
              STRING WS-CP-CODIGO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-INICIO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-LIMITE(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-LANZADA(WS-CP-IDX) DELIMITED BY SPACE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-ESTADO(WS-CP-IDX)  DELIMITED BY SIZE
                     ";"                      DELIMITED BY SIZE
                     WS-CP-CIERRE(WS-CP-IDX)  DELIMITED BY SIZE
                        INTO campana-linea
              END-STRING
              WRITE campana-linea
           END-PERFORM
           CLOSE archivo-campanas
           .

       CARGAR-PERMISOS.
           MOVE 0   TO WS-PERM-CANT
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-permisos
           IF FS-PERMISOS NOT = "00" THEN
              GO TO CARGAR-PERMISOS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S" OR WS-PERM-CANT = 99
               READ archivo-permisos INTO permiso-linea
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF permiso-linea(1:2) IS NUMERIC THEN
                          ADD 1 TO WS-PERM-CANT
                          UNSTRING permiso-linea DELIMITED BY ";"
                              INTO WS-PERM-OPCION(WS-PERM-CANT),
                                   WS-PERM-TITULO(WS-PERM-CANT),
                                   WS-PERM-PERFILES(WS-PERM-CANT)
                          END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-permisos.
       CARGAR-PERMISOS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CARGAR-OPERADORES : los activos entran a la campana; un   *
      * supervisor que no existe, esta bloqueado o es el mismo    *
      * operador se reemplaza por blanco (lo certifica perfil A). *
      *----------------------------------------------------------*
       CARGAR-OPERADORES.
           OPEN INPUT datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR usuarios.dat: " FS-OPERADORES
              GO TO CARGAR-OPERADORES-FIN
           END-IF
           MOVE "N" TO fin-lectura
           MOVE LOW-VALUES TO operador-id
           START datos-operadores KEY IS NOT < operador-id
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-operadores NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF operador-activo THEN
                          PERFORM AGREGAR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-operadores

           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
              MOVE "N" TO WS-SUPERV-OK
              PERFORM VARYING WS-TO-IDX2 FROM 1 BY 1
                      UNTIL WS-TO-IDX2 > WS-TO-CANT-ITEMS
                 IF WS-TO-ID(WS-TO-IDX2) =
                    WS-TO-SUPERVISOR(WS-TO-IDX) AND
                    WS-TO-IDX2 NOT = WS-TO-IDX THEN
                    MOVE "S" TO WS-SUPERV-OK
                 END-IF
              END-PERFORM
              IF WS-SUPERV-OK = "N" THEN
                 MOVE SPACES TO WS-TO-SUPERVISOR(WS-TO-IDX)
              END-IF
              MOVE WS-TO-SUPERVISOR(WS-TO-IDX) TO WS-SUPERV-ACTUAL
              PERFORM AGREGAR-SUPERVISOR
           END-PERFORM.
       CARGAR-OPERADORES-FIN.
           EXIT.

       AGREGAR-OPERADOR.
           IF WS-TO-CANT-ITEMS < 300 THEN
              ADD 1 TO WS-TO-CANT-ITEMS
              MOVE operador-id       TO WS-TO-ID(WS-TO-CANT-ITEMS)
              MOVE operador-nombre   TO WS-TO-NOMBRE(WS-TO-CANT-ITEMS)
              MOVE operador-perfil   TO WS-TO-PERFIL(WS-TO-CANT-ITEMS)
              MOVE operador-region   TO WS-TO-REGION(WS-TO-CANT-ITEMS)
              MOVE operador-empresas
                TO WS-TO-EMPRESAS(WS-TO-CANT-ITEMS)
              MOVE operador-supervisor
                TO WS-TO-SUPERVISOR(WS-TO-CANT-ITEMS)
              MOVE operador-fec-recert
                TO WS-TO-FEC-RECERT(WS-TO-CANT-ITEMS)
              IF WS-TO-FEC-RECERT(WS-TO-CANT-ITEMS) IS NOT NUMERIC
                 THEN
                 MOVE 0 TO WS-TO-FEC-RECERT(WS-TO-CANT-ITEMS)
              END-IF
           ELSE
              MOVE "S" TO WS-DESBORDE
           END-IF
           .

       AGREGAR-SUPERVISOR.
           MOVE 0 TO WS-TS-ACT
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-CANT-ITEMS
                      OR WS-TS-ACT > 0
              IF WS-TS-ID(WS-TS-IDX) = WS-SUPERV-ACTUAL THEN
                 MOVE WS-TS-IDX TO WS-TS-ACT
              END-IF
           END-PERFORM
           IF WS-TS-ACT = 0 THEN
              ADD 1 TO WS-TS-CANT-ITEMS
              MOVE WS-SUPERV-ACTUAL TO WS-TS-ID(WS-TS-CANT-ITEMS)
           END-IF
           .

       GRABAR-RECERT.
           MOVE WS-CAMPANA                  TO recert-campana
           MOVE WS-TO-ID(WS-TO-IDX)         TO recert-operador
           MOVE WS-TO-SUPERVISOR(WS-TO-IDX) TO recert-supervisor
           MOVE WS-TO-PERFIL(WS-TO-IDX)     TO recert-perfil
           MOVE WS-TO-REGION(WS-TO-IDX)     TO recert-region
           MOVE WS-TO-EMPRESAS(WS-TO-IDX)   TO recert-empresas
           MOVE WS-FECHA-LIMITE             TO recert-fec-limite
           MOVE "P"                         TO recert-estado
           MOVE SPACES TO recert-decision recert-nuevo-perfil
                          recert-nueva-region recert-nuevas-empresas
                          recert-revisor recert-nota
           MOVE 0                           TO recert-fec-decision
           WRITE recert-registro
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RECERT
           END-WRITE
           .

      *----------------------------------------------------------*
      * EMITIR-LISTA-SUPERVISOR : una pieza de spool por          *
      * supervisor con sus operadores, sus accesos y las opciones *
      * del menu que habilita cada perfil.                        *
      *----------------------------------------------------------*
       EMITIR-LISTA-SUPERVISOR.
           MOVE "RECERTIFICACION" TO lk-sp-reporte
           IF WS-SUPERV-ACTUAL = SPACES THEN
              MOVE "PERFIL-A"       TO lk-sp-operador
           ELSE
              MOVE WS-SUPERV-ACTUAL TO lk-sp-operador
           END-IF
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-recert

           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "RECERTIFICACION DE ACCESOS " DELIMITED BY SIZE
                  WS-CAMPANA             DELIMITED BY SIZE
                  " - REVISA: "          DELIMITED BY SIZE
                  lk-sp-operador         DELIMITED BY SPACE
                  " - PLAZO: "           DELIMITED BY SIZE
                  WS-FECHA-LIMITE        DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE "DECIDA EN CertificarAccesos: M=MANTENER C=CAMBIAR R=R
      -         "EVOCAR. SIN DECISION AL PLAZO EL OPERADOR SE BLOQUEA."
             TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA

           MOVE 0 TO WS-CONT-OPER-SUP
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
              IF WS-TO-SUPERVISOR(WS-TO-IDX) = WS-SUPERV-ACTUAL THEN
                 PERFORM LISTAR-OPERADOR
              END-IF
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "OPCIONES DEL MENU (permisos.dat):" TO REP-LINEA
           WRITE REP-LINEA
           IF WS-PERM-CANT = 0 THEN
              MOVE "  (SIN MATRIZ: EL MENU APLICA LOS PERFILES FIJOS D
      -            "EL PROGRAMA)" TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                   UNTIL WS-PERM-IDX > WS-PERM-CANT
              MOVE SPACES TO REP-LINEA
              STRING "  "                          DELIMITED BY SIZE
                     WS-PERM-OPCION(WS-PERM-IDX)   DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     WS-PERM-TITULO(WS-PERM-IDX)   DELIMITED BY SIZE
                     " PERFILES "                  DELIMITED BY SIZE
                     WS-PERM-PERFILES(WS-PERM-IDX) DELIMITED BY SPACE
                        INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
           END-PERFORM
           CLOSE reporte-recert
           .

       LISTAR-OPERADOR.
           ADD 1 TO WS-CONT-OPER-SUP
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING WS-TO-ID(WS-TO-IDX)      DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-TO-NOMBRE(WS-TO-IDX)  DELIMITED BY SIZE
                  " PERFIL "               DELIMITED BY SIZE
                  WS-TO-PERFIL(WS-TO-IDX)  DELIMITED BY SIZE
                  "  ULTIMA CERTIFICACION " DELIMITED BY SIZE
                  WS-TO-FEC-RECERT(WS-TO-IDX) DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "  REGION: "             DELIMITED BY SIZE
                  WS-TO-REGION(WS-TO-IDX)  DELIMITED BY SIZE
                  "  EMPRESAS: "           DELIMITED BY SIZE
                  WS-TO-EMPRESAS(WS-TO-IDX) DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           IF WS-TO-REGION(WS-TO-IDX) = SPACES THEN
              MOVE "(TODO EL PAIS)" TO REP-LINEA(11:30)
           END-IF
           IF WS-TO-EMPRESAS(WS-TO-IDX) = SPACES THEN
              MOVE "(SOLO 001)" TO REP-LINEA(53:12)
           END-IF
           WRITE REP-LINEA

      *       OPCIONES QUE EL PERFIL DEL OPERADOR HABILITA, 25 POR
      *       LINEA.
           IF WS-PERM-CANT > 0 THEN
              MOVE SPACES TO WS-LINEA-OPC
              MOVE "  OPCIONES:" TO WS-LINEA-OPC
              MOVE 12 TO WS-PTR-OPC
              MOVE 0  TO WS-CONT-OPC
              PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                      UNTIL WS-PERM-IDX > WS-PERM-CANT
                 MOVE 0 TO WS-PERM-HALLADO
                 INSPECT WS-PERM-PERFILES(WS-PERM-IDX)
                     TALLYING WS-PERM-HALLADO
                     FOR ALL WS-TO-PERFIL(WS-TO-IDX)
                 IF WS-PERM-HALLADO > 0 THEN
                    IF WS-CONT-OPC = 25 THEN
                       MOVE WS-LINEA-OPC TO REP-LINEA
                       WRITE REP-LINEA
                       MOVE SPACES TO WS-LINEA-OPC
                       MOVE 12 TO WS-PTR-OPC
                       MOVE 0  TO WS-CONT-OPC
                    END-IF
                    ADD 1 TO WS-CONT-OPC
                    STRING " "                         DELIMITED BY SIZE
                           WS-PERM-OPCION(WS-PERM-IDX) DELIMITED BY SIZE
                              INTO WS-LINEA-OPC
                              WITH POINTER WS-PTR-OPC
                    END-STRING
                 END-IF
              END-PERFORM
              MOVE WS-LINEA-OPC TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           .

      *    MISMA TECNICA QUE EscalarTareas: CORRELATIVO SIGUIENTE
      *    DEL RUT 0 (TAREAS SIN CLIENTE).
       CREAR-TAREA-SUPERVISOR.
           MOVE 0 TO WS-CORRELATIVO
           MOVE 0 TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-CORRELATIVOS
           END-START
           ADD 1 TO WS-CORRELATIVO

           MOVE 0                TO tarea-rut
           MOVE WS-CORRELATIVO   TO tarea-correlativo
           MOVE SPACES           TO tarea-descripcion
           STRING "RECERTIFICAR ACCESOS CAMPANA " DELIMITED BY SIZE
                  WS-CAMPANA                      DELIMITED BY SIZE
                     INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS     TO tarea-fec-creacion
           MOVE WS-FECHA-LIMITE  TO tarea-fec-venc
           IF WS-SUPERV-ACTUAL = SPACES THEN
              MOVE LK-OPERADOR-ID   TO tarea-operador
           ELSE
              MOVE WS-SUPERV-ACTUAL TO tarea-operador
           END-IF
           MOVE "P"              TO tarea-estado
           MOVE SPACE            TO tarea-escalada
           MOVE WS-FECHA-SYS     TO tarea-fecmod
           MOVE LK-OPERADOR-ID   TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       RECORRER-CORRELATIVOS.
           READ datos-tareas NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF tarea-rut = 0 THEN
                      MOVE tarea-correlativo TO WS-CORRELATIVO
                      GO TO RECORRER-CORRELATIVOS
                   END-IF
           END-READ
           .

       END PROGRAM GenerarRecertificacion.
