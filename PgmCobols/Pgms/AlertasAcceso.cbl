      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Alertas de acceso inusual sobre accesos_log.txt
      *          (paso nocturno de la cadena, PARAM N). Revisa los
      *          dias completos aun no revisados (hasta ayer; el
      *          ultimo dia revisado queda en alertas_control.dat) y
      *          levanta una alerta por operador y dia cuando:
      *            VO  consulto muchos mas clientes que su volumen
      *                diario habitual (promedio de sus dias con
      *                actividad en los N dias previos);
      *            HS  consulto fuera de una sesion abierta segun
      *                sesiones_log.txt (LOGIN hasta LOGOUT/TIMEOUT);
      *            RG  consulto clientes fuera de su operador-region;
      *            SE  consulto repetidamente un mismo cliente
      *                sensible (clientes_sensibles.dat: VIP o
      *                pariente de funcionario).
      *          Cada alerta queda en alertas_acceso.dat y abre una
      *          tarea en la cola del oficial de seguridad
      *          (tareas.dat). Umbrales y oficial vienen de
      *          alertas_param.dat: "FACTOR;MINIMO;DIAS;REPETICIONES;
      *          OFICIAL", con valores por defecto si no existe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertasAcceso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT param-alertas ASSIGN TO
           "C:\PgmCobols\Data\alertas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT control-alertas ASSIGN TO
           "C:\PgmCobols\Data\alertas_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT archivo-accesos ASSIGN TO
           "C:\PgmCobols\Data\accesos_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.

           SELECT archivo-sesiones ASSIGN TO
           "C:\PgmCobols\Data\sesiones_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESIONES.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-sensibles
               ASSIGN TO
           "C:\PgmCobols\Data\clientes_sensibles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sens-rut
               FILE STATUS IS FS-SENSIBLES.

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

       DATA DIVISION.
       FILE SECTION.
       FD  param-alertas.
       01  param-linea           PIC X(60).

       FD  control-alertas.
       01  control-linea         PIC X(20).

       FD  archivo-accesos.
       01  acceso-linea          PIC X(80).

       FD  archivo-sesiones.
       01  sesion-linea          PIC X(80).

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-sensibles.
           copy "C:\PgmCobols\FD\FDClienteSensible.cpy".

       FD  datos-alertas.
           copy "C:\PgmCobols\FD\FDAlertaAcceso.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PARAM              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-ACCESOS            PIC XX.
       01  FS-SESIONES           PIC XX.
       01  FS-OPERADORES         PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-SENSIBLES          PIC XX.
       01  FS-ALERTAS            PIC XX.
       01  FS-TAREAS             PIC XX.
       01  fin-lectura           PIC X.
       01  WS-CLIENTES-OK        PIC X VALUE "N".
       01  WS-SENSIBLES-OK       PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

      *    PARAMETROS CON VALORES POR DEFECTO SI alertas_param.dat
      *    NO EXISTE (MISMO CRITERIO QUE EscalarTareas).
       01  WS-FACTOR             PIC 9(02) VALUE 3.
       01  WS-MINIMO             PIC 9(04) VALUE 20.
       01  WS-DIAS-HIST          PIC 9(03) VALUE 30.
       01  WS-REPETICIONES       PIC 9(02) VALUE 2.
       01  WS-OPER-SEGURIDAD     PIC X(10) VALUE "SEGURIDAD".
      *    SIN AL MENOS ESTOS DIAS DE HISTORIA NO HAY VOLUMEN
      *    HABITUAL CONTRA QUE COMPARAR (OPERADOR NUEVO).
       01  WS-DIAS-BASE-MIN      PIC 9(02) VALUE 5.
      *    UNA CORRIDA SE PONE AL DIA COMO MAXIMO ESTOS DIAS ATRAS.
       01  WS-DIAS-REZAGO-MAX    PIC 9(03) VALUE 7.

      *    VENTANA DE LA CORRIDA.
       01  WS-AYER               PIC 9(08).
       01  WS-ULT-REVISADO       PIC 9(08) VALUE 0.
       01  WS-FECHA-DESDE        PIC 9(08).
       01  WS-FECHA-HIST         PIC 9(08).
       01  WS-FECHA-TOPE         PIC 9(08).

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

      *    CAMPOS DE UNA LINEA DE LOG.
       01  WS-AC-FECHA           PIC X(08).
       01  WS-AC-HORA            PIC X(06).
       01  WS-AC-OPERADOR        PIC X(10).
       01  WS-AC-RUT             PIC X(10).
       01  WS-AC-RESTO           PIC X(20).
       01  WS-AC-FECHA-9         PIC 9(08).
       01  WS-AC-HORA-9          PIC 9(06).
       01  WS-AC-RUT-9           PIC 9(10).

      *    CONSULTAS POR OPERADOR Y DIA (HISTORIA MAS DIAS A
      *    REVISAR), CON LO QUE SE DETECTA EN LOS DIAS A REVISAR.
       01  WS-TAB-DIAS.
           05  WS-TD-ITEM OCCURS 3000 TIMES.
               10  WS-TD-OPERADOR   PIC X(10).
               10  WS-TD-FECHA      PIC 9(08).
               10  WS-TD-CANT       PIC 9(05).
               10  WS-TD-SIN-SES    PIC 9(05).
               10  WS-TD-HORA-SES   PIC 9(06).
               10  WS-TD-FUERA-REG  PIC 9(05).
               10  WS-TD-RUT-REG    PIC 9(10).
       01  WS-TD-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TD-IDX             PIC 9(04).
       01  WS-TD-ACT             PIC 9(04).
       01  WS-TD-IDX2            PIC 9(04).

      *    SESIONES DE LOS DIAS A REVISAR (LOGIN A LOGOUT/TIMEOUT;
      *    SIN CIERRE SE DA POR ABIERTA HASTA EL FIN DEL DIA).
       01  WS-TAB-SESIONES.
           05  WS-TS-ITEM OCCURS 1500 TIMES.
               10  WS-TS-OPERADOR   PIC X(10).
               10  WS-TS-FECHA      PIC 9(08).
               10  WS-TS-INICIO     PIC 9(06).
               10  WS-TS-FIN        PIC 9(06).
       01  WS-TS-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TS-IDX             PIC 9(04).
       01  WS-SE-EVENTO          PIC X(10).
       01  WS-EN-SESION          PIC X.

      *    OPERADORES CON SU REGION Y PERFIL.
       01  WS-TAB-OPERADORES.
           05  WS-TO-ITEM OCCURS 300 TIMES.
               10  WS-TO-ID         PIC X(10).
               10  WS-TO-REGION     PIC X(30).
               10  WS-TO-PERFIL     PIC X.
       01  WS-TO-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TO-IDX             PIC 9(04).
       01  WS-TO-ACT             PIC 9(04).

      *    CONSULTAS A CLIENTES SENSIBLES POR OPERADOR, DIA Y RUT.
       01  WS-TAB-SENSIBLES.
           05  WS-TX-ITEM OCCURS 1000 TIMES.
               10  WS-TX-OPERADOR   PIC X(10).
               10  WS-TX-FECHA      PIC 9(08).
               10  WS-TX-RUT        PIC 9(10).
               10  WS-TX-CANT       PIC 9(05).
               10  WS-TX-TIPO       PIC X.
       01  WS-TX-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TX-IDX             PIC 9(04).
       01  WS-TX-ACT             PIC 9(04).

       01 PAR-ENTRADA-REGION.
           05  LK-RC-CIUDAD    PIC X(50).
       01 PAR-SALIDA-REGION.
           05  LK-RC-ENCONTRADA PIC X.
           05  LK-RC-REGION     PIC X(30).

      *    VOLUMEN HABITUAL.
       01  WS-BASE-SUMA          PIC 9(07).
       01  WS-BASE-DIAS          PIC 9(03).
       01  WS-BASE-PROMEDIO      PIC 9(05).
       01  WS-BASE-DESDE         PIC 9(08).
       01  WS-UMBRAL             PIC 9(07).

      *    ALERTA EN CURSO.
       01  WS-AL-FECHA           PIC 9(08).
       01  WS-AL-OPERADOR        PIC X(10).
       01  WS-AL-TIPO            PIC X(02).
       01  WS-AL-RUT             PIC 9(10).
       01  WS-AL-CANT            PIC 9(05).
       01  WS-AL-DETALLE         PIC X(40).
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-CANT-EDIT          PIC Z(04)9.
       01  WS-PROM-EDIT          PIC Z(04)9.

       01  WS-CONT-LINEAS        PIC 9(07) VALUE 0.
       01  WS-CONT-ALERTAS       PIC 9(05) VALUE 0.
       01  WS-CONT-REPETIDAS     PIC 9(05) VALUE 0.
       01  WS-DESBORDE           PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM CALCULAR-VENTANA THRU CALCULAR-VENTANA-FIN
           IF WS-FECHA-DESDE > WS-AYER THEN
              DISPLAY "ACCESOS YA REVISADOS HASTA " WS-ULT-REVISADO
              GOBACK
           END-IF

           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF
           IF FS-TAREAS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR tareas.dat: " FS-TAREAS
              GOBACK
           END-IF
           OPEN I-O datos-alertas
           IF FS-ALERTAS = "35" THEN
              OPEN OUTPUT datos-alertas
              CLOSE datos-alertas
              OPEN I-O datos-alertas
           END-IF
           IF FS-ALERTAS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR alertas_acceso.dat: "
                      FS-ALERTAS
              CLOSE datos-tareas
              GOBACK
           END-IF
      *       SIN clientes.dat NO HAY CIUDAD QUE COMPARAR CON LA
      *       REGION; SIN LISTA DE SENSIBLES NO HAY SENSIBLES.
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-CLIENTES-OK
           END-IF
           OPEN INPUT datos-sensibles
           IF FS-SENSIBLES = "00" THEN
              MOVE "S" TO WS-SENSIBLES-OK
           END-IF

           PERFORM CARGAR-OPERADORES
           PERFORM CARGAR-SESIONES THRU CARGAR-SESIONES-FIN
           PERFORM RECORRER-ACCESOS THRU RECORRER-ACCESOS-FIN

           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT-ITEMS
              IF WS-TD-FECHA(WS-TD-IDX) NOT < WS-FECHA-DESDE THEN
                 PERFORM EVALUAR-OPERADOR-DIA
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CANT-ITEMS
              IF WS-TX-CANT(WS-TX-IDX) NOT < WS-REPETICIONES THEN
                 PERFORM ALERTA-CLIENTE-SENSIBLE
              END-IF
           END-PERFORM

           CLOSE datos-tareas datos-alertas
           IF WS-CLIENTES-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF
           IF WS-SENSIBLES-OK = "S" THEN
              CLOSE datos-sensibles
           END-IF

           PERFORM GRABAR-CONTROL

           DISPLAY "-------------------------------------------"
           DISPLAY "ALERTAS DE ACCESO DEL " WS-FECHA-DESDE
                   " AL " WS-AYER
           DISPLAY "LINEAS DE ACCESO LEIDAS: " WS-CONT-LINEAS
           DISPLAY "ALERTAS NUEVAS.........: " WS-CONT-ALERTAS
           DISPLAY "YA ALERTADAS ANTES.....: " WS-CONT-REPETIDAS
           IF WS-DESBORDE = "S" THEN
              DISPLAY "ATENCION: TABLAS LLENAS; REVISION PARCIAL."
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-alertas
           IF FS-PARAM = "00" THEN
              READ param-alertas INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-FACTOR, WS-MINIMO, WS-DIAS-HIST,
                               WS-REPETICIONES, WS-OPER-SEGURIDAD
                      END-UNSTRING
              END-READ
              CLOSE param-alertas
           END-IF
           .

      *----------------------------------------------------------*
      * CALCULAR-VENTANA : se revisa desde el dia siguiente al    *
      * ultimo revisado hasta ayer (hoy aun no termina), con un   *
      * rezago maximo; la historia para el volumen habitual parte *
      * WS-DIAS-HIST dias antes del primer dia a revisar.         *
      *----------------------------------------------------------*
       CALCULAR-VENTANA.
           MOVE WS-FECHA-SYS TO FECHA-YYYYMMDD
           MOVE 1            TO SUM-RES-DIAS
           MOVE "-"          TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-AYER

           OPEN INPUT control-alertas
           IF FS-CONTROL = "00" THEN
              READ control-alertas INTO control-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF control-linea(1:8) IS NUMERIC THEN
                         MOVE control-linea(1:8) TO WS-ULT-REVISADO
                      END-IF
              END-READ
              CLOSE control-alertas
           END-IF

           MOVE WS-AYER            TO FECHA-YYYYMMDD
           MOVE WS-DIAS-REZAGO-MAX TO SUM-RES-DIAS
           MOVE "-"                TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-TOPE
           IF WS-ULT-REVISADO < WS-FECHA-TOPE THEN
              MOVE WS-FECHA-TOPE TO WS-FECHA-DESDE
           ELSE
              MOVE WS-ULT-REVISADO TO FECHA-YYYYMMDD
              MOVE 1               TO SUM-RES-DIAS
              MOVE "+"             TO SUM-RES-SIGNO
              CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                          PAR-SALIDA-SUMAR
              MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-DESDE
           END-IF
           IF WS-FECHA-DESDE > WS-AYER THEN
              GO TO CALCULAR-VENTANA-FIN
           END-IF

           MOVE WS-FECHA-DESDE TO FECHA-YYYYMMDD
           MOVE WS-DIAS-HIST   TO SUM-RES-DIAS
           MOVE "-"            TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-HIST.
       CALCULAR-VENTANA-FIN.
           EXIT.

       GRABAR-CONTROL.
           OPEN OUTPUT control-alertas
           MOVE SPACES  TO control-linea
           MOVE WS-AYER TO control-linea(1:8)
           WRITE control-linea
           CLOSE control-alertas
           .

       CARGAR-OPERADORES.
           MOVE 0 TO WS-TO-CANT-ITEMS
           OPEN INPUT datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "SIN usuarios.dat: NO SE REVISA LA REGION."
           ELSE
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
                         IF WS-TO-CANT-ITEMS < 300 THEN
                            ADD 1 TO WS-TO-CANT-ITEMS
                            MOVE operador-id
                              TO WS-TO-ID(WS-TO-CANT-ITEMS)
                            MOVE operador-region
                              TO WS-TO-REGION(WS-TO-CANT-ITEMS)
                            MOVE operador-perfil
                              TO WS-TO-PERFIL(WS-TO-CANT-ITEMS)
                         ELSE
                            MOVE "S" TO WS-DESBORDE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE datos-operadores
           END-IF
           .

      *----------------------------------------------------------*
      * CARGAR-SESIONES : un LOGIN abre una ventana del operador  *
      * hasta fin del dia; el LOGOUT o TIMEOUT siguiente la       *
      * cierra a esa hora.                                        *
      *----------------------------------------------------------*
       CARGAR-SESIONES.
           MOVE 0   TO WS-TS-CANT-ITEMS
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-sesiones
           IF FS-SESIONES NOT = "00" THEN
              DISPLAY "SIN sesiones_log.txt: NO SE REVISAN HORARIOS."
              GO TO CARGAR-SESIONES-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S"
               READ archivo-sesiones
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM TOMAR-EVENTO-SESION THRU
                               TOMAR-EVENTO-SESION-FIN
               END-READ
           END-PERFORM
           CLOSE archivo-sesiones.
       CARGAR-SESIONES-FIN.
           EXIT.

       TOMAR-EVENTO-SESION.
           MOVE SPACES TO WS-AC-FECHA WS-AC-HORA WS-AC-OPERADOR
                          WS-SE-EVENTO
           UNSTRING sesion-linea DELIMITED BY ";"
               INTO WS-AC-FECHA, WS-AC-HORA, WS-AC-OPERADOR,
                    WS-SE-EVENTO
           END-UNSTRING
           IF WS-AC-FECHA IS NOT NUMERIC OR
              WS-AC-HORA IS NOT NUMERIC THEN
              GO TO TOMAR-EVENTO-SESION-FIN
           END-IF
           MOVE WS-AC-FECHA TO WS-AC-FECHA-9
           MOVE WS-AC-HORA  TO WS-AC-HORA-9
           IF WS-AC-FECHA-9 < WS-FECHA-DESDE OR
              WS-AC-FECHA-9 > WS-AYER THEN
              GO TO TOMAR-EVENTO-SESION-FIN
           END-IF

           EVALUATE WS-SE-EVENTO
               WHEN "LOGIN"
                   IF WS-TS-CANT-ITEMS < 1500 THEN
                      ADD 1 TO WS-TS-CANT-ITEMS
                      MOVE WS-AC-OPERADOR
                        TO WS-TS-OPERADOR(WS-TS-CANT-ITEMS)
                      MOVE WS-AC-FECHA-9
                        TO WS-TS-FECHA(WS-TS-CANT-ITEMS)
                      MOVE WS-AC-HORA-9
                        TO WS-TS-INICIO(WS-TS-CANT-ITEMS)
                      MOVE 235959
                        TO WS-TS-FIN(WS-TS-CANT-ITEMS)
                   ELSE
                      MOVE "S" TO WS-DESBORDE
                   END-IF
               WHEN "LOGOUT"
               WHEN "TIMEOUT"
      *            CIERRA LA ULTIMA VENTANA ABIERTA DEL OPERADOR ESE
      *            DIA (SE BUSCA HACIA ATRAS).
                   PERFORM VARYING WS-TS-IDX FROM WS-TS-CANT-ITEMS
                           BY -1 UNTIL WS-TS-IDX < 1
                      IF WS-TS-OPERADOR(WS-TS-IDX) = WS-AC-OPERADOR
                         AND WS-TS-FECHA(WS-TS-IDX) = WS-AC-FECHA-9
                         AND WS-TS-FIN(WS-TS-IDX) = 235959 THEN
                         MOVE WS-AC-HORA-9 TO WS-TS-FIN(WS-TS-IDX)
                         MOVE 0 TO WS-TS-IDX
                      END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       TOMAR-EVENTO-SESION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RECORRER-ACCESOS : cuenta las consultas de la historia y  *
      * de los dias a revisar; en estos ultimos ademas verifica   *
      * sesion, region y clientes sensibles linea a linea. Las    *
      * consultas del operador BATCH (exportaciones de la cadena) *
      * no son de una persona y no se revisan.                    *
      *----------------------------------------------------------*
       RECORRER-ACCESOS.
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-accesos
           IF FS-ACCESOS NOT = "00" THEN
              DISPLAY "SIN accesos_log.txt: NADA QUE REVISAR."
              GO TO RECORRER-ACCESOS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S"
               READ archivo-accesos
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM REVISAR-ACCESO THRU
                               REVISAR-ACCESO-FIN
               END-READ
           END-PERFORM
           CLOSE archivo-accesos.
       RECORRER-ACCESOS-FIN.
           EXIT.

       REVISAR-ACCESO.
           MOVE SPACES TO WS-AC-FECHA WS-AC-HORA WS-AC-OPERADOR
                          WS-AC-RUT
           UNSTRING acceso-linea DELIMITED BY ";"
               INTO WS-AC-FECHA, WS-AC-HORA, WS-AC-OPERADOR,
                    WS-AC-RUT, WS-AC-RESTO
           END-UNSTRING
           IF WS-AC-FECHA IS NOT NUMERIC OR
              WS-AC-HORA IS NOT NUMERIC OR
              WS-AC-OPERADOR = SPACES OR
              WS-AC-OPERADOR = "BATCH" THEN
              GO TO REVISAR-ACCESO-FIN
           END-IF
           MOVE WS-AC-FECHA TO WS-AC-FECHA-9
           MOVE WS-AC-HORA  TO WS-AC-HORA-9
           IF WS-AC-FECHA-9 < WS-FECHA-HIST OR
              WS-AC-FECHA-9 > WS-AYER THEN
              GO TO REVISAR-ACCESO-FIN
           END-IF
           MOVE 0 TO WS-AC-RUT-9
           IF WS-AC-RUT IS NUMERIC THEN
              MOVE WS-AC-RUT TO WS-AC-RUT-9
           END-IF

           PERFORM UBICAR-OPERADOR-DIA
           IF WS-TD-ACT = 0 THEN
              GO TO REVISAR-ACCESO-FIN
           END-IF
           ADD 1 TO WS-TD-CANT(WS-TD-ACT)
           IF WS-AC-FECHA-9 < WS-FECHA-DESDE THEN
              GO TO REVISAR-ACCESO-FIN
           END-IF
           ADD 1 TO WS-CONT-LINEAS

      *       FUERA DE SESION.
           MOVE "N" TO WS-EN-SESION
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-CANT-ITEMS
                      OR WS-EN-SESION = "S"
              IF WS-TS-OPERADOR(WS-TS-IDX) = WS-AC-OPERADOR AND
                 WS-TS-FECHA(WS-TS-IDX) = WS-AC-FECHA-9 AND
                 WS-TS-INICIO(WS-TS-IDX) NOT > WS-AC-HORA-9 AND
                 WS-TS-FIN(WS-TS-IDX) NOT < WS-AC-HORA-9 THEN
                 MOVE "S" TO WS-EN-SESION
              END-IF
           END-PERFORM
           IF WS-EN-SESION = "N" THEN
              IF WS-TD-SIN-SES(WS-TD-ACT) = 0 THEN
                 MOVE WS-AC-HORA-9 TO WS-TD-HORA-SES(WS-TD-ACT)
              END-IF
              ADD 1 TO WS-TD-SIN-SES(WS-TD-ACT)
           END-IF

           IF WS-AC-RUT-9 = 0 THEN
              GO TO REVISAR-ACCESO-FIN
           END-IF
           PERFORM REVISAR-REGION THRU REVISAR-REGION-FIN
           PERFORM REVISAR-SENSIBLE THRU REVISAR-SENSIBLE-FIN.
       REVISAR-ACCESO-FIN.
           EXIT.

      *    DEJA EN WS-TD-ACT LA ENTRADA OPERADOR+DIA DE LA LINEA,
      *    CREANDOLA SI NO EXISTE (0 = TABLA LLENA).
       UBICAR-OPERADOR-DIA.
           MOVE 0 TO WS-TD-ACT
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT-ITEMS
                      OR WS-TD-ACT > 0
              IF WS-TD-OPERADOR(WS-TD-IDX) = WS-AC-OPERADOR AND
                 WS-TD-FECHA(WS-TD-IDX) = WS-AC-FECHA-9 THEN
                 MOVE WS-TD-IDX TO WS-TD-ACT
              END-IF
           END-PERFORM
           IF WS-TD-ACT = 0 THEN
              IF WS-TD-CANT-ITEMS < 3000 THEN
                 ADD 1 TO WS-TD-CANT-ITEMS
                 MOVE WS-TD-CANT-ITEMS TO WS-TD-ACT
                 MOVE WS-AC-OPERADOR TO WS-TD-OPERADOR(WS-TD-ACT)
                 MOVE WS-AC-FECHA-9  TO WS-TD-FECHA(WS-TD-ACT)
                 MOVE 0 TO WS-TD-CANT(WS-TD-ACT)
                           WS-TD-SIN-SES(WS-TD-ACT)
                           WS-TD-HORA-SES(WS-TD-ACT)
                           WS-TD-FUERA-REG(WS-TD-ACT)
                           WS-TD-RUT-REG(WS-TD-ACT)
              ELSE
                 MOVE "S" TO WS-DESBORDE
              END-IF
           END-IF
           .

      *    MISMA REGLA QUE ConsultaCliente: SOLO EL OPERADOR CON
      *    REGION Y PERFIL DISTINTO DE A ESTA ACOTADO.
       REVISAR-REGION.
           IF WS-CLIENTES-OK NOT = "S" THEN
              GO TO REVISAR-REGION-FIN
           END-IF
           MOVE 0 TO WS-TO-ACT
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
                      OR WS-TO-ACT > 0
              IF WS-TO-ID(WS-TO-IDX) = WS-AC-OPERADOR THEN
                 MOVE WS-TO-IDX TO WS-TO-ACT
              END-IF
           END-PERFORM
           IF WS-TO-ACT = 0 THEN
              GO TO REVISAR-REGION-FIN
           END-IF
           IF WS-TO-REGION(WS-TO-ACT) = SPACES OR
              WS-TO-PERFIL(WS-TO-ACT) = "A" THEN
              GO TO REVISAR-REGION-FIN
           END-IF
           MOVE WS-AC-RUT-9 TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   GO TO REVISAR-REGION-FIN
           END-READ
           MOVE usuario-ciudad TO LK-RC-CIUDAD
           CALL "RegionDeCiudad" USING PAR-ENTRADA-REGION
                                       PAR-SALIDA-REGION
           IF LK-RC-REGION NOT = WS-TO-REGION(WS-TO-ACT) THEN
              IF WS-TD-FUERA-REG(WS-TD-ACT) = 0 THEN
                 MOVE WS-AC-RUT-9 TO WS-TD-RUT-REG(WS-TD-ACT)
              END-IF
              ADD 1 TO WS-TD-FUERA-REG(WS-TD-ACT)
           END-IF.
       REVISAR-REGION-FIN.
           EXIT.

       REVISAR-SENSIBLE.
           IF WS-SENSIBLES-OK NOT = "S" THEN
              GO TO REVISAR-SENSIBLE-FIN
           END-IF
           MOVE WS-AC-RUT-9 TO sens-rut
           READ datos-sensibles
               INVALID KEY
                   GO TO REVISAR-SENSIBLE-FIN
           END-READ
           MOVE 0 TO WS-TX-ACT
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-CANT-ITEMS
                      OR WS-TX-ACT > 0
              IF WS-TX-OPERADOR(WS-TX-IDX) = WS-AC-OPERADOR AND
                 WS-TX-FECHA(WS-TX-IDX) = WS-AC-FECHA-9 AND
                 WS-TX-RUT(WS-TX-IDX) = WS-AC-RUT-9 THEN
                 MOVE WS-TX-IDX TO WS-TX-ACT
              END-IF
           END-PERFORM
           IF WS-TX-ACT = 0 THEN
              IF WS-TX-CANT-ITEMS < 1000 THEN
                 ADD 1 TO WS-TX-CANT-ITEMS
                 MOVE WS-TX-CANT-ITEMS TO WS-TX-ACT
                 MOVE WS-AC-OPERADOR TO WS-TX-OPERADOR(WS-TX-ACT)
                 MOVE WS-AC-FECHA-9  TO WS-TX-FECHA(WS-TX-ACT)
                 MOVE WS-AC-RUT-9    TO WS-TX-RUT(WS-TX-ACT)
                 MOVE sens-tipo      TO WS-TX-TIPO(WS-TX-ACT)
                 MOVE 0              TO WS-TX-CANT(WS-TX-ACT)
              ELSE
                 MOVE "S" TO WS-DESBORDE
                 GO TO REVISAR-SENSIBLE-FIN
              END-IF
           END-IF
           ADD 1 TO WS-TX-CANT(WS-TX-ACT).
       REVISAR-SENSIBLE-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EVALUAR-OPERADOR-DIA : volumen contra el promedio de los  *
      * dias con actividad del mismo operador en los WS-DIAS-HIST *
      * dias previos, mas las consultas sin sesion y fuera de     *
      * region acumuladas en RECORRER-ACCESOS.                    *
      *----------------------------------------------------------*
       EVALUAR-OPERADOR-DIA.
           MOVE WS-TD-FECHA(WS-TD-IDX)    TO WS-AL-FECHA
           MOVE WS-TD-OPERADOR(WS-TD-IDX) TO WS-AL-OPERADOR

           MOVE WS-AL-FECHA  TO FECHA-YYYYMMDD
           MOVE WS-DIAS-HIST TO SUM-RES-DIAS
           MOVE "-"          TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-BASE-DESDE
           MOVE 0 TO WS-BASE-SUMA WS-BASE-DIAS
           PERFORM VARYING WS-TD-IDX2 FROM 1 BY 1
                   UNTIL WS-TD-IDX2 > WS-TD-CANT-ITEMS
              IF WS-TD-OPERADOR(WS-TD-IDX2) = WS-AL-OPERADOR AND
                 WS-TD-FECHA(WS-TD-IDX2) NOT < WS-BASE-DESDE AND
                 WS-TD-FECHA(WS-TD-IDX2) < WS-AL-FECHA THEN
                 ADD WS-TD-CANT(WS-TD-IDX2) TO WS-BASE-SUMA
                 ADD 1 TO WS-BASE-DIAS
              END-IF
           END-PERFORM
           IF WS-BASE-DIAS NOT < WS-DIAS-BASE-MIN THEN
              DIVIDE WS-BASE-SUMA BY WS-BASE-DIAS
                     GIVING WS-BASE-PROMEDIO ROUNDED
              COMPUTE WS-UMBRAL = WS-BASE-PROMEDIO * WS-FACTOR
              IF WS-TD-CANT(WS-TD-IDX) NOT < WS-MINIMO AND
                 WS-TD-CANT(WS-TD-IDX) > WS-UMBRAL THEN
                 MOVE "VO" TO WS-AL-TIPO
                 MOVE 0    TO WS-AL-RUT
                 MOVE WS-TD-CANT(WS-TD-IDX) TO WS-AL-CANT
                 MOVE WS-AL-CANT        TO WS-CANT-EDIT
                 MOVE WS-BASE-PROMEDIO  TO WS-PROM-EDIT
                 MOVE SPACES TO WS-AL-DETALLE
                 STRING WS-CANT-EDIT        DELIMITED BY SIZE
                        " CONSULTAS; HABITUAL " DELIMITED BY SIZE
                        WS-PROM-EDIT        DELIMITED BY SIZE
                           INTO WS-AL-DETALLE
                 END-STRING
                 PERFORM GENERAR-ALERTA THRU GENERAR-ALERTA-FIN
              END-IF
           END-IF

           IF WS-TD-SIN-SES(WS-TD-IDX) > 0 THEN
              MOVE "HS" TO WS-AL-TIPO
              MOVE 0    TO WS-AL-RUT
              MOVE WS-TD-SIN-SES(WS-TD-IDX) TO WS-AL-CANT
              MOVE WS-AL-CANT TO WS-CANT-EDIT
              MOVE SPACES TO WS-AL-DETALLE
              STRING WS-CANT-EDIT             DELIMITED BY SIZE
                     " SIN SESION; PRIMERA "  DELIMITED BY SIZE
                     WS-TD-HORA-SES(WS-TD-IDX) DELIMITED BY SIZE
                        INTO WS-AL-DETALLE
              END-STRING
              PERFORM GENERAR-ALERTA THRU GENERAR-ALERTA-FIN
           END-IF

           IF WS-TD-FUERA-REG(WS-TD-IDX) > 0 THEN
              MOVE "RG" TO WS-AL-TIPO
              MOVE WS-TD-RUT-REG(WS-TD-IDX)   TO WS-AL-RUT
              MOVE WS-TD-FUERA-REG(WS-TD-IDX) TO WS-AL-CANT
              MOVE WS-AL-CANT TO WS-CANT-EDIT
              MOVE SPACES TO WS-AL-DETALLE
              STRING WS-CANT-EDIT             DELIMITED BY SIZE
                     " CONSULTAS FUERA DE SU REGION"
                                              DELIMITED BY SIZE
                        INTO WS-AL-DETALLE
              END-STRING
              PERFORM GENERAR-ALERTA THRU GENERAR-ALERTA-FIN
           END-IF
           .

       ALERTA-CLIENTE-SENSIBLE.
           MOVE WS-TX-FECHA(WS-TX-IDX)    TO WS-AL-FECHA
           MOVE WS-TX-OPERADOR(WS-TX-IDX) TO WS-AL-OPERADOR
           MOVE "SE"                      TO WS-AL-TIPO
           MOVE WS-TX-RUT(WS-TX-IDX)      TO WS-AL-RUT
           MOVE WS-TX-CANT(WS-TX-IDX)     TO WS-AL-CANT
           MOVE WS-AL-CANT TO WS-CANT-EDIT
           MOVE SPACES TO WS-AL-DETALLE
           IF WS-TX-TIPO(WS-TX-IDX) = "F" THEN
              STRING WS-CANT-EDIT                DELIMITED BY SIZE
                     " CONSULTAS A FAMILIAR FUNC." DELIMITED BY SIZE
                        INTO WS-AL-DETALLE
              END-STRING
           ELSE
              STRING WS-CANT-EDIT                DELIMITED BY SIZE
                     " CONSULTAS A CLIENTE VIP"  DELIMITED BY SIZE
                        INTO WS-AL-DETALLE
              END-STRING
           END-IF
           PERFORM GENERAR-ALERTA THRU GENERAR-ALERTA-FIN
           .

      *----------------------------------------------------------*
      * GENERAR-ALERTA : la llave fecha+operador+tipo+rut hace    *
      * que una reejecucion sobre el mismo dia no duplique ni la  *
      * alerta ni la tarea del oficial de seguridad.              *
      *----------------------------------------------------------*
       GENERAR-ALERTA.
           MOVE WS-AL-FECHA    TO alerta-fecha
           MOVE WS-AL-OPERADOR TO alerta-operador
           MOVE WS-AL-TIPO     TO alerta-tipo
           MOVE WS-AL-RUT      TO alerta-rut
           MOVE WS-AL-CANT     TO alerta-cantidad
           MOVE WS-AL-DETALLE  TO alerta-detalle
           MOVE 0              TO alerta-tarea-rut alerta-tarea-corr
                                  alerta-fec-cierre
           MOVE "P"            TO alerta-estado
           MOVE SPACES         TO alerta-resolucion alerta-nota
                                  alerta-oper-cierre
           MOVE WS-FECHA-SYS   TO alerta-fec-creacion
           WRITE alerta-registro
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDAS
                   GO TO GENERAR-ALERTA-FIN
           END-WRITE
           ADD 1 TO WS-CONT-ALERTAS

           PERFORM PROXIMO-CORRELATIVO
           MOVE WS-AL-RUT          TO tarea-rut
           MOVE WS-CORRELATIVO     TO tarea-correlativo
           MOVE SPACES             TO tarea-descripcion
           STRING "ALERTA ACCESO "  DELIMITED BY SIZE
                  WS-AL-TIPO        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-AL-OPERADOR    DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-AL-FECHA       DELIMITED BY SIZE
                  ": "              DELIMITED BY SIZE
                  WS-AL-DETALLE     DELIMITED BY "  "
                          INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS       TO tarea-fec-creacion
           MOVE WS-FECHA-SYS       TO tarea-fec-venc
           MOVE WS-OPER-SEGURIDAD  TO tarea-operador
           MOVE "P"                TO tarea-estado
           MOVE SPACE              TO tarea-escalada
           MOVE WS-FECHA-SYS       TO tarea-fecmod
           MOVE "BATCH"            TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF FS-TAREAS = "00" THEN
              MOVE WS-AL-RUT      TO alerta-tarea-rut
              MOVE WS-CORRELATIVO TO alerta-tarea-corr
              REWRITE alerta-registro END-REWRITE
           END-IF.
       GENERAR-ALERTA-FIN.
           EXIT.

       PROXIMO-CORRELATIVO.
           MOVE 0         TO WS-CORRELATIVO
           MOVE WS-AL-RUT TO tarea-rut
           MOVE 0         TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-CORRELATIVOS
           END-START
           ADD 1 TO WS-CORRELATIVO
           .

       RECORRER-CORRELATIVOS.
           READ datos-tareas NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF tarea-rut = WS-AL-RUT THEN
                      MOVE tarea-correlativo TO WS-CORRELATIVO
                      GO TO RECORRER-CORRELATIVOS
                   END-IF
           END-READ
           .

       END PROGRAM AlertasAcceso.
