      *          Cada escalamiento queda ademas en el registro
      *          escalamiento_reg.txt (PERIODO;OPERADOR;RUT;CORR;
      *          FECHA), que es de donde sale el resumen mensual por
      *          operador. Las disputas de facturas (disputas.dat)
      *          abiertas hace mas de M dias habiles (tercer campo
      *          del mismo parametro, "N;SUPERVISOR;M") se escalan
      *          igual: tarea nueva para el supervisor y
      *          disputa-escalada = S para no repetirla. Las tareas
      *          de clientes que siguen en una cola generica (MESON,
      *          COBRANZA o sin operador) pasan al ejecutivo de
      *          cuenta del cliente (usuario-ejecutivo), y la tarea
      *          de un cliente con ejecutivo se escala primero a el;
      *          al supervisor solo si el responsable ya era el
      *          ejecutivo o el cliente no tiene uno. Los reclamos
      *          (reclamos.dat) que siguen abiertos pasado su plazo
      *          legal se escalan al supervisor una sola vez
      *          (reclamo-escalado = S).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT datos-reclamos
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS reclamo-llave
               FILE STATUS IS FS-RECLAMOS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-tareas.
       FD  registro-escala.
       01  registro-linea        PIC X(60).

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  datos-reclamos.
           copy "C:\PgmCobols\FD\FDReclamo.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-TAREAS             PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-RECLAMOS           PIC XX.
       01  fin-reclamos          PIC X VALUE "N".
       01  WS-CLIENTES-OK        PIC X VALUE "N".
       01  WS-EJEC-CLIENTE       PIC X(10).
       01  fin-disputas          PIC X VALUE "N".
       01  FS-PARAM              PIC XX.
       01  FS-REGISTRO           PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
      *    GenFacturas CON SU ARCHIVO DE PARAMETROS).
       01  WS-DIAS-GRACIA        PIC 9(03) VALUE 3.
       01  WS-OPER-SUPERVISOR    PIC X(10) VALUE "SUPERV".
       01  WS-DIAS-DISPUTA       PIC 9(03) VALUE 10.

       01  WS-LIMITE-FECHA       PIC 9(08).
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-RUT-ESCALA         PIC 9(10).
       01  WS-CORR-ESCALA        PIC 9(04).
       01  WS-OPER-ESCALA        PIC X(10).
       01  WS-OPER-DESTINO       PIC X(10).
       01  WS-DESC-ESCALA        PIC X(50).

       01  WS-CONT-REVISADAS     PIC 9(06) VALUE 0.
       01  WS-CONT-ESCALADAS     PIC 9(06) VALUE 0.
       01  WS-CONT-RERUTADAS     PIC 9(06) VALUE 0.
       01  WS-CONT-DISPUTAS      PIC 9(06) VALUE 0.
       01  WS-CONT-CARTERA       PIC 9(06) VALUE 0.
       01  WS-CONT-RECLAMOS      PIC 9(06) VALUE 0.

       01 PAR-ENTRADA-AUSENCIA.
           05  LK-AU-OPERADOR  PIC X(10).
              CLOSE registro-escala
              OPEN EXTEND registro-escala
           END-IF
      *       Sin clientes.dat no hay ejecutivos de cuenta: todo va
      *       al supervisor como antes.
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-CLIENTES-OK
           END-IF

           MOVE 0 TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF tarea-pendiente AND
                          tarea-rut NOT = 0 AND
                          WS-CLIENTES-OK = "S" THEN
                          PERFORM RUTEAR-A-CARTERA
                       END-IF
                       IF tarea-pendiente AND
                          tarea-fec-venc <= WS-FECHA-SYS AND
                          tarea-fec-venc > 0 THEN
               END-READ
           END-PERFORM

      *       Sin disputas.dat no hay disputas que escalar.
           OPEN I-O datos-disputas
           IF FS-DISPUTAS = "00" THEN
              PERFORM REVISAR-DISPUTAS
              CLOSE datos-disputas
           END-IF
      *       Igual con los reclamos: sin reclamos.dat no hay nada.
           OPEN I-O datos-reclamos
           IF FS-RECLAMOS = "00" THEN
              PERFORM REVISAR-RECLAMOS
              CLOSE datos-reclamos
           END-IF

           CLOSE datos-tareas registro-escala
           IF WS-CLIENTES-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "ESCALAMIENTO DE TAREAS AL " WS-FECHA-SYS
           DISPLAY "VENCIDAS REVISADAS.: " WS-CONT-REVISADAS
           DISPLAY "ESCALADAS..........: " WS-CONT-ESCALADAS
           DISPLAY "RERUTADAS (AUSENTE): " WS-CONT-RERUTADAS
           DISPLAY "DISPUTAS ESCALADAS.: " WS-CONT-DISPUTAS
           DISPLAY "A SU EJECUTIVO.....: " WS-CONT-CARTERA
           DISPLAY "RECLAMOS VENCIDOS..: " WS-CONT-RECLAMOS
           DISPLAY "POR OPERADOR:"
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-CANT-OPER
           END-IF
           .

      *----------------------------------------------------------*
      * RUTEAR-A-CARTERA : la tarea de un cliente que sigue en una *
      * cola generica pasa a su ejecutivo de cuenta, si tiene.     *
      *----------------------------------------------------------*
       RUTEAR-A-CARTERA.
           IF tarea-operador = "MESON" OR
              tarea-operador = "COBRANZA" OR
              tarea-operador = SPACES THEN
              PERFORM BUSCAR-EJECUTIVO
              IF WS-EJEC-CLIENTE NOT = SPACES THEN
                 MOVE WS-EJEC-CLIENTE TO tarea-operador
                 MOVE WS-FECHA-SYS    TO tarea-fecmod
                 MOVE "CARTERA"       TO tarea-usuario-mod
                 REWRITE tarea-registro END-REWRITE
                 ADD 1 TO WS-CONT-CARTERA
              END-IF
           END-IF
           .

       BUSCAR-EJECUTIVO.
           MOVE SPACES TO WS-EJEC-CLIENTE
           IF WS-CLIENTES-OK = "S" AND tarea-rut NOT = 0 THEN
              MOVE tarea-rut TO usuario-rut
              READ datos-usuarios END-READ
              IF FS-USUARIOS = "00" THEN
                 MOVE usuario-ejecutivo TO WS-EJEC-CLIENTE
              END-IF
           END-IF
           .

       LEER-PARAMETROS.
           OPEN INPUT param-escala
           IF FS-PARAM = "00" THEN
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-GRACIA, WS-OPER-SUPERVISOR,
                               WS-DIAS-DISPUTA
                      END-UNSTRING
              END-READ
              CLOSE param-escala
              GO TO EVALUAR-UNA-TAREA-FIN
           END-IF

      *       Primer escalon: el ejecutivo de cuenta del cliente;
      *       si la tarea ya era suya, el supervisor.
           PERFORM BUSCAR-EJECUTIVO
           IF WS-EJEC-CLIENTE NOT = SPACES AND
              WS-EJEC-CLIENTE NOT = tarea-operador THEN
              MOVE WS-EJEC-CLIENTE    TO WS-OPER-DESTINO
           ELSE
              MOVE WS-OPER-SUPERVISOR TO WS-OPER-DESTINO
           END-IF
           MOVE tarea-rut          TO WS-RUT-ESCALA
           MOVE tarea-correlativo  TO WS-CORR-ESCALA
           MOVE tarea-operador     TO WS-OPER-ESCALA
       EVALUAR-UNA-TAREA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REVISAR-DISPUTAS : la disputa abierta mas alla de M dias   *
      * habiles desde su apertura pasa al supervisor con una tarea *
      * que nombra la factura y quien la abrio.                    *
      *----------------------------------------------------------*
       REVISAR-DISPUTAS.
           MOVE 0 TO disputa-rut disputa-periodo
           START datos-disputas KEY IS NOT < disputa-llave
               INVALID KEY
                   MOVE "S" TO fin-disputas
           END-START
           PERFORM UNTIL fin-disputas = "S"
               READ datos-disputas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-disputas
                   NOT AT END
                       IF disputa-abierta AND
                          disputa-escalada NOT = "S" THEN
                          PERFORM EVALUAR-UNA-DISPUTA THRU
                                  EVALUAR-UNA-DISPUTA-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       EVALUAR-UNA-DISPUTA.
           MOVE disputa-fec-apertura TO FECHA-YYYYMMDD
           MOVE WS-DIAS-DISPUTA      TO SUM-RES-DIAS
           MOVE "+"                  TO SUM-RES-SIGNO
           MOVE "H"                  TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA NOT = "S" THEN
              GO TO EVALUAR-UNA-DISPUTA-FIN
           END-IF
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-LIMITE-FECHA
           IF WS-FECHA-SYS <= WS-LIMITE-FECHA THEN
              GO TO EVALUAR-UNA-DISPUTA-FIN
           END-IF

           MOVE disputa-rut           TO WS-RUT-ESCALA
           MOVE disputa-oper-apertura TO WS-OPER-ESCALA
           MOVE SPACES                TO WS-DESC-ESCALA
           STRING "DISPUTA FACTURA "  DELIMITED BY SIZE
                  disputa-periodo     DELIMITED BY SIZE
                          INTO WS-DESC-ESCALA
           END-STRING
           MOVE "S"          TO disputa-escalada
           MOVE WS-FECHA-SYS TO disputa-fecmod
           REWRITE disputa-registro END-REWRITE
           MOVE WS-OPER-SUPERVISOR TO WS-OPER-DESTINO
           PERFORM CREAR-TAREA-SUPERVISOR
           ADD 1 TO WS-CONT-DISPUTAS.
       EVALUAR-UNA-DISPUTA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REVISAR-RECLAMOS : el reclamo abierto con su plazo legal   *
      * ya vencido pasa al supervisor con una tarea que nombra el  *
      * reclamo y a su responsable.                                *
      *----------------------------------------------------------*
       REVISAR-RECLAMOS.
           MOVE 0 TO reclamo-rut reclamo-correlativo
           START datos-reclamos KEY IS NOT < reclamo-llave
               INVALID KEY
                   MOVE "S" TO fin-reclamos
           END-START
           PERFORM UNTIL fin-reclamos = "S"
               READ datos-reclamos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-reclamos
                   NOT AT END
                       IF reclamo-abierto AND
                          reclamo-escalado NOT = "S" AND
                          reclamo-fec-venc < WS-FECHA-SYS THEN
                          PERFORM ESCALAR-UN-RECLAMO
                       END-IF
               END-READ
           END-PERFORM
           .

       ESCALAR-UN-RECLAMO.
           MOVE reclamo-rut      TO WS-RUT-ESCALA
           MOVE reclamo-operador TO WS-OPER-ESCALA
           MOVE SPACES           TO WS-DESC-ESCALA
           STRING "RECLAMO "          DELIMITED BY SIZE
                  reclamo-correlativo DELIMITED BY SIZE
                  " VENCIDO EL "      DELIMITED BY SIZE
                  reclamo-fec-venc    DELIMITED BY SIZE
                          INTO WS-DESC-ESCALA
           END-STRING
           MOVE "S"          TO reclamo-escalado
           MOVE WS-FECHA-SYS TO reclamo-fecmod
           MOVE "BATCH"      TO reclamo-usuario-mod
           REWRITE reclamo-registro END-REWRITE
           MOVE WS-OPER-SUPERVISOR TO WS-OPER-DESTINO
           PERFORM CREAR-TAREA-SUPERVISOR
           ADD 1 TO WS-CONT-RECLAMOS
           .

       CREAR-TAREA-SUPERVISOR.
           PERFORM PROXIMO-CORRELATIVO
           MOVE WS-RUT-ESCALA      TO tarea-rut
           END-STRING
           MOVE WS-FECHA-SYS       TO tarea-fec-creacion
           MOVE WS-FECHA-SYS       TO tarea-fec-venc
           MOVE WS-OPER-DESTINO    TO tarea-operador
           MOVE "P"                TO tarea-estado
           MOVE SPACE              TO tarea-escalada
           MOVE WS-FECHA-SYS       TO tarea-fecmod
