      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Intake de los resultados del discador de la central
      *          telefonica (discador_resultados.txt), una linea por
      *          llamado con campos de largo fijo separados por ";":
      *          RUT(10);FECHA(8);HORA(6);RESULTADO(2);FONO(15);
      *          AGENTE(10);MONTO(13, con 2 decimales implicitos);
      *          FECHA-PROMESA(8). Cada llamado queda como contacto
      *          telefonico en contactos.dat con el resultado en la
      *          nota; PP (promesa de pago) crea ademas la promesa en
      *          promesas.dat con las validaciones de
      *          RegistrarPromesa, y NE (numero equivocado) abre una
      *          tarea de correccion del telefono para el operador
      *          que mantiene al cliente, igual que IntakeRebotes con
      *          los emails. Un llamado ya cargado (mismo RUT, fecha
      *          y hora) no se vuelve a procesar. El archivo
      *          procesado se deja vacio para el siguiente lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntakeDiscador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-resultados ASSIGN TO
           "C:\PgmCobols\Data\discador_resultados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT datos-promesas
               ASSIGN TO
           "C:\PgmCobols\Data\promesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-llave
               FILE STATUS IS FS-PROMESAS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT calendario
               ASSIGN TO
           "C:\PgmCobols\Data\calendario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS calendario-fecha
               FILE STATUS IS FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-resultados.
       01  resultado-linea       PIC X(100).

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  datos-promesas.
           copy "C:\PgmCobols\FD\FDPromesa.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       WORKING-STORAGE SECTION.
       01  FS-RESULTADOS         PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-CONTACTOS          PIC XX.
       01  FS-PROMESAS           PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-CALENDARIO         PIC XX.
       01  WS-CALENDARIO-OK      PIC X VALUE "N".
       01  fin-resultados        PIC X VALUE "N".
       01  fin-de-archivo        PIC X.
       01  WS-FECHA-SYS          PIC 9(08).

      *    CAMPOS DE LA LINEA DEL DISCADOR, LEIDOS COMO TEXTO Y
      *    VALIDADOS NUMERICOS ANTES DE USARLOS (MISMO CRITERIO QUE
      *    CargarValoresUF).
       01  WS-DIS-RUT-X          PIC X(10).
       01  WS-DIS-FECHA-X        PIC X(08).
       01  WS-DIS-HORA-X         PIC X(06).
       01  WS-DIS-RESULTADO      PIC X(02).
       01  WS-DIS-FONO           PIC X(15).
       01  WS-DIS-AGENTE         PIC X(10).
       01  WS-DIS-MONTO-X        PIC X(13).
       01  WS-DIS-FEC-PROM-X     PIC X(08).
       01  WS-DIS-RUT            PIC 9(10).
       01  WS-DIS-MONTO-NUM      PIC 9(13).
       01  WS-DIS-MONTO          PIC 9(11)V99.
       01  WS-RESULTADO-DESC     PIC X(20).
       01  WS-PROMESA-OK         PIC X.
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-OPER-CLIENTE       PIC X(10).

       01  WS-CONT-LEIDOS        PIC 9(06) VALUE 0.
       01  WS-CONT-CONTACTOS     PIC 9(06) VALUE 0.
       01  WS-CONT-PROMESAS      PIC 9(06) VALUE 0.
       01  WS-CONT-PROM-MALAS    PIC 9(06) VALUE 0.
      *        Llamados PP con monto o fecha que no pasan la
      *        validacion: queda el contacto, no la promesa.
       01  WS-CONT-TAREAS        PIC 9(06) VALUE 0.
       01  WS-CONT-REPETIDOS     PIC 9(06) VALUE 0.
       01  WS-CONT-RECHAZADOS    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT archivo-resultados
           IF FS-RESULTADOS NOT = "00" THEN
              DISPLAY "SIN ARCHIVO DEL DISCADOR QUE PROCESAR."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR clientes.dat: " FS-USUARIOS
              CLOSE archivo-resultados
              GOBACK
           END-IF
           OPEN I-O datos-contactos
           IF FS-CONTACTOS = "35" THEN
              OPEN OUTPUT datos-contactos
              CLOSE datos-contactos
              OPEN I-O datos-contactos
           END-IF
           OPEN I-O datos-promesas
           IF FS-PROMESAS = "35" THEN
              OPEN OUTPUT datos-promesas
              CLOSE datos-promesas
              OPEN I-O datos-promesas
           END-IF
           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF
      *       Sin calendario las promesas no se pueden validar y se
      *       cuentan como malas; el contacto se graba igual.
           OPEN INPUT calendario
           IF FS-CALENDARIO = "00" THEN
              MOVE "S" TO WS-CALENDARIO-OK
           END-IF

           PERFORM UNTIL fin-resultados = "S"
               READ archivo-resultados INTO resultado-linea
                   AT END
                       MOVE "S" TO fin-resultados
                   NOT AT END
                       IF resultado-linea NOT = SPACES THEN
                          ADD 1 TO WS-CONT-LEIDOS
                          PERFORM PROCESAR-LLAMADO THRU
                                  PROCESAR-LLAMADO-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE archivo-resultados datos-usuarios datos-contactos
                 datos-promesas datos-tareas
           IF WS-CALENDARIO-OK = "S" THEN
              CLOSE calendario
           END-IF

      *       EL LOTE PROCESADO SE VACIA: LA CENTRAL ESCRIBE EL
      *       SIGUIENTE ENCIMA Y UNA RECORRIDA DOBLE NO REPROCESA.
           OPEN OUTPUT archivo-resultados
           CLOSE archivo-resultados

           DISPLAY "-------------------------------------------"
           DISPLAY "INTAKE DEL DISCADOR AL " WS-FECHA-SYS
           DISPLAY "LLAMADOS LEIDOS....: " WS-CONT-LEIDOS
           DISPLAY "CONTACTOS GRABADOS.: " WS-CONT-CONTACTOS
           DISPLAY "PROMESAS CREADAS...: " WS-CONT-PROMESAS
           DISPLAY "PROMESAS INVALIDAS.: " WS-CONT-PROM-MALAS
           DISPLAY "TAREAS FONO ERRADO.: " WS-CONT-TAREAS
           DISPLAY "YA PROCESADOS......: " WS-CONT-REPETIDOS
           DISPLAY "LINEAS RECHAZADAS..: " WS-CONT-RECHAZADOS
           DISPLAY "-------------------------------------------"
           GOBACK.

       PROCESAR-LLAMADO.
           MOVE SPACES TO WS-DIS-RUT-X WS-DIS-FECHA-X WS-DIS-HORA-X
                          WS-DIS-RESULTADO WS-DIS-FONO WS-DIS-AGENTE
                          WS-DIS-MONTO-X WS-DIS-FEC-PROM-X
           UNSTRING resultado-linea DELIMITED BY ";"
               INTO WS-DIS-RUT-X, WS-DIS-FECHA-X, WS-DIS-HORA-X,
                    WS-DIS-RESULTADO, WS-DIS-FONO, WS-DIS-AGENTE,
                    WS-DIS-MONTO-X, WS-DIS-FEC-PROM-X
           END-UNSTRING
           IF WS-DIS-RUT-X NOT NUMERIC OR
              WS-DIS-FECHA-X NOT NUMERIC OR
              WS-DIS-HORA-X NOT NUMERIC THEN
              ADD 1 TO WS-CONT-RECHAZADOS
              DISPLAY "LINEA MAL FORMADA: " resultado-linea(1:60)
              GO TO PROCESAR-LLAMADO-FIN
           END-IF
           MOVE WS-DIS-RUT-X TO WS-DIS-RUT

           EVALUATE WS-DIS-RESULTADO
               WHEN "CT"
                   MOVE "CONTESTA SIN COMPROM" TO WS-RESULTADO-DESC
               WHEN "PP"
                   MOVE "PROMESA DE PAGO"      TO WS-RESULTADO-DESC
               WHEN "RP"
                   MOVE "RECHAZA PAGO"         TO WS-RESULTADO-DESC
               WHEN "NC"
                   MOVE "NO CONTESTA"          TO WS-RESULTADO-DESC
               WHEN "OC"
                   MOVE "OCUPADO"              TO WS-RESULTADO-DESC
               WHEN "BZ"
                   MOVE "BUZON DE VOZ"         TO WS-RESULTADO-DESC
               WHEN "NE"
                   MOVE "NUMERO EQUIVOCADO"    TO WS-RESULTADO-DESC
               WHEN OTHER
                   ADD 1 TO WS-CONT-RECHAZADOS
                   DISPLAY "RESULTADO DESCONOCIDO " WS-DIS-RESULTADO
                           " RUT " WS-DIS-RUT-X
                   GO TO PROCESAR-LLAMADO-FIN
           END-EVALUATE

           MOVE WS-DIS-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   ADD 1 TO WS-CONT-RECHAZADOS
                   DISPLAY "CLIENTE NO EXISTE: " WS-DIS-RUT-X
                   GO TO PROCESAR-LLAMADO-FIN
           END-READ
           IF WS-DIS-AGENTE = SPACES THEN
              MOVE "DISCADOR" TO WS-DIS-AGENTE
           END-IF

      *       EL CONTACTO VA PRIMERO: SU LLAVE (RUT+FECHA+HORA DEL
      *       LLAMADO) ES LA QUE IMPIDE CARGAR DOS VECES EL MISMO
      *       LLAMADO, CON SU PROMESA O SU TAREA.
           MOVE WS-DIS-RUT      TO contacto-rut
           MOVE WS-DIS-FECHA-X  TO contacto-fecha
           MOVE WS-DIS-HORA-X   TO contacto-hora
           MOVE WS-DIS-AGENTE   TO contacto-operador
           MOVE "T"             TO contacto-tipo
           MOVE SPACES          TO contacto-nota
           STRING "DISCADOR "       DELIMITED BY SIZE
                  WS-RESULTADO-DESC DELIMITED BY "  "
                  " FONO "          DELIMITED BY SIZE
                  WS-DIS-FONO       DELIMITED BY SPACE
                     INTO contacto-nota
           END-STRING
           WRITE contacto-registro
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDOS
                   GO TO PROCESAR-LLAMADO-FIN
           END-WRITE
           ADD 1 TO WS-CONT-CONTACTOS

           EVALUATE WS-DIS-RESULTADO
               WHEN "PP"
                   PERFORM CREAR-PROMESA THRU CREAR-PROMESA-FIN
                   IF WS-PROMESA-OK = "N" THEN
                      ADD 1 TO WS-CONT-PROM-MALAS
                      DISPLAY "PROMESA NO REGISTRADA, RUT "
                              WS-DIS-RUT-X " MONTO " WS-DIS-MONTO-X
                              " FECHA " WS-DIS-FEC-PROM-X
                   END-IF
               WHEN "NE"
                   PERFORM ABRIR-TAREA-CORRECCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       PROCESAR-LLAMADO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CREAR-PROMESA : misma regla de RegistrarPromesa (monto     *
      * obligatorio, fecha habil posterior al dia del llamado),    *
      * sobre la deuda general del cliente (periodo 0) y a nombre  *
      * del agente que la tomo.                                    *
      *----------------------------------------------------------*
       CREAR-PROMESA.
           MOVE "N" TO WS-PROMESA-OK
           IF WS-DIS-MONTO-X NOT NUMERIC OR
              WS-DIS-FEC-PROM-X NOT NUMERIC OR
              WS-CALENDARIO-OK NOT = "S" THEN
              GO TO CREAR-PROMESA-FIN
           END-IF
           MOVE WS-DIS-MONTO-X TO WS-DIS-MONTO-NUM
           COMPUTE WS-DIS-MONTO = WS-DIS-MONTO-NUM / 100
           IF WS-DIS-MONTO = 0 OR
              WS-DIS-FEC-PROM-X NOT > WS-DIS-FECHA-X THEN
              GO TO CREAR-PROMESA-FIN
           END-IF
           MOVE WS-DIS-FEC-PROM-X TO calendario-fecha
           READ calendario
               INVALID KEY
                   GO TO CREAR-PROMESA-FIN
           END-READ
           IF calendario-feriado = "S" THEN
              GO TO CREAR-PROMESA-FIN
           END-IF

           PERFORM PROXIMO-CORRELATIVO-PROMESA
           MOVE WS-DIS-RUT        TO prom-rut
           MOVE WS-CORRELATIVO    TO prom-correlativo
           MOVE 0                 TO prom-periodo-fact
           MOVE WS-DIS-MONTO      TO prom-monto
           MOVE WS-DIS-FEC-PROM-X TO prom-fec-compromiso
           MOVE "P"               TO prom-estado
           MOVE WS-DIS-FECHA-X    TO prom-fec-creacion
           MOVE WS-DIS-AGENTE     TO prom-operador
           MOVE WS-FECHA-SYS      TO prom-fecmod
           WRITE prom-registro
               INVALID KEY
                   GO TO CREAR-PROMESA-FIN
           END-WRITE
           MOVE "S" TO WS-PROMESA-OK
           ADD 1 TO WS-CONT-PROMESAS.
       CREAR-PROMESA-FIN.
           EXIT.

      *    LA TAREA VA AL OPERADOR QUE MANTIENE AL CLIENTE, CON EL
      *    NUMERO QUE FALLO EN LA DESCRIPCION (MISMO CRITERIO QUE
      *    IntakeRebotes CON LOS EMAILS).
       ABRIR-TAREA-CORRECCION.
           MOVE usuario-usuario-mod TO WS-OPER-CLIENTE
           PERFORM PROXIMO-CORRELATIVO-TAREA
           MOVE WS-DIS-RUT      TO tarea-rut
           MOVE WS-CORRELATIVO  TO tarea-correlativo
           MOVE SPACES          TO tarea-descripcion
           STRING "CORREGIR TELEFONO EQUIVOCADO " DELIMITED BY SIZE
                  WS-DIS-FONO                     DELIMITED BY SPACE
                     INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS    TO tarea-fec-creacion
           MOVE WS-FECHA-SYS    TO tarea-fec-venc
           MOVE WS-OPER-CLIENTE TO tarea-operador
           IF tarea-operador = SPACES OR
              tarea-operador = "BATCH" THEN
              MOVE "MESON"      TO tarea-operador
           END-IF
           MOVE "P"             TO tarea-estado
           MOVE SPACE           TO tarea-escalada
           MOVE WS-FECHA-SYS    TO tarea-fecmod
           MOVE "BATCH"         TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TAREAS
           END-WRITE
           .

       PROXIMO-CORRELATIVO-PROMESA.
           MOVE 0          TO WS-CORRELATIVO
           MOVE "N"        TO fin-de-archivo
           MOVE WS-DIS-RUT TO prom-rut
           MOVE 0          TO prom-correlativo
           START datos-promesas KEY IS NOT < prom-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-promesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF prom-rut = WS-DIS-RUT THEN
                          MOVE prom-correlativo TO WS-CORRELATIVO
                       ELSE
                          MOVE "S" TO fin-de-archivo
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

       PROXIMO-CORRELATIVO-TAREA.
           MOVE 0          TO WS-CORRELATIVO
           MOVE "N"        TO fin-de-archivo
           MOVE WS-DIS-RUT TO tarea-rut
           MOVE 0          TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF tarea-rut = WS-DIS-RUT THEN
                          MOVE tarea-correlativo TO WS-CORRELATIVO
                       ELSE
                          MOVE "S" TO fin-de-archivo
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

       END PROGRAM IntakeDiscador.
