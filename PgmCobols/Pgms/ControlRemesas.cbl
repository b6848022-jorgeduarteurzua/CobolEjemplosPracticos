      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Control de remesas de efectivo (remesas.dat,
      *          RemesaCaja). Paso diario de la cadena: lista las
      *          remesas enviadas que siguen sin confirmacion del
      *          banco pasados N dias habiles desde su envio y las
      *          confirmadas con diferencia, y abre una tarea a
      *          tesoreria por cada una (una sola vez por situacion:
      *          la corrida es repetible). Parametros en
      *          remesas_param.dat ("DIAS;OPERADOR", por defecto
      *          2;TESORERIA). Salida por spool (REMESAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlRemesas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-remesas
               ASSIGN TO
           "C:\PgmCobols\Data\remesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS remesa-numero
               FILE STATUS IS FS-REMESAS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT param-remesas ASSIGN TO
           "C:\PgmCobols\Data\remesas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-remesas.
           copy "C:\PgmCobols\FD\FDRemesa.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  param-remesas.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-REMESAS            PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-PARAM              PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-tareas            PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-FECHA-NEGOCIO      PIC 9(08).

      *    PARAMETROS CON VALORES POR DEFECTO SI
      *    remesas_param.dat NO EXISTE.
       01  WS-DIAS-CONFIRMA      PIC 9(03) VALUE 2.
       01  WS-OPER-TESORERIA     PIC X(10) VALUE "TESORERIA".
       01  WS-FECHA-LIMITE       PIC 9(08).
      *        Remesas enviadas hasta esta fecha ya debieron estar
      *        confirmadas.

       01  WS-SITUACION          PIC X(20).
       01  WS-TIPO-TAREA         PIC X.
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-BANCO-EDIT         PIC Z(10)9.99.
       01  WS-DIF-EDIT           PIC -(10)9.99.
       01  WS-TOTAL-SIN-CONF     PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DIFERENCIA   PIC S9(13)V99 VALUE 0.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-TOT-DIF-EDIT       PIC -(12)9.99.

       01  WS-CONT-REMESAS       PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CONF      PIC 9(06) VALUE 0.
       01  WS-CONT-DIFERENCIA    PIC 9(06) VALUE 0.
       01  WS-CONT-TAREAS        PIC 9(06) VALUE 0.

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
           05 SUM-RES-TIPO    PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

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
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS

           OPEN I-O datos-remesas
           IF FS-REMESAS NOT = "00" THEN
              DISPLAY "NO HAY REMESAS REGISTRADAS."
              GOBACK
           END-IF
           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF

           MOVE "REMESAS"       TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "REMESAS PENDIENTES AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "NUMERO SUC  ENVIO    SELLO           "
                                 DELIMITED BY SIZE
                  "       REMESADO       CONFIRMADO       DIFERENCIA"
                                 DELIMITED BY SIZE
                  "  SITUACION"  DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE 0 TO remesa-numero
           START datos-remesas KEY IS NOT < remesa-numero
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-remesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-REMESAS
                       PERFORM REVISAR-REMESA THRU
                               REVISAR-REMESA-FIN
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-SIN-CONF   TO WS-TOT-EDIT
           MOVE WS-TOTAL-DIFERENCIA TO WS-TOT-DIF-EDIT
           MOVE "T" TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "SIN CONFIRMAR "     DELIMITED BY SIZE
                  WS-CONT-SIN-CONF     DELIMITED BY SIZE
                  " $"                 DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                  "  CON DIFERENCIA "  DELIMITED BY SIZE
                  WS-CONT-DIFERENCIA   DELIMITED BY SIZE
                  " $"                 DELIMITED BY SIZE
                  WS-TOT-DIF-EDIT      DELIMITED BY SIZE
                  "  TAREAS "          DELIMITED BY SIZE
                  WS-CONT-TAREAS       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-remesas datos-tareas

           DISPLAY "-------------------------------------------"
           DISPLAY "CONTROL DE REMESAS AL " WS-FECHA-NEGOCIO
           DISPLAY "REMESAS LEIDAS.....: " WS-CONT-REMESAS
           DISPLAY "SIN CONFIRMAR......: " WS-CONT-SIN-CONF
           DISPLAY "CON DIFERENCIA.....: " WS-CONT-DIFERENCIA
           DISPLAY "TAREAS ABIERTAS....: " WS-CONT-TAREAS
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : dias habiles de plazo y operador de     *
      * tesoreria; la fecha limite es la fecha de negocio menos   *
      * esos dias habiles (SumarDiasFecha2 hacia atras).          *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           OPEN INPUT param-remesas
           IF FS-PARAM = "00" THEN
              READ param-remesas INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-CONFIRMA, WS-OPER-TESORERIA
                      END-UNSTRING
              END-READ
              CLOSE param-remesas
           END-IF
           IF WS-DIAS-CONFIRMA NOT NUMERIC THEN
              MOVE 2 TO WS-DIAS-CONFIRMA
           END-IF
           IF WS-OPER-TESORERIA = SPACES THEN
              MOVE "TESORERIA" TO WS-OPER-TESORERIA
           END-IF

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-LIMITE
           MOVE WS-FECHA-NEGOCIO TO FECHA-YYYYMMDD
           MOVE WS-DIAS-CONFIRMA TO SUM-RES-DIAS
           MOVE "-"              TO SUM-RES-SIGNO
           MOVE "H"              TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA = "S" AND
              NUEVA-FECHA-YYYYMMDD IS NUMERIC THEN
              MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-LIMITE
           END-IF
           .

      *----------------------------------------------------------*
      * REVISAR-REMESA : enviada y vencida el plazo, o confirmada *
      * con diferencia; las cuadradas y las enviadas en plazo no  *
      * se listan.                                                *
      *----------------------------------------------------------*
       REVISAR-REMESA.
           EVALUATE TRUE
               WHEN remesa-enviada AND
                    remesa-fecha <= WS-FECHA-LIMITE
                   MOVE "SIN CONFIRMAR"  TO WS-SITUACION
                   MOVE "E"              TO WS-TIPO-TAREA
                   ADD 1                 TO WS-CONT-SIN-CONF
                   ADD remesa-monto      TO WS-TOTAL-SIN-CONF
               WHEN remesa-con-diferencia
                   MOVE "CON DIFERENCIA" TO WS-SITUACION
                   MOVE "D"              TO WS-TIPO-TAREA
                   ADD 1                 TO WS-CONT-DIFERENCIA
                   ADD remesa-diferencia TO WS-TOTAL-DIFERENCIA
               WHEN OTHER
                   GO TO REVISAR-REMESA-FIN
           END-EVALUATE

           MOVE remesa-monto       TO WS-MONTO-EDIT
           MOVE remesa-monto-banco TO WS-BANCO-EDIT
           MOVE remesa-diferencia  TO WS-DIF-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING remesa-numero    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  remesa-sucursal  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  remesa-fecha     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  remesa-sello     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-MONTO-EDIT    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-BANCO-EDIT    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-DIF-EDIT      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-SITUACION     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           IF remesa-tarea NOT = WS-TIPO-TAREA THEN
              PERFORM ABRIR-TAREA-TESORERIA
              MOVE WS-TIPO-TAREA TO remesa-tarea
              MOVE WS-FECHA-SYS  TO remesa-fecmod
              MOVE "BATCH"       TO remesa-usuario-mod
              REWRITE remesa-registro END-REWRITE
           END-IF.
       REVISAR-REMESA-FIN.
           EXIT.

      *    TAREA INTERNA (RUT 0) A TESORERIA, CON VENCIMIENTO HOY.
       ABRIR-TAREA-TESORERIA.
           PERFORM PROXIMO-CORRELATIVO
           MOVE 0                 TO tarea-rut
           MOVE WS-CORRELATIVO    TO tarea-correlativo
           MOVE SPACES            TO tarea-descripcion
           STRING "REMESA "       DELIMITED BY SIZE
                  remesa-numero   DELIMITED BY SIZE
                  " SUC "         DELIMITED BY SIZE
                  remesa-sucursal DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-SITUACION    DELIMITED BY SIZE
                     INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS      TO tarea-fec-creacion
           MOVE WS-FECHA-SYS      TO tarea-fec-venc
           MOVE WS-OPER-TESORERIA TO tarea-operador
           MOVE "P"               TO tarea-estado
           MOVE SPACE             TO tarea-escalada
           MOVE WS-FECHA-SYS      TO tarea-fecmod
           MOVE "BATCH"           TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TAREAS
           END-WRITE
           .

       PROXIMO-CORRELATIVO.
           MOVE 0   TO WS-CORRELATIVO
           MOVE "N" TO fin-tareas
           MOVE 0   TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "S" TO fin-tareas
           END-START
           PERFORM UNTIL fin-tareas = "S"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-tareas
                   NOT AT END
                       IF tarea-rut NOT = 0 THEN
                          MOVE "S" TO fin-tareas
                       ELSE
                          MOVE tarea-correlativo TO WS-CORRELATIVO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

       END PROGRAM ControlRemesas.
