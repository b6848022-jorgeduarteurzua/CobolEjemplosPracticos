      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Antiguedad de los rezagos del banco: lista las
      *          partidas de banco_suspenso.dat que siguen pendientes
      *          con mas dias que el umbral de suspenso_param.dat
      *          ("DIAS", 30 por defecto), calculados con
      *          DiffDiasFecha desde la fecha en que entraron a
      *          rezago, mas las marcadas para devolucion que
      *          tesoreria aun debe gestionar. Sale por spool con
      *          el total pendiente y el total sobre el umbral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AntiguedadSuspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-suspenso
               ASSIGN TO
           "C:\PgmCobols\Data\banco_suspenso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susp-id
               FILE STATUS IS FS-PARTIDAS.

           SELECT param-suspenso ASSIGN TO
           "C:\PgmCobols\Data\suspenso_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-suspenso.
           copy "C:\PgmCobols\FD\FDSuspenso.cpy".

       FD  param-suspenso.
       01  param-linea         PIC X(20).

       WORKING-STORAGE SECTION.
       01  FS-PARTIDAS         PIC XX.
       01  FS-PARAM            PIC XX.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-DIAS-UMBRAL      PIC 9(04) VALUE 30.
       01  WS-DIAS-REZAGO      PIC 9(07).
       01  WS-ESTADO-DESC      PIC X(09).

       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-CONT-ANTIGUAS    PIC 9(06) VALUE 0.
       01  WS-CONT-DEVOLVER    PIC 9(06) VALUE 0.
       01  WS-TOT-PENDIENTE    PIC 9(13)V99 VALUE 0.
       01  WS-TOT-ANTIGUO      PIC 9(13)V99 VALUE 0.
       01  WS-TOT-DEVOLVER     PIC 9(13)V99 VALUE 0.
       01  WS-RUT-EDIT         PIC Z(09)9.
       01  WS-DIAS-EDIT        PIC Z(06)9.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-TOT-EDIT         PIC Z(12)9.99.

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).
       01 OUT-DIFFDIASFECHA.
           05 DIFF-DIAS       PIC 9(07).
           05 DIFF-ANOS        PIC 9(04).
           05 DIFF-MESES       PIC 9(02).
           05 DIFF-DIAS-RESTO  PIC 9(02).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS

           OPEN INPUT datos-suspenso
           IF FS-PARTIDAS NOT = "00" THEN
              DISPLAY "NO HAY PARTIDAS EN REZAGO."
              GOBACK
           END-IF

           MOVE "ANTIGSUSPENSO" TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "REZAGOS BANCO CON MAS DE " DELIMITED BY SIZE
                  WS-DIAS-UMBRAL              DELIMITED BY SIZE
                  " DIAS AL "                 DELIMITED BY SIZE
                  WS-FECHA-SYS                DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "PARTIDA  ESTADO    FECHA       DIAS        RUT       
      -         "   MONTO MOTIVO" TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE 0 TO susp-id
           START datos-suspenso KEY IS NOT < susp-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF susp-pendiente OR susp-devolver THEN
                          PERFORM EVALUAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM

           MOVE "T"    TO lk-rw-operacion
           MOVE WS-TOT-PENDIENTE TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "PENDIENTES: "     DELIMITED BY SIZE
                  WS-CONT-PENDIENTES DELIMITED BY SIZE
                  " POR $"           DELIMITED BY SIZE
                  WS-TOT-EDIT        DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-ANTIGUO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SOBRE EL UMBRAL: " DELIMITED BY SIZE
                  WS-CONT-ANTIGUAS    DELIMITED BY SIZE
                  " POR $"            DELIMITED BY SIZE
                  WS-TOT-EDIT         DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-DEVOLVER TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "A DEVOLVER AL BANCO: " DELIMITED BY SIZE
                  WS-CONT-DEVOLVER        DELIMITED BY SIZE
                  " POR $"                DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-suspenso

           DISPLAY "-------------------------------------------"
           DISPLAY "ANTIGUEDAD DE REZAGOS AL " WS-FECHA-SYS
           DISPLAY "PARTIDAS PENDIENTES: " WS-CONT-PENDIENTES
           DISPLAY "SOBRE " WS-DIAS-UMBRAL " DIAS.....: "
                   WS-CONT-ANTIGUAS
           DISPLAY "A DEVOLVER AL BANCO: " WS-CONT-DEVOLVER
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-suspenso
           IF FS-PARAM = "00" THEN
              READ param-suspenso INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:4) IS NUMERIC THEN
                         MOVE param-linea(1:4) TO WS-DIAS-UMBRAL
                      END-IF
              END-READ
              CLOSE param-suspenso
           END-IF
           .

      *----------------------------------------------------------*
      * EVALUAR-PARTIDA : las pendientes se listan solo si pasan  *
      * el umbral; las marcadas para devolucion se listan todas,  *
      * hasta que tesoreria las saque del archivo.                *
      *----------------------------------------------------------*
       EVALUAR-PARTIDA.
           MOVE 0 TO WS-DIAS-REZAGO
           IF susp-fecha < WS-FECHA-SYS THEN
              MOVE susp-fecha   TO FECHA1-YYYYMMDD
              MOVE WS-FECHA-SYS TO FECHA2-YYYYMMDD
              CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                         OUT-DIFFDIASFECHA
              MOVE DIFF-DIAS    TO WS-DIAS-REZAGO
           END-IF

           IF susp-devolver THEN
              ADD 1          TO WS-CONT-DEVOLVER
              ADD susp-monto TO WS-TOT-DEVOLVER
              MOVE "DEVOLVER " TO WS-ESTADO-DESC
              PERFORM ESCRIBIR-DETALLE
           ELSE
              ADD 1          TO WS-CONT-PENDIENTES
              ADD susp-monto TO WS-TOT-PENDIENTE
              IF WS-DIAS-REZAGO > WS-DIAS-UMBRAL THEN
                 ADD 1          TO WS-CONT-ANTIGUAS
                 ADD susp-monto TO WS-TOT-ANTIGUO
                 MOVE "PENDIENTE" TO WS-ESTADO-DESC
                 PERFORM ESCRIBIR-DETALLE
              END-IF
           END-IF
           .

       ESCRIBIR-DETALLE.
           MOVE susp-rut       TO WS-RUT-EDIT
           MOVE WS-DIAS-REZAGO TO WS-DIAS-EDIT
           MOVE susp-monto     TO WS-MONTO-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING susp-id        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-ESTADO-DESC DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  susp-fecha     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DIAS-EDIT   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-RUT-EDIT    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-MONTO-EDIT  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  susp-motivo    DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM AntiguedadSuspenso.
