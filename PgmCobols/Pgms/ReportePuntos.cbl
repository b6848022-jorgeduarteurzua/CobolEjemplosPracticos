      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte mensual del pasivo por puntos de pago
      *          puntual, para contabilidad: recorre puntos.dat (en
      *          orden de RUT) y por cliente lista los puntos aun
      *          disponibles en lotes no vencidos a la fecha de
      *          negocio, valorizados al valor del punto de
      *          puntos_param.dat, con el total del pasivo. Al pie,
      *          el movimiento del mes: puntos otorgados, canjeados
      *          (y su descuento en pesos) y vencidos. Salida por
      *          spool (PUNTOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportePuntos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pto-llave
               FILE STATUS IS FS-PUNTOS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT param-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-puntos.
           copy "C:\PgmCobols\FD\FDPuntos.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  param-puntos.
       01  param-linea           PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-PUNTOS             PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-MESES-VIGENCIA     PIC 9(03) VALUE 12.
       01  WS-VALOR-PUNTO        PIC 9(05) VALUE 0.
       01  WS-FECHA-INICIO       PIC 9(08) VALUE 0.

       01  WS-RUT-ANT            PIC 9(10) VALUE 0.
       01  WS-PTS-CLIENTE        PIC 9(11).
       01  WS-PROX-VENCE         PIC 9(08).
       01  WS-VALOR-CLIENTE      PIC 9(13)V99.
       01  WS-NOMBRE-CLIENTE     PIC X(40).

       01  WS-CONT-CLIENTES      PIC 9(07) VALUE 0.
       01  WS-SUM-PUNTOS         PIC 9(13) VALUE 0.
       01  WS-SUM-VALOR          PIC 9(15)V99 VALUE 0.
       01  WS-MES-OTORGADOS      PIC 9(13) VALUE 0.
       01  WS-MES-CANJEADOS      PIC 9(13) VALUE 0.
       01  WS-MES-DESCUENTO      PIC 9(13)V99 VALUE 0.
       01  WS-MES-VENCIDOS       PIC 9(13) VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-PTS-EDIT           PIC Z(10)9.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-CANT-EDIT          PIC Z(06)9.

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
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA       TO WS-FECHA-SYS
           MOVE WS-FECHA-SYS(1:6) TO WS-PERIODO

           OPEN INPUT param-puntos
           IF FS-PARAM = "00" THEN
              READ param-puntos INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-MESES-VIGENCIA
                               WS-VALOR-PUNTO
                               WS-FECHA-INICIO
                      END-UNSTRING
              END-READ
              CLOSE param-puntos
           END-IF

           OPEN INPUT datos-puntos
           IF FS-PUNTOS NOT = "00" THEN
              DISPLAY "NO HAY PUNTOS OTORGADOS."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "PUNTOS"        TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "PASIVO POR PUNTOS DE PAGO PUNTUAL AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "       RUT CLIENTE                                 "
                                 DELIMITED BY SIZE
                  "     PUNTOS PROX.VENC      VALORIZADO"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE 0 TO pto-rut pto-correlativo
           START datos-puntos KEY IS NOT < pto-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-puntos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       PERFORM PROCESAR-MOVIMIENTO
               END-READ
           END-PERFORM
           IF WS-RUT-ANT NOT = 0 THEN
              PERFORM CERRAR-CLIENTE
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-CLIENTES TO WS-CANT-EDIT
           MOVE WS-SUM-PUNTOS    TO WS-PTS-EDIT
           MOVE WS-SUM-VALOR     TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL PASIVO: CLIENTES " DELIMITED BY SIZE
                  WS-CANT-EDIT              DELIMITED BY SIZE
                  " PUNTOS "                DELIMITED BY SIZE
                  WS-PTS-EDIT               DELIMITED BY SIZE
                  " VALORIZADO $"           DELIMITED BY SIZE
                  WS-TOT-EDIT               DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-MES-OTORGADOS TO WS-PTS-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "MOVIMIENTO DEL MES " DELIMITED BY SIZE
                  WS-PERIODO            DELIMITED BY SIZE
                  ": OTORGADOS "        DELIMITED BY SIZE
                  WS-PTS-EDIT           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-MES-CANJEADOS TO WS-PTS-EDIT
           MOVE WS-MES-DESCUENTO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  CANJEADOS "       DELIMITED BY SIZE
                  WS-PTS-EDIT          DELIMITED BY SIZE
                  " DESCUENTO EN NOTAS DE CREDITO $"
                                       DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-MES-VENCIDOS TO WS-PTS-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  VENCIDOS  "       DELIMITED BY SIZE
                  WS-PTS-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-puntos datos-usuarios

           DISPLAY "-------------------------------------------"
           DISPLAY "PASIVO POR PUNTOS AL " WS-FECHA-SYS
           DISPLAY "CLIENTES CON PUNTOS: " WS-CONT-CLIENTES
           DISPLAY "PUNTOS DISPONIBLES.: " WS-SUM-PUNTOS
           MOVE WS-SUM-VALOR TO WS-TOT-EDIT
           DISPLAY "VALORIZADO.........: $" WS-TOT-EDIT
           IF WS-VALOR-PUNTO = 0 THEN
              DISPLAY "SIN VALOR DEL PUNTO EN puntos_param.dat."
           END-IF
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * PROCESAR-MOVIMIENTO : quiebre por RUT; acumula el saldo   *
      * vigente de los lotes y el movimiento del mes.             *
      *----------------------------------------------------------*
       PROCESAR-MOVIMIENTO.
           IF pto-rut NOT = WS-RUT-ANT THEN
              IF WS-RUT-ANT NOT = 0 THEN
                 PERFORM CERRAR-CLIENTE
              END-IF
              MOVE pto-rut TO WS-RUT-ANT
              MOVE 0       TO WS-PTS-CLIENTE WS-PROX-VENCE
           END-IF

           IF pto-ganados THEN
              IF pto-fecha(1:6) = WS-PERIODO THEN
                 ADD pto-puntos TO WS-MES-OTORGADOS
              END-IF
              IF pto-vencidos > 0 AND
                 pto-fec-vence(1:6) = WS-PERIODO THEN
                 ADD pto-vencidos TO WS-MES-VENCIDOS
              END-IF
              IF pto-disponibles > 0 AND
                 pto-fec-vence NOT < WS-FECHA-SYS THEN
                 ADD pto-disponibles TO WS-PTS-CLIENTE
                 IF WS-PROX-VENCE = 0 OR
                    pto-fec-vence < WS-PROX-VENCE THEN
                    MOVE pto-fec-vence TO WS-PROX-VENCE
                 END-IF
              END-IF
           ELSE
              IF pto-fecha(1:6) = WS-PERIODO THEN
                 ADD pto-puntos TO WS-MES-CANJEADOS
                 ADD pto-monto  TO WS-MES-DESCUENTO
              END-IF
           END-IF
           .

       CERRAR-CLIENTE.
           IF WS-PTS-CLIENTE = 0 THEN
              GO TO CERRAR-CLIENTE-FIN
           END-IF
           ADD 1              TO WS-CONT-CLIENTES
           ADD WS-PTS-CLIENTE TO WS-SUM-PUNTOS
           COMPUTE WS-VALOR-CLIENTE = WS-PTS-CLIENTE * WS-VALOR-PUNTO
           ADD WS-VALOR-CLIENTE TO WS-SUM-VALOR

           MOVE SPACES     TO WS-NOMBRE-CLIENTE
           MOVE WS-RUT-ANT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)" TO WS-NOMBRE-CLIENTE
               NOT INVALID KEY
                   STRING usuario-nombre DELIMITED BY "  "
                          " "            DELIMITED BY SIZE
                          usuario-apepat DELIMITED BY "  "
                             INTO WS-NOMBRE-CLIENTE
                   END-STRING
           END-READ

           MOVE WS-RUT-ANT       TO WS-RUT-EDIT
           MOVE WS-PTS-CLIENTE   TO WS-PTS-EDIT
           MOVE WS-VALOR-CLIENTE TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PTS-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PROX-VENCE     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-TOT-EDIT       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER.
       CERRAR-CLIENTE-FIN.
           EXIT.

       END PROGRAM ReportePuntos.
