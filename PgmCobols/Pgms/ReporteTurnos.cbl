      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte diario de turnos por sucursal (turnos.dat)
      *          para planificar la dotacion. Fecha: la de
      *          turnos_param.dat (AAAAMMDD) o, sin el, la fecha de
      *          negocio. Por sucursal y tipo de atencion: turnos
      *          emitidos, atendidos, abandonados (no se presento al
      *          llamado o nunca fue llamado), prioritarios por cita,
      *          espera promedio y maxima (emision a llamado) y
      *          atencion promedio (llamado a termino), en minutos.
      *          Luego la distribucion por hora de emision con la
      *          espera promedio de cada hora, marcando la hora
      *          punta. Salida por spool (TURNOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteTurnos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-turnos
               ASSIGN TO
           "C:\PgmCobols\Data\turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS turno-llave
               FILE STATUS IS FS-TURNOS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT param-turnos ASSIGN TO
           "C:\PgmCobols\Data\turnos_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-turnos.
           copy "C:\PgmCobols\FD\FDTurno.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  param-turnos.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-TURNOS             PIC XX.
       01  FS-SUCURSALES         PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-SUCURSALES-OK      PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-REP          PIC 9(08).
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-SUCURSAL-ANT       PIC X(04).
       01  WS-SUCURSAL-DESC      PIC X(40).
       01  WS-TIPO-ANT           PIC X.
       01  WS-TIPO-DESC          PIC X(10).

      *    ACUMULADORES DEL GRUPO (TIPO) Y DE LA SUCURSAL; LOS
      *    TIEMPOS VAN EN SEGUNDOS.
       01  WS-ACUM-TIPO.
           05  WS-TIP-EMITIDOS   PIC 9(05).
           05  WS-TIP-ATENDIDOS  PIC 9(05).
           05  WS-TIP-ABANDONOS  PIC 9(05).
           05  WS-TIP-PRIORIT    PIC 9(05).
           05  WS-TIP-LLAMADOS   PIC 9(05).
           05  WS-TIP-SEG-ESPERA PIC 9(09).
           05  WS-TIP-MAX-ESPERA PIC 9(06).
           05  WS-TIP-CON-FIN    PIC 9(05).
           05  WS-TIP-SEG-ATENC  PIC 9(09).
       01  WS-ACUM-SUCURSAL.
           05  WS-SUC-EMITIDOS   PIC 9(05).
           05  WS-SUC-ATENDIDOS  PIC 9(05).
           05  WS-SUC-ABANDONOS  PIC 9(05).
           05  WS-SUC-PRIORIT    PIC 9(05).
           05  WS-SUC-LLAMADOS   PIC 9(05).
           05  WS-SUC-SEG-ESPERA PIC 9(09).
           05  WS-SUC-MAX-ESPERA PIC 9(06).
           05  WS-SUC-CON-FIN    PIC 9(05).
           05  WS-SUC-SEG-ATENC  PIC 9(09).
      *    COPIA DEL GRUPO QUE SE ESTA LISTANDO (TIPO O TOTAL).
       01  WS-ACUM-LINEA.
           05  WS-LIN-EMITIDOS   PIC 9(05).
           05  WS-LIN-ATENDIDOS  PIC 9(05).
           05  WS-LIN-ABANDONOS  PIC 9(05).
           05  WS-LIN-PRIORIT    PIC 9(05).
           05  WS-LIN-LLAMADOS   PIC 9(05).
           05  WS-LIN-SEG-ESPERA PIC 9(09).
           05  WS-LIN-MAX-ESPERA PIC 9(06).
           05  WS-LIN-CON-FIN    PIC 9(05).
           05  WS-LIN-SEG-ATENC  PIC 9(09).
       01  WS-LINEA-CIFRAS       PIC X(100).

      *    DISTRIBUCION POR HORA DE EMISION (00..23 EN 1..24).
       01  WS-TAB-HORAS.
           05  WS-HORA-ITEM OCCURS 24 TIMES.
               10  WS-HOR-EMITIDOS   PIC 9(05).
               10  WS-HOR-LLAMADOS   PIC 9(05).
               10  WS-HOR-SEG-ESPERA PIC 9(09).
       01  WS-IDX-HORA           PIC 9(02).
       01  WS-HORA-PUNTA         PIC 9(02).
       01  WS-MAX-EMITIDOS       PIC 9(05).

       01  WS-CONT-SUCURSALES    PIC 9(04) VALUE 0.
       01  WS-CONT-TURNOS        PIC 9(06) VALUE 0.
       01  WS-CONT-ABANDONOS     PIC 9(06) VALUE 0.

      *    CONVERSION HHMMSS A SEGUNDOS.
       01  WS-HHMMSS             PIC 9(06).
       01  WS-HHMMSS-R REDEFINES WS-HHMMSS.
           05  WS-HH             PIC 9(02).
           05  WS-MM             PIC 9(02).
           05  WS-SS             PIC 9(02).
       01  WS-SEGUNDOS           PIC 9(06).
       01  WS-SEG-EMISION        PIC 9(06).
       01  WS-SEG-LLAMADO        PIC 9(06).
       01  WS-SEG-FIN            PIC 9(06).
       01  WS-SEG-ESPERA         PIC 9(06).

      *    PROMEDIOS EN MINUTOS CON UN DECIMAL.
       01  WS-CALC-SEG           PIC 9(09).
       01  WS-CALC-CANT          PIC 9(05).
       01  WS-MINUTOS            PIC 9(05)V9.
       01  WS-ESP-EDIT           PIC ZZZ9.9.
       01  WS-MAX-EDIT           PIC ZZZ9.9.
       01  WS-ATE-EDIT           PIC ZZZ9.9.
       01  WS-EMI-EDIT           PIC ZZZZ9.
       01  WS-ATD-EDIT           PIC ZZZZ9.
       01  WS-ABA-EDIT           PIC ZZZZ9.
       01  WS-PRI-EDIT           PIC ZZZZ9.
       01  WS-HORA-EDIT          PIC 99.

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
           PERFORM LEER-PARAMETROS

           OPEN INPUT datos-turnos
           IF FS-TURNOS NOT = "00" THEN
              DISPLAY "NO HAY TURNOS REGISTRADOS."
              GOBACK
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-SUCURSALES-OK
           END-IF

           MOVE "TURNOS"        TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "TURNOS DE ATENCION DEL "
                                 DELIMITED BY SIZE
                  WS-FECHA-REP   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "  ATENCION   EMITIDOS ATENDIDOS ABANDONOS PRIORIT."
                                 DELIMITED BY SIZE
                  " ESPERA PROM ESPERA MAX ATENC.PROM (MIN)"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE LOW-VALUES TO turno-llave
           START datos-turnos KEY IS NOT < turno-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-turnos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF turno-fecha = WS-FECHA-REP THEN
                          PERFORM TOMAR-UN-TURNO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-TIPO
              PERFORM CERRAR-SUCURSAL
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "SUCURSALES "      DELIMITED BY SIZE
                  WS-CONT-SUCURSALES DELIMITED BY SIZE
                  " TURNOS "         DELIMITED BY SIZE
                  WS-CONT-TURNOS     DELIMITED BY SIZE
                  " ABANDONADOS "    DELIMITED BY SIZE
                  WS-CONT-ABANDONOS  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-turnos
           IF WS-SUCURSALES-OK = "S" THEN
              CLOSE datos-sucursales
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "TURNOS DE ATENCION DEL " WS-FECHA-REP
           DISPLAY "SUCURSALES.........: " WS-CONT-SUCURSALES
           DISPLAY "TURNOS.............: " WS-CONT-TURNOS
           DISPLAY "ABANDONADOS........: " WS-CONT-ABANDONOS
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : fecha AAAAMMDD del parametro; sin el o  *
      * invalida, la fecha de negocio.                            *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-REP

           OPEN INPUT param-turnos
           IF FS-PARAM = "00" THEN
              READ param-turnos INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:8) IS NUMERIC THEN
                         MOVE param-linea(1:8) TO WS-FECHA-REP
                      END-IF
              END-READ
              CLOSE param-turnos
           END-IF
           .

      *----------------------------------------------------------*
      * TOMAR-UN-TURNO : turnos.dat va por sucursal+fecha+tipo,   *
      * asi que los del dia llegan agrupados por sucursal y tipo. *
      *----------------------------------------------------------*
       TOMAR-UN-TURNO.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-SUCURSAL
              PERFORM ABRIR-TIPO
           ELSE
              IF turno-sucursal NOT = WS-SUCURSAL-ANT THEN
                 PERFORM CERRAR-TIPO
                 PERFORM CERRAR-SUCURSAL
                 PERFORM ABRIR-SUCURSAL
                 PERFORM ABRIR-TIPO
              ELSE
                 IF turno-tipo NOT = WS-TIPO-ANT THEN
                    PERFORM CERRAR-TIPO
                    PERFORM ABRIR-TIPO
                 END-IF
              END-IF
           END-IF

           ADD 1 TO WS-TIP-EMITIDOS WS-CONT-TURNOS
           IF turno-prioritario THEN
              ADD 1 TO WS-TIP-PRIORIT
           END-IF
           MOVE turno-hora-emision TO WS-HHMMSS
           PERFORM A-SEGUNDOS
           MOVE WS-SEGUNDOS TO WS-SEG-EMISION
           COMPUTE WS-IDX-HORA = WS-HH + 1
           ADD 1 TO WS-HOR-EMITIDOS(WS-IDX-HORA)

      *       ABANDONO: NO SE PRESENTO AL LLAMADO O NUNCA LO LLAMARON.
           IF turno-abandonado OR turno-en-espera THEN
              ADD 1 TO WS-TIP-ABANDONOS WS-CONT-ABANDONOS
           ELSE
              ADD 1 TO WS-TIP-ATENDIDOS
           END-IF

           IF turno-hora-llamado NOT = 0 THEN
              MOVE turno-hora-llamado TO WS-HHMMSS
              PERFORM A-SEGUNDOS
              MOVE WS-SEGUNDOS TO WS-SEG-LLAMADO
              MOVE 0 TO WS-SEG-ESPERA
              IF WS-SEG-LLAMADO > WS-SEG-EMISION THEN
                 COMPUTE WS-SEG-ESPERA = WS-SEG-LLAMADO -
                                         WS-SEG-EMISION
              END-IF
              ADD 1             TO WS-TIP-LLAMADOS
              ADD WS-SEG-ESPERA TO WS-TIP-SEG-ESPERA
              IF WS-SEG-ESPERA > WS-TIP-MAX-ESPERA THEN
                 MOVE WS-SEG-ESPERA TO WS-TIP-MAX-ESPERA
              END-IF
              ADD 1             TO WS-HOR-LLAMADOS(WS-IDX-HORA)
              ADD WS-SEG-ESPERA TO WS-HOR-SEG-ESPERA(WS-IDX-HORA)
              IF turno-atendido AND turno-hora-fin NOT = 0 THEN
                 MOVE turno-hora-fin TO WS-HHMMSS
                 PERFORM A-SEGUNDOS
                 MOVE WS-SEGUNDOS TO WS-SEG-FIN
                 IF WS-SEG-FIN > WS-SEG-LLAMADO THEN
                    ADD 1 TO WS-TIP-CON-FIN
                    COMPUTE WS-TIP-SEG-ATENC = WS-TIP-SEG-ATENC +
                            WS-SEG-FIN - WS-SEG-LLAMADO
                 END-IF
              END-IF
           END-IF
           .

       A-SEGUNDOS.
           COMPUTE WS-SEGUNDOS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           .

       ABRIR-SUCURSAL.
           MOVE turno-sucursal TO WS-SUCURSAL-ANT
           ADD 1 TO WS-CONT-SUCURSALES
           INITIALIZE WS-ACUM-SUCURSAL WS-TAB-HORAS
           MOVE "(NO REGISTRADA)" TO WS-SUCURSAL-DESC
           IF WS-SUCURSALES-OK = "S" THEN
              MOVE turno-sucursal TO sucursal-codigo
              READ datos-sucursales
                  NOT INVALID KEY
                      MOVE sucursal-nombre TO WS-SUCURSAL-DESC
              END-READ
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "SUCURSAL "       DELIMITED BY SIZE
                  WS-SUCURSAL-ANT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SUCURSAL-DESC  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-TIPO.
           MOVE turno-tipo TO WS-TIPO-ANT
           INITIALIZE WS-ACUM-TIPO
           EVALUATE TRUE
               WHEN turno-caja
                   MOVE "CAJA"      TO WS-TIPO-DESC
               WHEN turno-ejecutivo
                   MOVE "EJECUTIVO" TO WS-TIPO-DESC
               WHEN turno-reclamo
                   MOVE "RECLAMOS"  TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "OTRO"      TO WS-TIPO-DESC
           END-EVALUATE
           .

       CERRAR-TIPO.
           ADD WS-TIP-EMITIDOS   TO WS-SUC-EMITIDOS
           ADD WS-TIP-ATENDIDOS  TO WS-SUC-ATENDIDOS
           ADD WS-TIP-ABANDONOS  TO WS-SUC-ABANDONOS
           ADD WS-TIP-PRIORIT    TO WS-SUC-PRIORIT
           ADD WS-TIP-LLAMADOS   TO WS-SUC-LLAMADOS
           ADD WS-TIP-SEG-ESPERA TO WS-SUC-SEG-ESPERA
           ADD WS-TIP-CON-FIN    TO WS-SUC-CON-FIN
           ADD WS-TIP-SEG-ATENC  TO WS-SUC-SEG-ATENC
           IF WS-TIP-MAX-ESPERA > WS-SUC-MAX-ESPERA THEN
              MOVE WS-TIP-MAX-ESPERA TO WS-SUC-MAX-ESPERA
           END-IF
           MOVE WS-ACUM-TIPO TO WS-ACUM-LINEA
           PERFORM LISTAR-TIEMPOS
           MOVE SPACES TO lk-rw-linea
           STRING "  "          DELIMITED BY SIZE
                  WS-TIPO-DESC  DELIMITED BY SIZE
                  WS-LINEA-CIFRAS DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-SUCURSAL.
           MOVE WS-ACUM-SUCURSAL TO WS-ACUM-LINEA
           PERFORM LISTAR-TIEMPOS
           MOVE SPACES TO lk-rw-linea
           STRING "  TOTAL     " DELIMITED BY SIZE
                  WS-LINEA-CIFRAS DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

      *       HORA PUNTA: LA DE MAS TURNOS EMITIDOS.
           MOVE 0 TO WS-MAX-EMITIDOS WS-HORA-PUNTA
           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                   UNTIL WS-IDX-HORA > 24
              IF WS-HOR-EMITIDOS(WS-IDX-HORA) > WS-MAX-EMITIDOS THEN
                 MOVE WS-HOR-EMITIDOS(WS-IDX-HORA) TO WS-MAX-EMITIDOS
                 MOVE WS-IDX-HORA TO WS-HORA-PUNTA
              END-IF
           END-PERFORM
           MOVE SPACES TO lk-rw-linea
           STRING "  POR HORA DE EMISION (TURNOS / ESPERA PROM MIN):"
                                 DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                   UNTIL WS-IDX-HORA > 24
              IF WS-HOR-EMITIDOS(WS-IDX-HORA) > 0 THEN
                 PERFORM LISTAR-UNA-HORA
              END-IF
           END-PERFORM
           .

       LISTAR-UNA-HORA.
           COMPUTE WS-HORA-EDIT = WS-IDX-HORA - 1
           MOVE WS-HOR-EMITIDOS(WS-IDX-HORA)   TO WS-EMI-EDIT
           MOVE WS-HOR-SEG-ESPERA(WS-IDX-HORA) TO WS-CALC-SEG
           MOVE WS-HOR-LLAMADOS(WS-IDX-HORA)   TO WS-CALC-CANT
           PERFORM CALCULAR-MINUTOS
           MOVE WS-MINUTOS TO WS-ESP-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "    "        DELIMITED BY SIZE
                  WS-HORA-EDIT  DELIMITED BY SIZE
                  ":00 "        DELIMITED BY SIZE
                  WS-EMI-EDIT   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WS-ESP-EDIT   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           IF WS-IDX-HORA = WS-HORA-PUNTA THEN
              MOVE "<< HORA PUNTA" TO lk-rw-linea(30:13)
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    ARMA LA PARTE NUMERICA DE UNA LINEA DE TIPO O DE TOTAL
      *    DESDE WS-ACUM-LINEA.
       LISTAR-TIEMPOS.
           MOVE WS-LIN-EMITIDOS  TO WS-EMI-EDIT
           MOVE WS-LIN-ATENDIDOS TO WS-ATD-EDIT
           MOVE WS-LIN-ABANDONOS TO WS-ABA-EDIT
           MOVE WS-LIN-PRIORIT   TO WS-PRI-EDIT
           MOVE WS-LIN-SEG-ESPERA TO WS-CALC-SEG
           MOVE WS-LIN-LLAMADOS   TO WS-CALC-CANT
           PERFORM CALCULAR-MINUTOS
           MOVE WS-MINUTOS TO WS-ESP-EDIT
           MOVE WS-LIN-MAX-ESPERA TO WS-CALC-SEG
           MOVE 1                 TO WS-CALC-CANT
           PERFORM CALCULAR-MINUTOS
           MOVE WS-MINUTOS TO WS-MAX-EDIT
           MOVE WS-LIN-SEG-ATENC TO WS-CALC-SEG
           MOVE WS-LIN-CON-FIN   TO WS-CALC-CANT
           PERFORM CALCULAR-MINUTOS
           MOVE WS-MINUTOS TO WS-ATE-EDIT
           MOVE SPACES TO WS-LINEA-CIFRAS
           STRING "     "      DELIMITED BY SIZE
                  WS-EMI-EDIT  DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  WS-ATD-EDIT  DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  WS-ABA-EDIT  DELIMITED BY SIZE
                  "    "       DELIMITED BY SIZE
                  WS-PRI-EDIT  DELIMITED BY SIZE
                  "      "     DELIMITED BY SIZE
                  WS-ESP-EDIT  DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  WS-MAX-EDIT  DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  WS-ATE-EDIT  DELIMITED BY SIZE
                     INTO WS-LINEA-CIFRAS
           END-STRING
           .

       CALCULAR-MINUTOS.
           IF WS-CALC-CANT = 0 THEN
              MOVE 0 TO WS-MINUTOS
           ELSE
              COMPUTE WS-MINUTOS ROUNDED =
                      WS-CALC-SEG / WS-CALC-CANT / 60
           END-IF
           .

       END PROGRAM ReporteTurnos.
