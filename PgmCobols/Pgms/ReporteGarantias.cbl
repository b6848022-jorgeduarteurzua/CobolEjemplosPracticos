      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte mensual de garantias en dinero retenidas,
      *          para contabilidad (pasivo con los clientes): toma de
      *          garantias.dat las vigentes a la fecha de negocio, las
      *          ordena (SORT) por servicio y RUT y lista cada una
      *          con su saldo retenido, subtotal por servicio y total
      *          del pasivo. Al pie, el movimiento del mes: garantias
      *          recibidas y liquidadas (aplicado a facturas y
      *          devuelto). Salida por spool (GARANTIAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteGarantias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-garantias
               ASSIGN TO
           "C:\PgmCobols\Data\garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gar-llave
               FILE STATUS IS FS-GARANTIAS.

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-SERVICIOS.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\garantias_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-garantias.
           copy "C:\PgmCobols\FD\FDGarantia.cpy".

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-SERVICIO      PIC X(06).
           05  SRT-RUT           PIC 9(10).
           05  SRT-CORRELATIVO   PIC 9(04).
           05  SRT-FEC-RECEPCION PIC 9(08).
           05  SRT-MONTO         PIC 9(11)V99.
           05  SRT-APLICADO      PIC 9(11)V99.
           05  SRT-SALDO         PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  FS-GARANTIAS          PIC XX.
       01  FS-SERVICIOS          PIC XX.
       01  WS-SERVICIOS-OK       PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-SERVICIO-ANT       PIC X(06).
       01  WS-SERVICIO-DESC      PIC X(40).

       01  WS-CANT-SERVICIO      PIC 9(06).
       01  WS-MONTO-SERVICIO     PIC 9(13)V99.
       01  WS-CONT-VIGENTES      PIC 9(06) VALUE 0.
       01  WS-SUM-RETENIDO       PIC 9(13)V99 VALUE 0.
       01  WS-CONT-RECIBIDAS     PIC 9(06) VALUE 0.
       01  WS-SUM-RECIBIDO       PIC 9(13)V99 VALUE 0.
       01  WS-CONT-LIQUIDADAS    PIC 9(06) VALUE 0.
       01  WS-SUM-APLICADO       PIC 9(13)V99 VALUE 0.
       01  WS-SUM-DEVUELTO       PIC 9(13)V99 VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-APLIC-EDIT         PIC Z(10)9.99.
       01  WS-SALDO-EDIT         PIC Z(10)9.99.
       01  WS-CANT-EDIT          PIC ZZZZZ9.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01  WS-TOT2-EDIT          PIC Z(12)9.99.

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

           OPEN INPUT datos-garantias
           IF FS-GARANTIAS NOT = "00" THEN
              DISPLAY "NO HAY GARANTIAS REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-servicios
           IF FS-SERVICIOS = "00" THEN
              MOVE "S" TO WS-SERVICIOS-OK
           END-IF

           MOVE "GARANTIAS"     TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "GARANTIAS EN DINERO RETENIDAS AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "SERVIC        RUT CORR RECIBIDA"
                                 DELIMITED BY SIZE
                  "          MONTO       APLICADO       RETENIDO"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-SERVICIO
                                           SRT-RUT
                                           SRT-CORRELATIVO
               INPUT PROCEDURE IS SORT-TOMAR-GARANTIAS
               OUTPUT PROCEDURE IS SORT-LISTAR-GARANTIAS

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-SERVICIO
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-VIGENTES TO WS-CANT-EDIT
           MOVE WS-SUM-RETENIDO  TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL PASIVO POR GARANTIAS: VIGENTES "
                                           DELIMITED BY SIZE
                  WS-CANT-EDIT             DELIMITED BY SIZE
                  " RETENIDO $"            DELIMITED BY SIZE
                  WS-TOT-EDIT              DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-CONT-RECIBIDAS TO WS-CANT-EDIT
           MOVE WS-SUM-RECIBIDO   TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "RECIBIDAS EN EL MES " DELIMITED BY SIZE
                  WS-PERIODO             DELIMITED BY SIZE
                  ": "                   DELIMITED BY SIZE
                  WS-CANT-EDIT           DELIMITED BY SIZE
                  " $"                   DELIMITED BY SIZE
                  WS-TOT-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-CONT-LIQUIDADAS TO WS-CANT-EDIT
           MOVE WS-SUM-APLICADO    TO WS-TOT-EDIT
           MOVE WS-SUM-DEVUELTO    TO WS-TOT2-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "LIQUIDADAS EN EL MES: " DELIMITED BY SIZE
                  WS-CANT-EDIT             DELIMITED BY SIZE
                  " APLICADO A FACTURAS $" DELIMITED BY SIZE
                  WS-TOT-EDIT              DELIMITED BY SIZE
                  " DEVUELTO $"            DELIMITED BY SIZE
                  WS-TOT2-EDIT             DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-garantias
           IF WS-SERVICIOS-OK = "S" THEN
              CLOSE datos-servicios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "GARANTIAS EN DINERO AL " WS-FECHA-SYS
           DISPLAY "VIGENTES...........: " WS-CONT-VIGENTES
           MOVE WS-SUM-RETENIDO TO WS-TOT-EDIT
           DISPLAY "TOTAL RETENIDO.....: $" WS-TOT-EDIT
           DISPLAY "RECIBIDAS EN EL MES: " WS-CONT-RECIBIDAS
           DISPLAY "LIQUIDADAS EN EL MES: " WS-CONT-LIQUIDADAS
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * SORT-TOMAR-GARANTIAS : al sort solo las vigentes (el      *
      * pasivo); de paso se acumula el movimiento del mes.        *
      *----------------------------------------------------------*
       SORT-TOMAR-GARANTIAS.
           MOVE 0 TO gar-rut gar-correlativo
           START datos-garantias KEY IS NOT < gar-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-garantias NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       PERFORM TOMAR-UNA-GARANTIA
               END-READ
           END-PERFORM
           .

       TOMAR-UNA-GARANTIA.
           IF gar-fec-recepcion(1:6) = WS-PERIODO THEN
              ADD 1         TO WS-CONT-RECIBIDAS
              ADD gar-monto TO WS-SUM-RECIBIDO
           END-IF
           IF gar-liquidada AND
              gar-fec-liquidacion(1:6) = WS-PERIODO THEN
              ADD 1                  TO WS-CONT-LIQUIDADAS
              ADD gar-monto-aplicado TO WS-SUM-APLICADO
              ADD gar-monto-devuelto TO WS-SUM-DEVUELTO
           END-IF
           IF gar-vigente AND gar-saldo > 0 THEN
              MOVE gar-servicio       TO SRT-SERVICIO
              MOVE gar-rut            TO SRT-RUT
              MOVE gar-correlativo    TO SRT-CORRELATIVO
              MOVE gar-fec-recepcion  TO SRT-FEC-RECEPCION
              MOVE gar-monto          TO SRT-MONTO
              MOVE gar-monto-aplicado TO SRT-APLICADO
              MOVE gar-saldo          TO SRT-SALDO
              RELEASE SRT-REGISTRO
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-GARANTIAS : quiebre por servicio, con su      *
      * descripcion del catalogo y subtotal al cambiar.           *
      *----------------------------------------------------------*
       SORT-LISTAR-GARANTIAS.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UNA-GARANTIA
               END-RETURN
           END-PERFORM
           .

       LISTAR-UNA-GARANTIA.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-SERVICIO
           ELSE
              IF SRT-SERVICIO NOT = WS-SERVICIO-ANT THEN
                 PERFORM CERRAR-SERVICIO
                 PERFORM ABRIR-SERVICIO
              END-IF
           END-IF

           ADD 1 TO WS-CANT-SERVICIO WS-CONT-VIGENTES
           ADD SRT-SALDO TO WS-MONTO-SERVICIO WS-SUM-RETENIDO

           MOVE SRT-RUT      TO WS-RUT-EDIT
           MOVE SRT-MONTO    TO WS-MONTO-EDIT
           MOVE SRT-APLICADO TO WS-APLIC-EDIT
           MOVE SRT-SALDO    TO WS-SALDO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING SRT-SERVICIO      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-RUT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-CORRELATIVO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SRT-FEC-RECEPCION DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MONTO-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-APLIC-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALDO-EDIT     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-SERVICIO.
           MOVE SRT-SERVICIO TO WS-SERVICIO-ANT
           MOVE 0 TO WS-CANT-SERVICIO WS-MONTO-SERVICIO
           MOVE "(SIN DESCRIPCION)" TO WS-SERVICIO-DESC
           IF WS-SERVICIOS-OK = "S" THEN
              MOVE SRT-SERVICIO TO servicio-codigo
              READ datos-servicios
                  NOT INVALID KEY
                      MOVE servicio-descripcion TO WS-SERVICIO-DESC
              END-READ
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "SERVICIO "      DELIMITED BY SIZE
                  SRT-SERVICIO     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-SERVICIO-DESC DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-SERVICIO.
           MOVE WS-CANT-SERVICIO  TO WS-CANT-EDIT
           MOVE WS-MONTO-SERVICIO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SUBTOTAL SERVICIO " DELIMITED BY SIZE
                  WS-SERVICIO-ANT      DELIMITED BY SIZE
                  ": GARANTIAS "       DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  " RETENIDO $"        DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReporteGarantias.
