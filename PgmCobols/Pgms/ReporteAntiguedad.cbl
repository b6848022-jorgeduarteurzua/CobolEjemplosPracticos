      *          de atraso (0-30 / 31-60 / 61-90 / 90+) calculados con
      *          DiffDiasFecha, con subtotales por ciudad del cliente
      *          (clientes.dat). Genera REPORTE_ANTIGUEDAD.txt.
      *          Las facturas con disputa abierta (disputas.dat) no
      *          entran a los tramos: se listan marcadas EN DISPUTA
      *          y se totalizan aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

      *       Salida con nombre de spool fechado (GenerarNombreSpool):
      *       cada corrida conserva su pieza y se reimprime desde
      *       VerSpool en vez de pisar un archivo fijo.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  reporte-antiguedad.
       01  REP-LINEA                PIC X(132).


       01  FS-FACTURAS         PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-DISPUTAS         PIC XX.
       01  WS-DISPUTAS-OK      PIC X.
       01  WS-EN-DISPUTA       PIC X.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-DIAS-ATRASO      PIC 9(07).
       01  WS-TOT-MONTO        PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-TOT-CANT         PIC 9(06)    OCCURS 4 TIMES.
       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-DISP-MONTO       PIC 9(13)V99.
       01  WS-DISP-CANT        PIC 9(06).
       01  WS-HORA-INICIO      PIC 9(06).
       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

      *       Reinicio de estados: el programa queda residente entre
      *       anterior no deben sumarse a la nueva.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-CONT-PENDIENTES
           MOVE 0   TO WS-DISP-MONTO WS-DISP-CANT
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 4
              MOVE 0 TO WS-TOT-MONTO(WS-TRAMO-IDX)
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           MOVE "N" TO WS-DISPUTAS-OK
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           MOVE "ANTIGUEDAD" TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                        TO REP-LINEA
           WRITE REP-LINEA

      *       Solo las pendientes, por la llave alterna estado +
      *       vencimiento (de la mas atrasada a la mas nueva).
           MOVE "P" TO factura-llave-estado
           MOVE 0   TO factura-llave-fec-venc
           START datos-facturas KEY IS NOT < factura-llave-venc
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF factura-llave-estado NOT = "P" THEN
                          MOVE "Y" TO fin-de-archivo
                       END-IF
                       IF fin-de-archivo NOT = "Y" AND
                          factura-pendiente THEN
                          PERFORM PROCESAR-FACTURA THRU
                                  PROCESAR-FACTURA-FIN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ESCRIBIR-SUBTOTALES
           CLOSE datos-facturas datos-usuarios reporte-antiguedad
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF

           MOVE "ReporteAntiguedad" TO lk-co-programa
           MOVE WS-HORA-INICIO      TO lk-co-hora-inicio
           MOVE WS-CONT-PENDIENTES  TO lk-co-leidos
           COMPUTE lk-co-grabados = WS-CONT-PENDIENTES - WS-DISP-CANT
           MOVE WS-DISP-CANT        TO lk-co-rechazados
           MOVE "OK"                TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA
           DISPLAY "FACTURAS PENDIENTES: " WS-CONT-PENDIENTES
           DISPLAY "EN DISPUTA.........: " WS-DISP-CANT
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           GOBACK.

       PROCESAR-FACTURA.
           ADD 1 TO WS-CONT-PENDIENTES
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              PERFORM LISTAR-EN-DISPUTA
              GO TO PROCESAR-FACTURA-FIN
           END-IF

           MOVE 0 TO WS-DIAS-ATRASO
           IF factura-fec-venc < WS-FECHA-SYS THEN
                  " "                DELIMITED BY SIZE
                  WS-MONTO-EDIT      DELIMITED BY SIZE
                                 INTO REP-LINEA
           WRITE REP-LINEA.
       PROCESAR-FACTURA-FIN.
           EXIT.

      *    LA FACTURA EN DISPUTA NO ENVEJECE EN LOS TRAMOS NI EN LOS
      *    SUBTOTALES POR CIUDAD; SE LISTA Y VA AL TOTAL APARTE.
       LISTAR-EN-DISPUTA.
           ADD WS-PENDIENTE TO WS-DISP-MONTO
           ADD 1            TO WS-DISP-CANT
           MOVE factura-rut  TO WS-RUT-EDIT
           MOVE WS-PENDIENTE TO WS-MONTO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING WS-RUT-EDIT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  factura-periodo    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  factura-fec-venc   DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  "DISPUT"           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MONTO-EDIT      DELIMITED BY SIZE
                  "  EN DISPUTA"     DELIMITED BY SIZE
                                 INTO REP-LINEA
           WRITE REP-LINEA
           .

       VER-DISPUTA-FACTURA.
           MOVE "N" TO WS-EN-DISPUTA
           IF WS-DISPUTAS-OK = "S" THEN
              MOVE factura-rut     TO disputa-rut
              MOVE factura-periodo TO disputa-periodo
              READ datos-disputas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF disputa-abierta THEN
                         MOVE "S" TO WS-EN-DISPUTA
                      END-IF
              END-READ
           END-IF
           .

       BUSCAR-CIUDAD-CLIENTE.
           MOVE "(SIN CIUDAD)"  TO WS-CIUDAD-FACT
           MOVE factura-rut     TO usuario-rut
                   UNTIL WS-TRAMO-IDX > 4
              PERFORM ESCRIBIR-LINEA-TRAMO
           END-PERFORM
           MOVE WS-DISP-MONTO TO WS-MONTO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  EN DISPUTA (FUERA DE TRAMOS): " DELIMITED BY SIZE
                  WS-DISP-CANT                      DELIMITED BY SIZE
                  " FACTURAS  $"                    DELIMITED BY SIZE
                  WS-MONTO-EDIT                     DELIMITED BY SIZE
                                INTO REP-LINEA
           WRITE REP-LINEA
           .

      *    CON WS-CIU-IDX = 0 ESCRIBE EL TOTAL GENERAL; CON UN
