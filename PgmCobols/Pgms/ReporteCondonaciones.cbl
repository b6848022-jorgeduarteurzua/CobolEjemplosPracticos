      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte mensual de intereses condonados: toma de
      *          condonaciones.dat las condonaciones aplicadas en el
      *          mes de la fecha de negocio, las ordena (SORT) por
      *          operador que las pidio y motivo, y lista cada una
      *          con subtotal por motivo dentro del operador,
      *          subtotal por operador y total del mes. Salida por
      *          spool (CONDONACIONES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCondonaciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-condonaciones
               ASSIGN TO
           "C:\PgmCobols\Data\condonaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cond-id
               ALTERNATE RECORD KEY IS cond-rut
                   WITH DUPLICATES
               FILE STATUS IS FS-CONDONACIONES.

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\condonaciones_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-condonaciones.
           copy "C:\PgmCobols\FD\FDCondonacion.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-OPERADOR      PIC X(10).
           05  SRT-MOTIVO        PIC X(04).
           05  SRT-ID            PIC 9(06).
           05  SRT-RUT           PIC 9(10).
           05  SRT-FEC-APLIC     PIC 9(08).
           05  SRT-CANT-ITEMS    PIC 9(02).
           05  SRT-PORCENTAJE    PIC 9(03).
           05  SRT-MONTO         PIC 9(11)V99.
           05  SRT-APROBADOR     PIC X(10).

       WORKING-STORAGE SECTION.
       01  FS-CONDONACIONES      PIC XX.
       01  FS-MOTIVOS            PIC XX.
       01  WS-MOTIVOS-OK         PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-OPERADOR-ANT       PIC X(10).
       01  WS-MOTIVO-ANT         PIC X(04).
       01  WS-MOTIVO-DESC        PIC X(40).

       01  WS-CANT-MOTIVO        PIC 9(06).
       01  WS-MONTO-MOTIVO       PIC 9(13)V99.
       01  WS-CANT-OPERADOR      PIC 9(06).
       01  WS-MONTO-OPERADOR     PIC 9(13)V99.
       01  WS-CONT-CONDONA       PIC 9(06) VALUE 0.
       01  WS-SUM-CONDONADO      PIC 9(13)V99 VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-PCT-EDIT           PIC ZZ9.
       01  WS-CANT-EDIT          PIC ZZZZZ9.
       01  WS-TOT-EDIT           PIC Z(12)9.99.

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

           OPEN INPUT datos-condonaciones
           IF FS-CONDONACIONES NOT = "00" THEN
              DISPLAY "NO HAY CONDONACIONES DE INTERESES."
              GOBACK
           END-IF
           OPEN INPUT datos-motivos
           IF FS-MOTIVOS = "00" THEN
              MOVE "S" TO WS-MOTIVOS-OK
           END-IF

           MOVE "CONDONACIONES" TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "INTERESES CONDONADOS POR OPERADOR Y MOTIVO, MES "
                                 DELIMITED BY SIZE
                  WS-PERIODO     DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "OPERADOR   MOTIVO COND.         RUT FEC.APL."
                                 DELIMITED BY SIZE
                  " CARGOS   %      CONDONADO APROBADOR"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-OPERADOR
                                           SRT-MOTIVO
                                           SRT-ID
               INPUT PROCEDURE IS SORT-TOMAR-CONDONACIONES
               OUTPUT PROCEDURE IS SORT-LISTAR-CONDONACIONES

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-MOTIVO
              PERFORM CERRAR-OPERADOR
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-CONDONA  TO WS-CANT-EDIT
           MOVE WS-SUM-CONDONADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL DEL MES: CONDONACIONES " DELIMITED BY SIZE
                  WS-CANT-EDIT                    DELIMITED BY SIZE
                  " INTERES CONDONADO $"          DELIMITED BY SIZE
                  WS-TOT-EDIT                     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-condonaciones
           IF WS-MOTIVOS-OK = "S" THEN
              CLOSE datos-motivos
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "INTERESES CONDONADOS MES " WS-PERIODO
           DISPLAY "CONDONACIONES......: " WS-CONT-CONDONA
           MOVE WS-SUM-CONDONADO TO WS-TOT-EDIT
           DISPLAY "TOTAL CONDONADO....: $" WS-TOT-EDIT
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * SORT-TOMAR-CONDONACIONES : solo las aplicadas en el mes;  *
      * el operador es quien pidio la condonacion (el aprobador   *
      * se lista en el detalle).                                  *
      *----------------------------------------------------------*
       SORT-TOMAR-CONDONACIONES.
           MOVE 0 TO cond-id
           START datos-condonaciones KEY IS NOT < cond-id
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-condonaciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF cond-aplicada AND
                          cond-fec-aplicacion(1:6) = WS-PERIODO THEN
                          MOVE cond-solicitante TO SRT-OPERADOR
                          MOVE cond-motivo      TO SRT-MOTIVO
                          MOVE cond-id          TO SRT-ID
                          MOVE cond-rut         TO SRT-RUT
                          MOVE cond-fec-aplicacion
                                                TO SRT-FEC-APLIC
                          MOVE cond-cant-items  TO SRT-CANT-ITEMS
                          MOVE cond-porcentaje  TO SRT-PORCENTAJE
                          MOVE cond-monto-total TO SRT-MONTO
                          MOVE cond-aprobador   TO SRT-APROBADOR
                          RELEASE SRT-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-CONDONACIONES : quiebre por operador y, dentro *
      * de el, por motivo (subtitulo con la descripcion del        *
      * motivo y subtotal al cambiar).                             *
      *----------------------------------------------------------*
       SORT-LISTAR-CONDONACIONES.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UNA-CONDONACION
               END-RETURN
           END-PERFORM
           .

       LISTAR-UNA-CONDONACION.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-OPERADOR
              PERFORM ABRIR-MOTIVO
           ELSE
              IF SRT-OPERADOR NOT = WS-OPERADOR-ANT THEN
                 PERFORM CERRAR-MOTIVO
                 PERFORM CERRAR-OPERADOR
                 PERFORM ABRIR-OPERADOR
                 PERFORM ABRIR-MOTIVO
              ELSE
                 IF SRT-MOTIVO NOT = WS-MOTIVO-ANT THEN
                    PERFORM CERRAR-MOTIVO
                    PERFORM ABRIR-MOTIVO
                 END-IF
              END-IF
           END-IF

           ADD 1 TO WS-CANT-MOTIVO WS-CANT-OPERADOR WS-CONT-CONDONA
           ADD SRT-MONTO TO WS-MONTO-MOTIVO WS-MONTO-OPERADOR
                            WS-SUM-CONDONADO

           MOVE SRT-RUT        TO WS-RUT-EDIT
           MOVE SRT-PORCENTAJE TO WS-PCT-EDIT
           MOVE SRT-MONTO      TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING SRT-OPERADOR    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-MOTIVO      DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  SRT-ID          DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-FEC-APLIC   DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  SRT-CANT-ITEMS  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-PCT-EDIT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MONTO-EDIT   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-APROBADOR   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-OPERADOR.
           MOVE SRT-OPERADOR TO WS-OPERADOR-ANT
           MOVE 0 TO WS-CANT-OPERADOR WS-MONTO-OPERADOR
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "OPERADOR: " DELIMITED BY SIZE
                  SRT-OPERADOR DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-MOTIVO.
           MOVE SRT-MOTIVO TO WS-MOTIVO-ANT
           MOVE 0 TO WS-CANT-MOTIVO WS-MONTO-MOTIVO
           MOVE "(SIN DESCRIPCION)" TO WS-MOTIVO-DESC
           IF WS-MOTIVOS-OK = "S" THEN
              MOVE SRT-MOTIVO TO motivo-codigo
              READ datos-motivos
                  NOT INVALID KEY
                      MOVE motivo-descripcion TO WS-MOTIVO-DESC
              END-READ
           END-IF
           MOVE SPACES TO lk-rw-linea
           STRING "  MOTIVO " DELIMITED BY SIZE
                  SRT-MOTIVO  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-MOTIVO-DESC DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-MOTIVO.
           MOVE WS-CANT-MOTIVO  TO WS-CANT-EDIT
           MOVE WS-MONTO-MOTIVO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  SUBTOTAL MOTIVO " DELIMITED BY SIZE
                  WS-MOTIVO-ANT        DELIMITED BY SIZE
                  ": CONDONACIONES "   DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  " $"                 DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-OPERADOR.
           MOVE WS-CANT-OPERADOR  TO WS-CANT-EDIT
           MOVE WS-MONTO-OPERADOR TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SUBTOTAL OPERADOR " DELIMITED BY SIZE
                  WS-OPERADOR-ANT      DELIMITED BY SIZE
                  ": CONDONACIONES "   DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  " $"                 DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReporteCondonaciones.
