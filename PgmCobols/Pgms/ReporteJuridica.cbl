      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte de la cobranza judicial externa: por cada
      *          caso de juridica.dat compara lo derivado al estudio
      *          (monto moroso del traspaso de CobranzaEtapas) con lo
      *          recuperado segun los resultados cargados por
      *          IntakeJuridica: recuperado bruto, honorarios del
      *          estudio, neto aplicado, porcentaje de recupero y
      *          estado del caso (derivado, con sentencia,
      *          recuperado o devuelto a castigo). Cierra con los
      *          totales por estado y el recupero global. Salida por
      *          spool (JURIDICA-COMP).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteJuridica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-juridica
               ASSIGN TO
           "C:\PgmCobols\Data\juridica.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jur-rut
               FILE STATUS IS FS-JURIDICA.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-juridica.
           copy "C:\PgmCobols\FD\FDJuridica.cpy".

       WORKING-STORAGE SECTION.
       01  FS-JURIDICA           PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

       01  WS-NETO               PIC 9(11)V99.
       01  WS-PCT                PIC 9(03)V9.
       01  WS-ESTADO-IDX         PIC 9.
       01  WS-TAB-DESC-ESTADOS.
           05  FILLER            PIC X(10) VALUE "DERIVADO".
           05  FILLER            PIC X(10) VALUE "SENTENCIA".
           05  FILLER            PIC X(10) VALUE "RECUPERADO".
           05  FILLER            PIC X(10) VALUE "DEVUELTO".
       01  R-WS-TAB-DESC-ESTADOS REDEFINES WS-TAB-DESC-ESTADOS.
           05  WS-DESC-ESTADO    PIC X(10) OCCURS 4 TIMES.
       01  WS-TAB-TOTALES.
           05  WS-TOT-ESTADO     OCCURS 4 TIMES.
               10  WS-TOT-CASOS      PIC 9(06).
               10  WS-TOT-DERIVADO   PIC 9(13)V99.
               10  WS-TOT-RECUPERADO PIC 9(13)V99.

       01  WS-CONT-CASOS         PIC 9(06) VALUE 0.
       01  WS-SUM-DERIVADO       PIC 9(13)V99 VALUE 0.
       01  WS-SUM-RECUPERADO     PIC 9(13)V99 VALUE 0.
       01  WS-SUM-HONORARIOS     PIC 9(13)V99 VALUE 0.
       01  WS-SUM-CASTIGO        PIC 9(13)V99 VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-DERIV-EDIT         PIC Z(10)9.99.
       01  WS-RECUP-EDIT         PIC Z(10)9.99.
       01  WS-HONOR-EDIT         PIC Z(10)9.99.
       01  WS-NETO-EDIT          PIC Z(10)9.99.
       01  WS-PCT-EDIT           PIC ZZ9.9.
       01  WS-CASOS-EDIT         PIC ZZZZZ9.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-juridica
           IF FS-JURIDICA NOT = "00" THEN
              DISPLAY "NO HAY CASOS DERIVADOS AL ESTUDIO JURIDICO."
              GOBACK
           END-IF

           PERFORM VARYING WS-ESTADO-IDX FROM 1 BY 1
                   UNTIL WS-ESTADO-IDX > 4
              MOVE 0 TO WS-TOT-CASOS(WS-ESTADO-IDX)
                        WS-TOT-DERIVADO(WS-ESTADO-IDX)
                        WS-TOT-RECUPERADO(WS-ESTADO-IDX)
           END-PERFORM

           MOVE "JURIDICA-COMP" TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "COBRANZA JUDICIAL: DERIVADO VS RECUPERADO AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "RUT        FEC.DER.         DERIVADO"
                                 DELIMITED BY SIZE
                  "       RECUPERADO       HONORARIOS"
                                 DELIMITED BY SIZE
                  "             NETO  %REC ESTADO"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           MOVE 0 TO jur-rut
           START datos-juridica KEY IS NOT < jur-rut
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-juridica NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       PERFORM LISTAR-CASO
               END-READ
           END-PERFORM
           CLOSE datos-juridica

           PERFORM LISTAR-TOTALES

           DISPLAY "-------------------------------------------"
           DISPLAY "COBRANZA JUDICIAL AL " WS-FECHA-SYS
           DISPLAY "CASOS..............: " WS-CONT-CASOS
           MOVE WS-SUM-DERIVADO   TO WS-TOT-EDIT
           DISPLAY "TOTAL DERIVADO.....: $" WS-TOT-EDIT
           MOVE WS-SUM-RECUPERADO TO WS-TOT-EDIT
           DISPLAY "TOTAL RECUPERADO...: $" WS-TOT-EDIT
           MOVE WS-PCT            TO WS-PCT-EDIT
           DISPLAY "RECUPERO GLOBAL....: " WS-PCT-EDIT "%"
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    EL PORCENTAJE SE MIDE SOBRE LO RECUPERADO BRUTO (ANTES DEL
      *    HONORARIO), QUE ES LO QUE EL ESTUDIO LE COBRO AL DEUDOR.
       LISTAR-CASO.
           EVALUATE TRUE
               WHEN jur-en-juicio
                   MOVE 2 TO WS-ESTADO-IDX
               WHEN jur-recuperado
                   MOVE 3 TO WS-ESTADO-IDX
               WHEN jur-devuelto
                   MOVE 4 TO WS-ESTADO-IDX
               WHEN OTHER
                   MOVE 1 TO WS-ESTADO-IDX
           END-EVALUATE
           ADD 1 TO WS-CONT-CASOS
           ADD 1 TO WS-TOT-CASOS(WS-ESTADO-IDX)
           ADD jur-monto-derivado   TO WS-TOT-DERIVADO(WS-ESTADO-IDX)
                                       WS-SUM-DERIVADO
           ADD jur-monto-recuperado
             TO WS-TOT-RECUPERADO(WS-ESTADO-IDX) WS-SUM-RECUPERADO
           ADD jur-honorarios       TO WS-SUM-HONORARIOS
           ADD jur-monto-castigo    TO WS-SUM-CASTIGO

           COMPUTE WS-NETO = jur-monto-recuperado - jur-honorarios
           MOVE 0 TO WS-PCT
           IF jur-monto-derivado > 0 THEN
              COMPUTE WS-PCT ROUNDED = jur-monto-recuperado * 100 /
                                       jur-monto-derivado
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-PCT
              END-COMPUTE
           END-IF

           MOVE jur-rut              TO WS-RUT-EDIT
           MOVE jur-monto-derivado   TO WS-DERIV-EDIT
           MOVE jur-monto-recuperado TO WS-RECUP-EDIT
           MOVE jur-honorarios       TO WS-HONOR-EDIT
           MOVE WS-NETO              TO WS-NETO-EDIT
           MOVE WS-PCT               TO WS-PCT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  jur-fec-derivacion            DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-DERIV-EDIT                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RECUP-EDIT                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-HONOR-EDIT                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-NETO-EDIT                  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-PCT-EDIT                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-DESC-ESTADO(WS-ESTADO-IDX) DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LISTAR-TOTALES.
           MOVE "T" TO lk-rw-operacion
           PERFORM VARYING WS-ESTADO-IDX FROM 1 BY 1
                   UNTIL WS-ESTADO-IDX > 4
              MOVE WS-TOT-CASOS(WS-ESTADO-IDX)      TO WS-CASOS-EDIT
              MOVE WS-TOT-DERIVADO(WS-ESTADO-IDX)   TO WS-TOT-EDIT
              MOVE WS-TOT-RECUPERADO(WS-ESTADO-IDX) TO WS-RECUP-EDIT
              MOVE SPACES TO lk-rw-linea
              STRING "TOTAL "                      DELIMITED BY SIZE
                     WS-DESC-ESTADO(WS-ESTADO-IDX) DELIMITED BY SIZE
                     " CASOS "                     DELIMITED BY SIZE
                     WS-CASOS-EDIT                 DELIMITED BY SIZE
                     " DERIVADO $"                 DELIMITED BY SIZE
                     WS-TOT-EDIT                   DELIMITED BY SIZE
                     " RECUPERADO $"               DELIMITED BY SIZE
                     WS-RECUP-EDIT                 DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-PERFORM

           MOVE 0 TO WS-PCT
           IF WS-SUM-DERIVADO > 0 THEN
              COMPUTE WS-PCT ROUNDED = WS-SUM-RECUPERADO * 100 /
                                       WS-SUM-DERIVADO
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-PCT
              END-COMPUTE
           END-IF
           MOVE WS-SUM-DERIVADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL DERIVADO AL ESTUDIO......: $"
                                         DELIMITED BY SIZE
                  WS-TOT-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-SUM-RECUPERADO TO WS-TOT-EDIT
           MOVE WS-PCT            TO WS-PCT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL RECUPERADO (BRUTO).......: $"
                                         DELIMITED BY SIZE
                  WS-TOT-EDIT            DELIMITED BY SIZE
                  " ("                   DELIMITED BY SIZE
                  WS-PCT-EDIT            DELIMITED BY SIZE
                  "%)"                   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-SUM-HONORARIOS TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "HONORARIOS DEL ESTUDIO.........: $"
                                         DELIMITED BY SIZE
                  WS-TOT-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-SUM-CASTIGO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "DEVUELTO A CASTIGO.............: $"
                                         DELIMITED BY SIZE
                  WS-TOT-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReporteJuridica.
