      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte mensual de bajas de notificaciones por
      *          campana, para marketing. Del periodo (AAAAMM en
      *          bajas_param.dat; por defecto el mes anterior) cuenta
      *          las bajas de bajas.dat (IntakeBajas) por campana
      *          atribuida y canal, con los envios de la campana en
      *          campana_hist.dat y el porcentaje de bajas sobre
      *          ellos. Las campanas salen de la que mas bajas
      *          provoco a la que menos; las bajas sin campana
      *          (mensajes de servicio) van en su propia linea.
      *          Detalle por spool (BAJAS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteBajas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-bajas
               ASSIGN TO
           "C:\PgmCobols\Data\bajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS baja-llave
               FILE STATUS IS FS-BAJAS.

           SELECT datos-campanas
               ASSIGN TO
           "C:\PgmCobols\Data\campanas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS campana-codigo
               FILE STATUS IS FS-CAMPANAS.

           SELECT datos-camphist
               ASSIGN TO
           "C:\PgmCobols\Data\campana_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS camph-llave
               FILE STATUS IS FS-CAMPHIST.

           SELECT param-bajas ASSIGN TO
           "C:\PgmCobols\Data\bajas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-bajas.
           copy "C:\PgmCobols\FD\FDBaja.cpy".

       FD  datos-campanas.
           copy "C:\PgmCobols\FD\FDCampana.cpy".

       FD  datos-camphist.
           copy "C:\PgmCobols\FD\FDCampHist.cpy".

       FD  param-bajas.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-BAJAS              PIC XX.
       01  FS-CAMPANAS           PIC XX.
       01  FS-CAMPHIST           PIC XX.
       01  FS-PARAM              PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PER-ANO            PIC 9(04).
       01  WS-PER-MES            PIC 9(02).

      *    BAJAS DEL PERIODO POR CAMPANA (BLANCO = SIN CAMPANA).
       01  WS-MAX-CAMP           PIC 9(03) VALUE 200.
       01  WS-CAMP-CANT          PIC 9(03) VALUE 0.
       01  WS-IDX-CAMP           PIC 9(03).
       01  WS-IDX-SIG            PIC 9(03).
       01  WS-CAMP-HALLADA       PIC 9(03).
       01  WS-TAB-CAMP.
           05  WS-CAMP-ITEM OCCURS 200 TIMES.
               10  WS-CAMP-CODIGO     PIC X(08).
               10  WS-CAMP-BAJAS-E    PIC 9(06).
               10  WS-CAMP-BAJAS-T    PIC 9(06).
               10  WS-CAMP-TOTAL      PIC 9(06).
               10  WS-CAMP-ENVIOS     PIC 9(07).
       01  WS-CAMP-AUX           PIC X(33).

       01  WS-TOT-E              PIC 9(06) VALUE 0.
       01  WS-TOT-T              PIC 9(06) VALUE 0.
       01  WS-TOT-BAJAS          PIC 9(06) VALUE 0.
       01  WS-TOT-YA-REVOCADO    PIC 9(06) VALUE 0.
       01  WS-CONT-EXCEDIDAS     PIC 9(06) VALUE 0.
       01  WS-DESCRIPCION        PIC X(40).
       01  WS-PCT                PIC 9(03)V9.
       01  WS-PCT-EDIT           PIC ZZ9.9.
       01  WS-E-EDIT             PIC ZZZZZ9.
       01  WS-T-EDIT             PIC ZZZZZ9.
       01  WS-TOTAL-EDIT         PIC ZZZZZ9.
       01  WS-ENVIOS-EDIT        PIC ZZZZZZ9.

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
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS

           OPEN INPUT datos-bajas
           IF FS-BAJAS NOT = "00" THEN
              DISPLAY "NO HAY BAJAS REGISTRADAS."
              GOBACK
           END-IF
           PERFORM ACUMULAR-BAJAS
           CLOSE datos-bajas

           OPEN INPUT datos-camphist
           IF FS-CAMPHIST = "00" THEN
              PERFORM CONTAR-ENVIOS
              CLOSE datos-camphist
           END-IF

      *       DE LA CAMPANA CON MAS BAJAS A LA DE MENOS.
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP >= WS-CAMP-CANT
              COMPUTE WS-IDX-SIG = WS-IDX-CAMP + 1
              PERFORM VARYING WS-IDX-SIG FROM WS-IDX-SIG BY 1
                      UNTIL WS-IDX-SIG > WS-CAMP-CANT
                 IF WS-CAMP-TOTAL(WS-IDX-SIG) >
                    WS-CAMP-TOTAL(WS-IDX-CAMP) THEN
                    MOVE WS-CAMP-ITEM(WS-IDX-CAMP) TO WS-CAMP-AUX
                    MOVE WS-CAMP-ITEM(WS-IDX-SIG)
                      TO WS-CAMP-ITEM(WS-IDX-CAMP)
                    MOVE WS-CAMP-AUX TO WS-CAMP-ITEM(WS-IDX-SIG)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN INPUT datos-campanas
           MOVE "BAJAS"         TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "BAJAS DE NOTIFICACIONES POR CAMPANA PERIODO "
                                          DELIMITED BY SIZE
                  WS-PERIODO              DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "CAMPANA  DESCRIPCION                             "
                                 DELIMITED BY SIZE
                  " EMAIL    SMS  TOTAL  ENVIOS  % BAJA"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-CAMP-CANT
              PERFORM LISTAR-CAMPANA
           END-PERFORM
           IF FS-CAMPANAS = "00" THEN
              CLOSE datos-campanas
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-TOT-E     TO WS-E-EDIT
           MOVE WS-TOT-T     TO WS-T-EDIT
           MOVE WS-TOT-BAJAS TO WS-TOTAL-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL PERIODO: EMAIL "  DELIMITED BY SIZE
                  WS-E-EDIT                DELIMITED BY SIZE
                  " SMS "                  DELIMITED BY SIZE
                  WS-T-EDIT                DELIMITED BY SIZE
                  " TOTAL "                DELIMITED BY SIZE
                  WS-TOTAL-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-YA-REVOCADO TO WS-TOTAL-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "DE ELLAS CON CONSENTIMIENTO YA REVOCADO: "
                                           DELIMITED BY SIZE
                  WS-TOTAL-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           DISPLAY "-------------------------------------------"
           DISPLAY "BAJAS DEL PERIODO " WS-PERIODO
           DISPLAY "POR EMAIL..........: " WS-TOT-E
           DISPLAY "POR SMS............: " WS-TOT-T
           DISPLAY "CAMPANAS...........: " WS-CAMP-CANT
           IF WS-CONT-EXCEDIDAS > 0 THEN
              DISPLAY "SIN ESPACIO EN TABLA: " WS-CONT-EXCEDIDAS
           END-IF
           DISPLAY "REPORTE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : periodo AAAAMM del parametro; sin el o  *
      * sin valor valido, el mes anterior a la fecha de negocio.  *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           MOVE WS-FECHA-SYS(1:4) TO WS-PER-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-PER-MES
           IF WS-PER-MES = 1 THEN
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF
           COMPUTE WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES

           OPEN INPUT param-bajas
           IF FS-PARAM = "00" THEN
              READ param-bajas INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:6) IS NUMERIC THEN
                         MOVE param-linea(1:6) TO WS-PERIODO
                      END-IF
              END-READ
              CLOSE param-bajas
           END-IF
           .

      *    bajas.dat VA POR FECHA: SE LEE DESDE EL PRIMER DIA DEL
      *    PERIODO HASTA QUE CAMBIA EL MES.
       ACUMULAR-BAJAS.
           COMPUTE baja-fecha = WS-PERIODO * 100 + 1
           MOVE 0      TO baja-rut
           MOVE SPACES TO baja-canal
           START datos-bajas KEY IS NOT < baja-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-bajas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF baja-fecha(1:6) NOT = WS-PERIODO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          PERFORM ACUMULAR-UNA-BAJA
                       END-IF
               END-READ
           END-PERFORM
           .

       ACUMULAR-UNA-BAJA.
           MOVE 0 TO WS-CAMP-HALLADA
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-CAMP-CANT OR
                         WS-CAMP-HALLADA > 0
              IF WS-CAMP-CODIGO(WS-IDX-CAMP) = baja-campana THEN
                 MOVE WS-IDX-CAMP TO WS-CAMP-HALLADA
              END-IF
           END-PERFORM
           IF WS-CAMP-HALLADA = 0 THEN
              IF WS-CAMP-CANT = WS-MAX-CAMP THEN
                 ADD 1 TO WS-CONT-EXCEDIDAS
              ELSE
                 ADD 1 TO WS-CAMP-CANT
                 MOVE WS-CAMP-CANT TO WS-CAMP-HALLADA
                 MOVE baja-campana TO WS-CAMP-CODIGO(WS-CAMP-CANT)
                 MOVE 0 TO WS-CAMP-BAJAS-E(WS-CAMP-CANT)
                           WS-CAMP-BAJAS-T(WS-CAMP-CANT)
                           WS-CAMP-TOTAL(WS-CAMP-CANT)
                           WS-CAMP-ENVIOS(WS-CAMP-CANT)
              END-IF
           END-IF
           IF WS-CAMP-HALLADA > 0 THEN
              IF baja-email THEN
                 ADD 1 TO WS-CAMP-BAJAS-E(WS-CAMP-HALLADA)
              ELSE
                 ADD 1 TO WS-CAMP-BAJAS-T(WS-CAMP-HALLADA)
              END-IF
              ADD 1 TO WS-CAMP-TOTAL(WS-CAMP-HALLADA)
           END-IF
           IF baja-email THEN
              ADD 1 TO WS-TOT-E
           ELSE
              ADD 1 TO WS-TOT-T
           END-IF
           ADD 1 TO WS-TOT-BAJAS
           IF baja-ya-revocado = "S" THEN
              ADD 1 TO WS-TOT-YA-REVOCADO
           END-IF
           .

      *    ENVIOS EFECTIVOS DE CADA CAMPANA DEL REPORTE, PARA EL
      *    PORCENTAJE DE BAJAS.
       CONTAR-ENVIOS.
           MOVE "N"        TO fin-de-archivo
           MOVE LOW-VALUES TO camph-llave
           START datos-camphist KEY IS NOT < camph-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-camphist NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF camph-enviada THEN
                          PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                                  UNTIL WS-IDX-CAMP > WS-CAMP-CANT
                             IF WS-CAMP-CODIGO(WS-IDX-CAMP) =
                                camph-campana THEN
                                ADD 1 TO WS-CAMP-ENVIOS(WS-IDX-CAMP)
                             END-IF
                          END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTAR-CAMPANA.
           IF WS-CAMP-CODIGO(WS-IDX-CAMP) = SPACES THEN
              MOVE "SIN CAMPANA (MENSAJES DE SERVICIO)"
                                        TO WS-DESCRIPCION
           ELSE
              MOVE "CAMPANA NO REGISTRADA" TO WS-DESCRIPCION
              IF FS-CAMPANAS = "00" THEN
                 MOVE WS-CAMP-CODIGO(WS-IDX-CAMP) TO campana-codigo
                 READ datos-campanas
                     NOT INVALID KEY
                         MOVE campana-descripcion TO WS-DESCRIPCION
                 END-READ
              END-IF
           END-IF
           MOVE 0 TO WS-PCT
           IF WS-CAMP-ENVIOS(WS-IDX-CAMP) > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                      WS-CAMP-TOTAL(WS-IDX-CAMP) * 100
                    / WS-CAMP-ENVIOS(WS-IDX-CAMP)
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-PCT
              END-COMPUTE
           END-IF
           MOVE WS-PCT                      TO WS-PCT-EDIT
           MOVE WS-CAMP-BAJAS-E(WS-IDX-CAMP) TO WS-E-EDIT
           MOVE WS-CAMP-BAJAS-T(WS-IDX-CAMP) TO WS-T-EDIT
           MOVE WS-CAMP-TOTAL(WS-IDX-CAMP)   TO WS-TOTAL-EDIT
           MOVE WS-CAMP-ENVIOS(WS-IDX-CAMP)  TO WS-ENVIOS-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-CAMP-CODIGO(WS-IDX-CAMP) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-DESCRIPCION              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-E-EDIT                   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-T-EDIT                   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-TOTAL-EDIT               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-ENVIOS-EDIT              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-PCT-EDIT                 DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ReporteBajas.
