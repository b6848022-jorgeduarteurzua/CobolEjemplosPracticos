      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Intake del archivo de bajas del gateway de
      *          notificaciones (notificaciones_bajas.txt, una linea
      *          por STOP de SMS o desuscripcion de email:
      *          CANAL;CONTACTO;NOTIFID;FECHA, canal E = email y
      *          T o S = telefono; NOTIFID y FECHA opcionales). El
      *          cliente se busca por su email o su telefono (todos
      *          los que lo compartan): se revoca
      *          usuario-consent-email o usuario-consent-telefono
      *          con registro en la auditoria (GrabarAuditoria, el
      *          canal como origen) y las notificaciones del canal
      *          aun pendientes en notificaciones.dat quedan
      *          canceladas (C). Cada baja queda en bajas.dat
      *          atribuida a la campana que la provoco: la de la
      *          notificacion respondida o, sin ella, la ultima
      *          campana enviada al cliente por ese canal
      *          (campana_hist.dat); de ahi sale el reporte mensual
      *          ReporteBajas. El archivo procesado se deja vacio
      *          para el lote siguiente, igual que IntakeRebotes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntakeBajas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-bajas ASSIGN TO
           "C:\PgmCobols\Data\notificaciones_bajas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-notificaciones
               ASSIGN TO
           "C:\PgmCobols\Data\notificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS notif-id
               FILE STATUS IS FS-NOTIF.

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

           SELECT datos-bajas
               ASSIGN TO
           "C:\PgmCobols\Data\bajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS baja-llave
               FILE STATUS IS FS-BAJAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-bajas.
       01  bajas-linea           PIC X(160).

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-notificaciones.
           copy "C:\PgmCobols\FD\FDNotificacion.cpy".

       FD  datos-campanas.
           copy "C:\PgmCobols\FD\FDCampana.cpy".

       FD  datos-camphist.
           copy "C:\PgmCobols\FD\FDCampHist.cpy".

       FD  datos-bajas.
           copy "C:\PgmCobols\FD\FDBaja.cpy".

       WORKING-STORAGE SECTION.
       01  FS-ARCHIVO            PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-NOTIF              PIC XX.
       01  FS-CAMPANAS           PIC XX.
       01  FS-CAMPHIST           PIC XX.
       01  FS-BAJAS              PIC XX.
       01  WS-NOTIF-OK           PIC X VALUE "N".
       01  WS-CAMPANAS-OK        PIC X VALUE "N".
       01  WS-CAMPHIST-OK        PIC X VALUE "N".
       01  fin-bajas             PIC X VALUE "N".
       01  fin-de-archivo        PIC X.
       01  fin-clientes          PIC X.
       01  WS-FECHA-SYS          PIC 9(08).

      *    CAMPOS DE LA LINEA.
       01  WS-BAJ-CANAL          PIC X.
       01  WS-BAJ-CONTACTO       PIC X(100).
       01  WS-BAJ-NOTIF-X        PIC X(08).
       01  WS-BAJ-NOTIF          PIC 9(08).
       01  WS-BAJ-FECHA-X        PIC X(08).
       01  WS-BAJ-FECHA          PIC 9(08).
       01  WS-BAJ-PLANTILLA      PIC X(20).
       01  WS-CLIENTES-HALLADOS  PIC 9(04).

      *    COMPARACION DEL CONTACTO: EMAIL EN MAYUSCULAS; TELEFONO
      *    SOLO POR SUS ULTIMOS 9 DIGITOS (CON O SIN +56, ESPACIOS O
      *    GUIONES).
       01  WS-BUSCA-EMAIL        PIC X(100).
       01  WS-CLI-EMAIL          PIC X(100).
       01  WS-BUSCA-FONO         PIC X(15).
       01  WS-CLI-FONO           PIC X(15).
       01  WS-FONO-ENT           PIC X(100).
       01  WS-FONO-SAL           PIC X(15).
       01  WS-FONO-POS           PIC 9(03).
       01  WS-FONO-LARGO         PIC 9(02).
       01  WS-MINUSCULAS         PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAYUSCULAS         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-CAMP-FECHA         PIC 9(08).
       01  WS-CANCELADAS         PIC 9(04).
       01  WS-CONSENT-ANT        PIC X.

       01  WS-CONT-LINEAS        PIC 9(06) VALUE 0.
       01  WS-CONT-BAJAS         PIC 9(06) VALUE 0.
       01  WS-CONT-REVOCADOS     PIC 9(06) VALUE 0.
       01  WS-CONT-CANCELADAS    PIC 9(06) VALUE 0.
       01  WS-CONT-REPETIDAS     PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CLIENTE   PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDAS     PIC 9(06) VALUE 0.

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10).
           05  audit-dv         PIC X.
           05  audit-campo      PIC X(15).
           05  audit-valor-ant  PIC X(50).
           05  audit-valor-nue  PIC X(50).
           05  audit-usuario    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT archivo-bajas
           IF FS-ARCHIVO NOT = "00" THEN
              DISPLAY "SIN ARCHIVO DE BAJAS QUE PROCESAR."
              GOBACK
           END-IF
           OPEN I-O datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR clientes.dat."
              CLOSE archivo-bajas
              GOBACK
           END-IF
           OPEN I-O datos-notificaciones
           IF FS-NOTIF = "00" THEN
              MOVE "S" TO WS-NOTIF-OK
           END-IF
           OPEN INPUT datos-campanas
           IF FS-CAMPANAS = "00" THEN
              MOVE "S" TO WS-CAMPANAS-OK
           END-IF
           OPEN INPUT datos-camphist
           IF FS-CAMPHIST = "00" THEN
              MOVE "S" TO WS-CAMPHIST-OK
           END-IF
           OPEN I-O datos-bajas
           IF FS-BAJAS = "35" THEN
              OPEN OUTPUT datos-bajas
              CLOSE datos-bajas
              OPEN I-O datos-bajas
           END-IF

           PERFORM UNTIL fin-bajas = "S"
               READ archivo-bajas INTO bajas-linea
                   AT END
                       MOVE "S" TO fin-bajas
                   NOT AT END
                       IF bajas-linea NOT = SPACES THEN
                          ADD 1 TO WS-CONT-LINEAS
                          PERFORM PROCESAR-BAJA THRU
                                  PROCESAR-BAJA-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE archivo-bajas datos-usuarios datos-bajas
           IF WS-NOTIF-OK = "S" THEN
              CLOSE datos-notificaciones
           END-IF
           IF WS-CAMPANAS-OK = "S" THEN
              CLOSE datos-campanas
           END-IF
           IF WS-CAMPHIST-OK = "S" THEN
              CLOSE datos-camphist
           END-IF

      *       EL LOTE PROCESADO SE VACIA: EL GATEWAY ESCRIBE EL
      *       SIGUIENTE ENCIMA Y UNA RECORRIDA DOBLE NO REPROCESA.
           OPEN OUTPUT archivo-bajas
           CLOSE archivo-bajas

           DISPLAY "-------------------------------------------"
           DISPLAY "INTAKE DE BAJAS AL " WS-FECHA-SYS
           DISPLAY "LINEAS LEIDAS......: " WS-CONT-LINEAS
           DISPLAY "BAJAS REGISTRADAS..: " WS-CONT-BAJAS
           DISPLAY "CONSENTIM. REVOCADO: " WS-CONT-REVOCADOS
           DISPLAY "NOTIF. CANCELADAS..: " WS-CONT-CANCELADAS
           DISPLAY "REPETIDAS EN EL DIA: " WS-CONT-REPETIDAS
           DISPLAY "SIN CLIENTE........: " WS-CONT-SIN-CLIENTE
           DISPLAY "LINEAS INVALIDAS...: " WS-CONT-INVALIDAS
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * PROCESAR-BAJA : valida la linea, resuelve la plantilla de *
      * la notificacion respondida y recorre los clientes buscando *
      * el contacto; cada cliente que lo tiene queda dado de baja  *
      * del canal.                                                 *
      *----------------------------------------------------------*
       PROCESAR-BAJA.
           MOVE SPACES TO WS-BAJ-CANAL WS-BAJ-CONTACTO WS-BAJ-NOTIF-X
                          WS-BAJ-FECHA-X
           UNSTRING bajas-linea DELIMITED BY ";"
               INTO WS-BAJ-CANAL, WS-BAJ-CONTACTO, WS-BAJ-NOTIF-X,
                    WS-BAJ-FECHA-X
           END-UNSTRING
           IF WS-BAJ-CANAL = "S" THEN
              MOVE "T" TO WS-BAJ-CANAL
           END-IF
           IF (WS-BAJ-CANAL NOT = "E" AND WS-BAJ-CANAL NOT = "T") OR
              WS-BAJ-CONTACTO = SPACES THEN
              ADD 1 TO WS-CONT-INVALIDAS
              GO TO PROCESAR-BAJA-FIN
           END-IF
           MOVE 0 TO WS-BAJ-NOTIF
           IF WS-BAJ-NOTIF-X IS NUMERIC THEN
              MOVE WS-BAJ-NOTIF-X TO WS-BAJ-NOTIF
           END-IF
           MOVE WS-FECHA-SYS TO WS-BAJ-FECHA
           IF WS-BAJ-FECHA-X IS NUMERIC THEN
              MOVE WS-BAJ-FECHA-X TO WS-BAJ-FECHA
           END-IF

           MOVE SPACES TO WS-BAJ-PLANTILLA
           IF WS-BAJ-NOTIF > 0 AND WS-NOTIF-OK = "S" THEN
              MOVE WS-BAJ-NOTIF TO notif-id
              READ datos-notificaciones
                  NOT INVALID KEY
                      MOVE notif-plantilla TO WS-BAJ-PLANTILLA
              END-READ
           END-IF

           IF WS-BAJ-CANAL = "E" THEN
              MOVE WS-BAJ-CONTACTO TO WS-BUSCA-EMAIL
              INSPECT WS-BUSCA-EMAIL
                  CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
           ELSE
              MOVE WS-BAJ-CONTACTO TO WS-FONO-ENT
              PERFORM NORMALIZAR-FONO
              MOVE WS-FONO-SAL TO WS-BUSCA-FONO
              IF WS-BUSCA-FONO = SPACES THEN
                 ADD 1 TO WS-CONT-INVALIDAS
                 GO TO PROCESAR-BAJA-FIN
              END-IF
           END-IF

           MOVE 0   TO WS-CLIENTES-HALLADOS
           MOVE "N" TO fin-clientes
           MOVE 0   TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   MOVE "S" TO fin-clientes
           END-START
           PERFORM UNTIL fin-clientes = "S"
               READ datos-usuarios NEXT RECORD
                   AT END
                       MOVE "S" TO fin-clientes
                   NOT AT END
                       PERFORM COMPARAR-CONTACTO THRU
                               COMPARAR-CONTACTO-FIN
               END-READ
           END-PERFORM
           IF WS-CLIENTES-HALLADOS = 0 THEN
              ADD 1 TO WS-CONT-SIN-CLIENTE
           END-IF.
       PROCESAR-BAJA-FIN.
           EXIT.

       COMPARAR-CONTACTO.
           IF WS-BAJ-CANAL = "E" THEN
              IF usuario-email = SPACES THEN
                 GO TO COMPARAR-CONTACTO-FIN
              END-IF
              MOVE usuario-email TO WS-CLI-EMAIL
              INSPECT WS-CLI-EMAIL
                  CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
              IF WS-CLI-EMAIL NOT = WS-BUSCA-EMAIL THEN
                 GO TO COMPARAR-CONTACTO-FIN
              END-IF
           ELSE
              IF usuario-telefono1 = SPACES THEN
                 GO TO COMPARAR-CONTACTO-FIN
              END-IF
              MOVE usuario-telefono1 TO WS-FONO-ENT
              PERFORM NORMALIZAR-FONO
              MOVE WS-FONO-SAL TO WS-CLI-FONO
              IF WS-CLI-FONO NOT = WS-BUSCA-FONO THEN
                 GO TO COMPARAR-CONTACTO-FIN
              END-IF
           END-IF
           ADD 1 TO WS-CLIENTES-HALLADOS
           PERFORM DAR-DE-BAJA THRU DAR-DE-BAJA-FIN.
       COMPARAR-CONTACTO-FIN.
           EXIT.

      *    DEJA EN WS-FONO-SAL LOS ULTIMOS 9 DIGITOS DEL TELEFONO
      *    (BLANCO SI TIENE MENOS DE 8).
       NORMALIZAR-FONO.
           MOVE SPACES TO WS-FONO-SAL
           MOVE 0      TO WS-FONO-LARGO
           PERFORM VARYING WS-FONO-POS FROM 100 BY -1
                   UNTIL WS-FONO-POS < 1 OR WS-FONO-LARGO = 9
              IF WS-FONO-ENT(WS-FONO-POS:1) IS NUMERIC THEN
                 ADD 1 TO WS-FONO-LARGO
                 MOVE WS-FONO-ENT(WS-FONO-POS:1)
                   TO WS-FONO-SAL(16 - WS-FONO-LARGO:1)
              END-IF
           END-PERFORM
           IF WS-FONO-LARGO < 8 THEN
              MOVE SPACES TO WS-FONO-SAL
           END-IF
           .

      *----------------------------------------------------------*
      * DAR-DE-BAJA : registra la baja del dia (una por cliente y  *
      * canal), revoca el consentimiento con su auditoria y        *
      * cancela lo pendiente del canal.                            *
      *----------------------------------------------------------*
       DAR-DE-BAJA.
           MOVE WS-BAJ-FECHA TO baja-fecha
           MOVE usuario-rut  TO baja-rut
           MOVE WS-BAJ-CANAL TO baja-canal
           READ datos-bajas
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDAS
                   GO TO DAR-DE-BAJA-FIN
           END-READ

           IF WS-BAJ-CANAL = "E" THEN
              MOVE usuario-consent-email    TO WS-CONSENT-ANT
           ELSE
              MOVE usuario-consent-telefono TO WS-CONSENT-ANT
           END-IF
           IF WS-CONSENT-ANT NOT = "N" THEN
              PERFORM REVOCAR-CONSENTIMIENTO
           END-IF

           PERFORM CANCELAR-PENDIENTES
           PERFORM ATRIBUIR-CAMPANA

           MOVE WS-BAJ-FECHA     TO baja-fecha
           MOVE usuario-rut      TO baja-rut
           MOVE WS-BAJ-CANAL     TO baja-canal
           MOVE WS-BAJ-CONTACTO  TO baja-contacto
           MOVE WS-BAJ-NOTIF     TO baja-notif-id
           MOVE WS-BAJ-PLANTILLA TO baja-plantilla
           MOVE WS-CANCELADAS    TO baja-canceladas
           MOVE "N"              TO baja-ya-revocado
           IF WS-CONSENT-ANT = "N" THEN
              MOVE "S"           TO baja-ya-revocado
           END-IF
           MOVE WS-FECHA-SYS     TO baja-fecmod
           WRITE baja-registro
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-BAJAS
           END-WRITE.
       DAR-DE-BAJA-FIN.
           EXIT.

       REVOCAR-CONSENTIMIENTO.
           IF WS-BAJ-CANAL = "E" THEN
              MOVE "N"             TO usuario-consent-email
              MOVE "CONSENT-EMAIL" TO audit-campo
              MOVE "BAJA-EMAIL"    TO audit-usuario
           ELSE
              MOVE "N"             TO usuario-consent-telefono
              MOVE "CONSENT-TELEF" TO audit-campo
              MOVE "BAJA-SMS"      TO audit-usuario
           END-IF
           MOVE WS-FECHA-SYS TO usuario-fecmod
           MOVE "BATCH"      TO usuario-usuario-mod
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-REVOCADOS
              MOVE usuario-rut    TO audit-rut
              MOVE usuario-dv     TO audit-dv
              MOVE WS-CONSENT-ANT TO audit-valor-ant
              MOVE "N"            TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           .

      *    LO QUE SIGUE PENDIENTE PARA EL CLIENTE POR ESTE CANAL NO
      *    SE DESPACHA: QUEDA CANCELADO.
       CANCELAR-PENDIENTES.
           MOVE 0 TO WS-CANCELADAS
           IF WS-NOTIF-OK = "S" THEN
              MOVE "N" TO fin-de-archivo
              MOVE 0   TO notif-id
              START datos-notificaciones KEY IS NOT < notif-id
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ datos-notificaciones NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF notif-rut = usuario-rut AND
                             notif-canal = WS-BAJ-CANAL AND
                             notif-pendiente THEN
                             MOVE "C" TO notif-estado
                             MOVE "CANCELADA: BAJA DEL CLIENTE"
                                      TO notif-detalle
                             REWRITE notif-registro END-REWRITE
                             ADD 1 TO WS-CANCELADAS
                             ADD 1 TO WS-CONT-CANCELADAS
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------*
      * ATRIBUIR-CAMPANA : con la notificacion respondida, la      *
      * campana del canal que usa esa plantilla; sin ella, la      *
      * ultima campana enviada al cliente por el canal hasta el    *
      * dia de la baja. Un mensaje de servicio (CITA, PAGOWEB...)  *
      * queda sin campana.                                         *
      *----------------------------------------------------------*
       ATRIBUIR-CAMPANA.
           MOVE SPACES TO baja-campana
           IF WS-BAJ-PLANTILLA NOT = SPACES THEN
              IF WS-CAMPANAS-OK = "S" THEN
                 MOVE 0      TO WS-CAMP-FECHA
                 MOVE "N"    TO fin-de-archivo
                 MOVE SPACES TO campana-codigo
                 START datos-campanas KEY IS NOT < campana-codigo
                     INVALID KEY
                         MOVE "S" TO fin-de-archivo
                 END-START
                 PERFORM UNTIL fin-de-archivo = "S"
                     READ datos-campanas NEXT RECORD
                         AT END
                             MOVE "S" TO fin-de-archivo
                         NOT AT END
                             IF campana-plantilla =
                                WS-BAJ-PLANTILLA AND
                                campana-canal = WS-BAJ-CANAL AND
                                campana-fec-creacion >= WS-CAMP-FECHA
                             THEN
                                MOVE campana-codigo TO baja-campana
                                MOVE campana-fec-creacion
                                                    TO WS-CAMP-FECHA
                             END-IF
                     END-READ
                 END-PERFORM
              END-IF
           ELSE
              IF WS-CAMPHIST-OK = "S" THEN
                 MOVE 0           TO WS-CAMP-FECHA
                 MOVE "N"         TO fin-de-archivo
                 MOVE LOW-VALUES  TO camph-llave
                 START datos-camphist KEY IS NOT < camph-llave
                     INVALID KEY
                         MOVE "S" TO fin-de-archivo
                 END-START
                 PERFORM UNTIL fin-de-archivo = "S"
                     READ datos-camphist NEXT RECORD
                         AT END
                             MOVE "S" TO fin-de-archivo
                         NOT AT END
                             IF camph-rut = usuario-rut AND
                                camph-canal = WS-BAJ-CANAL AND
                                camph-enviada AND
                                camph-fecha <= WS-BAJ-FECHA AND
                                camph-fecha >= WS-CAMP-FECHA THEN
                                MOVE camph-campana TO baja-campana
                                MOVE camph-fecha   TO WS-CAMP-FECHA
                             END-IF
                     END-READ
                 END-PERFORM
              END-IF
           END-IF
           .

       END PROGRAM IntakeBajas.
