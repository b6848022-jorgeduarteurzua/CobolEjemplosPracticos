      *          consume el gateway de correo. Cada notificacion
      *          queda marcada E (enviada al outbox) o F (fallida,
      *          con el motivo), y las F se pueden reencolar desde
      *          ConsultaNotificaciones. Si la plantilla esta en el
      *          registro de plantillas (MantenedorPlantillas), la
      *          enviada queda con la version vigente ese dia en su
      *          detalle, como prueba del texto recibido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-plantillas
               ASSIGN TO
           "C:\PgmCobols\Data\plantillas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS plant-llave
               FILE STATUS IS FS-PLANTILLAS.

           SELECT archivo-outbox ASSIGN TO
           "C:\PgmCobols\Data\notificaciones_outbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-plantillas.
           copy "C:\PgmCobols\FD\FDPlantilla.cpy".

       FD  archivo-outbox.
       01  outbox-linea          PIC X(200).

       01  WS-CONT-ENVIADAS      PIC 9(06) VALUE 0.
       01  WS-CONT-FALLIDAS      PIC 9(06) VALUE 0.
       01  WS-CONTACTO           PIC X(100).
       01  FS-PLANTILLAS         PIC XX.
       01  WS-PLANTILLAS-OK      PIC X VALUE "N".
       01  fin-plantillas        PIC X.
      *    LA VERSION SE BUSCA SOLO AL CAMBIAR DE PLANTILLA.
       01  WS-PLANT-ANT          PIC X(20) VALUE HIGH-VALUES.
       01  WS-PLANT-VERSION      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-plantillas
           IF FS-PLANTILLAS = "00" THEN
              MOVE "S" TO WS-PLANTILLAS-OK
           END-IF
           OPEN EXTEND archivo-outbox
           IF FS-OUTBOX NOT = "00" THEN
              OPEN OUTPUT archivo-outbox
           END-PERFORM

           CLOSE datos-notificaciones datos-usuarios archivo-outbox
           IF WS-PLANTILLAS-OK = "S" THEN
              CLOSE datos-plantillas
           END-IF
           DISPLAY "-------------------------------------------"
           DISPLAY "NOTIFICACIONES ENVIADAS AL OUTBOX: "
                   WS-CONT-ENVIADAS
                   MOVE "CLIENTE YA NO EXISTE" TO notif-detalle
                   GO TO DESPACHAR-UNA-GRABAR
           END-READ
           IF usuario-fallecido THEN
              MOVE "F" TO notif-estado
              MOVE "CLIENTE FALLECIDO" TO notif-detalle
              GO TO DESPACHAR-UNA-GRABAR
           END-IF

           IF notif-email THEN
              IF usuario-email = SPACES THEN
           END-STRING
           WRITE outbox-linea
           MOVE "E"    TO notif-estado
           MOVE SPACES TO notif-detalle
           PERFORM BUSCAR-VERSION-PLANTILLA
           IF WS-PLANT-VERSION > 0 THEN
              STRING "PLANTILLA VERSION " DELIMITED BY SIZE
                     WS-PLANT-VERSION     DELIMITED BY SIZE
                        INTO notif-detalle
              END-STRING
           END-IF.
       DESPACHAR-UNA-GRABAR.
           MOVE WS-FECHA-SYS TO notif-fec-envio
           REWRITE notif-registro END-REWRITE
       DESPACHAR-UNA-FIN.
           EXIT.

      *    VERSION ACTIVADA CUYA VIGENCIA CUBRE HOY (MISMO CRITERIO
      *    DE CargarPlantilla); 0 = CODIGO NO REGISTRADO.
       BUSCAR-VERSION-PLANTILLA.
           IF notif-plantilla NOT = WS-PLANT-ANT THEN
              MOVE notif-plantilla TO WS-PLANT-ANT
              MOVE 0               TO WS-PLANT-VERSION
              MOVE "S"             TO fin-plantillas
              IF WS-PLANTILLAS-OK = "S" THEN
                 MOVE "N"             TO fin-plantillas
                 MOVE notif-plantilla TO plant-codigo
                 MOVE 0               TO plant-version
                 START datos-plantillas KEY IS NOT < plant-llave
                     INVALID KEY
                         MOVE "S" TO fin-plantillas
                 END-START
              END-IF
              PERFORM UNTIL fin-plantillas = "S"
                  READ datos-plantillas NEXT RECORD
                      AT END
                          MOVE "S" TO fin-plantillas
                      NOT AT END
                          IF plant-codigo NOT = notif-plantilla THEN
                             MOVE "S" TO fin-plantillas
                          ELSE
                             IF plant-activada AND
                                plant-vig-desde NOT > WS-FECHA-SYS AND
                                plant-vig-hasta NOT < WS-FECHA-SYS
                                THEN
                                MOVE plant-version TO WS-PLANT-VERSION
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           .

       END PROGRAM DespacharNotificaciones.
