      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Lectura de avisos a operadores: por cada aviso de
      *          mensajes.dat (uno pedido o todos los vigentes hoy)
      *          lista los operadores activos a los que va dirigido
      *          (DestinoMensaje) y si lo leyeron, con fecha, hora y
      *          acuso de recibo (mensajes_lect.dat), o si aun lo
      *          tienen pendiente. Salida via EscribirReporte a un
      *          spool fechado (GenerarNombreSpool).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteMensajes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-mensajes
               ASSIGN TO
           "C:\PgmCobols\Data\mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS msj-numero
               FILE STATUS IS FS-MENSAJES.

           SELECT datos-lecturas
               ASSIGN TO
           "C:\PgmCobols\Data\mensajes_lect.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mlec-llave
               FILE STATUS IS FS-LECTURAS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-mensajes.
           copy "C:\PgmCobols\FD\FDMensaje.cpy".

       FD  datos-lecturas.
           copy "C:\PgmCobols\FD\FDMensajeLect.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       WORKING-STORAGE SECTION.
       01  FS-MENSAJES         PIC XX.
       01  FS-LECTURAS         PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  WS-LECTURAS-OK      PIC X VALUE "N".
       01  fin-de-archivo      PIC X VALUE "N".
       01  fin-operadores      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-FIL-NUMERO       PIC 9(06).
       01  WS-CONT-AVISOS      PIC 9(06) VALUE 0.
       01  WS-CONT-DESTINO     PIC 9(06) VALUE 0.
       01  WS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-TOT-LEIDOS       PIC 9(06) VALUE 0.
       01  WS-TOT-PENDIENTES   PIC 9(06) VALUE 0.
       01  WS-NUMERO-EDIT      PIC Z(05)9.
       01  WS-ESTADO-LECTURA   PIC X(30).
       01  WS-DESTINO-TXT      PIC X(40).

       01  WS-RUTA-SPOOL       PIC X(80).
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

       01 PAR-ENTRADA-DESTINO.
           05 LK-DE-TIPO          PIC X.
           05 LK-DE-VALOR         PIC X(30).
           05 LK-DE-OPERADOR      PIC X(10).
           05 LK-DE-PERFIL        PIC X.
           05 LK-DE-REGION        PIC X(30).
       01 PAR-SALIDA-DESTINO.
           05 LK-DE-APLICA        PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado solo para que este
      *       programa no quede invocable sin pasar por el menu.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
      *       Reinicio de estados: el programa queda residente entre
      *       llamadas del MENU.
           MOVE "N" TO fin-de-archivo WS-LECTURAS-OK
           MOVE 0   TO WS-CONT-AVISOS WS-TOT-LEIDOS
                       WS-TOT-PENDIENTES
           DISPLAY "Aviso a revisar (0 = todos los vigentes hoy): "
           ACCEPT WS-FIL-NUMERO

           OPEN INPUT datos-mensajes
           IF FS-MENSAJES NOT = "00" THEN
              DISPLAY "NO HAY AVISOS PUBLICADOS."
              GOBACK
           END-IF
           OPEN INPUT datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              DISPLAY "NO HAY OPERADORES REGISTRADOS."
              CLOSE datos-mensajes
              GOBACK
           END-IF
      *       Sin archivo de lecturas nadie ha leido nada todavia.
           OPEN INPUT datos-lecturas
           IF FS-LECTURAS = "00" THEN
              MOVE "S" TO WS-LECTURAS-OK
           END-IF

           MOVE "MENSAJES"     TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"            TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL  TO lk-rw-ruta
           MOVE "LECTURA DE AVISOS A OPERADORES" TO lk-rw-titulo
           MOVE "OPERADOR   NOMBRE                         PERFIL  ESTAD
      -         "O DE LECTURA" TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           IF WS-FIL-NUMERO > 0 THEN
              MOVE WS-FIL-NUMERO TO msj-numero
              READ datos-mensajes
                  INVALID KEY
                      DISPLAY "AVISO NO EXISTE."
                  NOT INVALID KEY
                      PERFORM INFORMAR-AVISO
              END-READ
           ELSE
              MOVE 1 TO msj-numero
              START datos-mensajes KEY IS NOT < msj-numero
                  INVALID KEY
                      MOVE "Y" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "Y"
                  READ datos-mensajes NEXT RECORD
                      AT END
                          MOVE "Y" TO fin-de-archivo
                      NOT AT END
                          IF msj-vigente AND
                             msj-fec-desde NOT > WS-FECHA-SYS AND
                             msj-fec-hasta NOT < WS-FECHA-SYS THEN
                             PERFORM INFORMAR-AVISO
                          END-IF
                  END-READ
              END-PERFORM
           END-IF

           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "AVISOS: "            DELIMITED BY SIZE
                  WS-CONT-AVISOS        DELIMITED BY SIZE
                  "   LEIDOS: "         DELIMITED BY SIZE
                  WS-TOT-LEIDOS         DELIMITED BY SIZE
                  "   PENDIENTES: "     DELIMITED BY SIZE
                  WS-TOT-PENDIENTES     DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-mensajes datos-operadores
           IF WS-LECTURAS-OK = "S" THEN
              CLOSE datos-lecturas
           END-IF
           DISPLAY "AVISOS REVISADOS...: " WS-CONT-AVISOS
           DISPLAY "LECTURAS PENDIENTES: " WS-TOT-PENDIENTES
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           GOBACK.

      *    CABECERA DEL AVISO, UNA LINEA POR OPERADOR DESTINATARIO Y
      *    EL RESUMEN LEIDOS / PENDIENTES DEL AVISO.
       INFORMAR-AVISO.
           ADD 1 TO WS-CONT-AVISOS
           MOVE 0 TO WS-CONT-DESTINO WS-CONT-LEIDOS WS-CONT-PENDIENTES
           EVALUATE TRUE
               WHEN msj-destino-todos
                   MOVE "TODOS LOS OPERADORES" TO WS-DESTINO-TXT
               WHEN msj-destino-perfil
                   MOVE SPACES TO WS-DESTINO-TXT
                   STRING "PERFIL "         DELIMITED BY SIZE
                          msj-destino-valor DELIMITED BY "  "
                                  INTO WS-DESTINO-TXT
                   END-STRING
               WHEN msj-destino-region
                   MOVE SPACES TO WS-DESTINO-TXT
                   STRING "REGION "         DELIMITED BY SIZE
                          msj-destino-valor DELIMITED BY "  "
                                  INTO WS-DESTINO-TXT
                   END-STRING
               WHEN msj-destino-sucursal
                   MOVE SPACES TO WS-DESTINO-TXT
                   STRING "SUCURSAL "       DELIMITED BY SIZE
                          msj-destino-valor DELIMITED BY "  "
                                  INTO WS-DESTINO-TXT
                   END-STRING
           END-EVALUATE

           MOVE "D"        TO lk-rw-operacion
           MOVE SPACES     TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE msj-numero TO WS-NUMERO-EDIT
           STRING "AVISO "          DELIMITED BY SIZE
                  WS-NUMERO-EDIT    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  msj-titulo        DELIMITED BY "  "
                  "  PRIORIDAD "    DELIMITED BY SIZE
                  msj-prioridad     DELIMITED BY SIZE
                  "  DEL "          DELIMITED BY SIZE
                  msj-fec-desde     DELIMITED BY SIZE
                  " AL "            DELIMITED BY SIZE
                  msj-fec-hasta     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-DESTINO-TXT    DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE "N"    TO fin-operadores
           MOVE SPACES TO operador-id
           START datos-operadores KEY IS NOT < operador-id
               INVALID KEY
                   MOVE "Y" TO fin-operadores
           END-START
           PERFORM UNTIL fin-operadores = "Y"
               READ datos-operadores NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-operadores
                   NOT AT END
                       IF operador-activo THEN
                          PERFORM INFORMAR-OPERADOR THRU
                                  INFORMAR-OPERADOR-FIN
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO lk-rw-linea
           STRING "   DESTINATARIOS: "  DELIMITED BY SIZE
                  WS-CONT-DESTINO       DELIMITED BY SIZE
                  "   LEIDO: "          DELIMITED BY SIZE
                  WS-CONT-LEIDOS        DELIMITED BY SIZE
                  "   SIN LEER: "       DELIMITED BY SIZE
                  WS-CONT-PENDIENTES    DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           ADD WS-CONT-LEIDOS     TO WS-TOT-LEIDOS
           ADD WS-CONT-PENDIENTES TO WS-TOT-PENDIENTES
           .

       INFORMAR-OPERADOR.
           MOVE msj-destino-tipo  TO LK-DE-TIPO
           MOVE msj-destino-valor TO LK-DE-VALOR
           MOVE operador-id       TO LK-DE-OPERADOR
           MOVE operador-perfil   TO LK-DE-PERFIL
           MOVE operador-region   TO LK-DE-REGION
           CALL "DestinoMensaje" USING PAR-ENTRADA-DESTINO
                                       PAR-SALIDA-DESTINO
           IF LK-DE-APLICA NOT = "S" THEN
              GO TO INFORMAR-OPERADOR-FIN
           END-IF
           ADD 1 TO WS-CONT-DESTINO

           MOVE "SIN LEER" TO WS-ESTADO-LECTURA
           IF WS-LECTURAS-OK = "S" THEN
              MOVE msj-numero  TO mlec-numero
              MOVE operador-id TO mlec-operador
              READ datos-lecturas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE SPACES TO WS-ESTADO-LECTURA
                      IF mlec-acuso-recibo THEN
                         STRING "CONFIRMADO "   DELIMITED BY SIZE
                                mlec-fecha      DELIMITED BY SIZE
                                " "             DELIMITED BY SIZE
                                mlec-hora       DELIMITED BY SIZE
                                     INTO WS-ESTADO-LECTURA
                         END-STRING
                      ELSE
                         STRING "LEIDO "        DELIMITED BY SIZE
                                mlec-fecha      DELIMITED BY SIZE
                                " "             DELIMITED BY SIZE
                                mlec-hora       DELIMITED BY SIZE
                                     INTO WS-ESTADO-LECTURA
                         END-STRING
                      END-IF
              END-READ
           END-IF
           IF WS-ESTADO-LECTURA = "SIN LEER" THEN
              ADD 1 TO WS-CONT-PENDIENTES
           ELSE
              ADD 1 TO WS-CONT-LEIDOS
           END-IF

           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING operador-id       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  operador-nombre   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  operador-perfil   DELIMITED BY SIZE
                  "       "         DELIMITED BY SIZE
                  WS-ESTADO-LECTURA DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER.
       INFORMAR-OPERADOR-FIN.
           EXIT.

       END PROGRAM ReporteMensajes.
