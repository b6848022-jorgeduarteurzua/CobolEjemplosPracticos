      *          rechazos pendientes en cargar_rechazados.txt y el
      *          resultado de la ultima corrida de GenCalendario
      *          (calendario_log.txt). Un vistazo responde "esta todo
      *          bien?" sin abrir cinco programas. Despues muestra al
      *          operador los avisos vigentes dirigidos a el que aun
      *          no ha leido (mensajes.dat, destino via
      *          DestinoMensaje) y anota cada lectura en
      *          mensajes_lect.dat; los de prioridad alta exigen
      *          acuso de recibo antes de volver al menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
       FD  calendario-log.
       01  log-linea           PIC X(150).

       FD  datos-mensajes.
           copy "C:\PgmCobols\FD\FDMensaje.cpy".

       FD  datos-lecturas.
           copy "C:\PgmCobols\FD\FDMensajeLect.cpy".

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-AUDITORIA        PIC XX.
       01  FS-RECHAZADOS       PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-MENSAJES         PIC XX.
       01  FS-LECTURAS         PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-FECHA-AYER       PIC 9(08).
       01  WS-CONT-ACTIVOS     PIC 9(06) VALUE 0.
       01  WS-CONT-INACTIVOS   PIC 9(06) VALUE 0.
       01  WS-CONT-BAJAS       PIC 9(06) VALUE 0.
       01  WS-CONT-FALLECIDOS  PIC 9(06) VALUE 0.
       01  WS-CONT-AUDIT-AYER  PIC 9(06) VALUE 0.
       01  WS-CONT-RECHAZOS    PIC 9(06) VALUE 0.
       01  WS-ULTIMA-CORRIDA   PIC X(80) VALUE
           "(SIN CORRIDAS DE GenCalendario REGISTRADAS)".
       01  WS-AUD-FECHA        PIC X(08).
       01  WS-ENTER            PIC X.
       01  WS-HORA-SYS         PIC 9(06).
       01  WS-CONT-AVISOS      PIC 9(04) VALUE 0.
       01  WS-CONT-AVISOS-ALTA PIC 9(04) VALUE 0.
       01  WS-AVISO-ACCION     PIC X.
      *        C = solo contar; M = mostrar y anotar la lectura
       01  WS-AVISO-PASADA     PIC X.
      *        Prioridad que se recorre: primero A, despues N
       01  WS-AVISO-PENDIENTE  PIC X.
       01  WS-ACUSE            PIC X.

       01 PAR-ENTRADA-DESTINO.
           05 LK-DE-TIPO          PIC X.
           05 LK-DE-VALOR         PIC X(30).
           05 LK-DE-OPERADOR      PIC X(10).
           05 LK-DE-PERFIL        PIC X.
           05 LK-DE-REGION        PIC X(30).
       01 PAR-SALIDA-DESTINO.
           05 LK-DE-APLICA        PIC X.

       01 PARAMETROS-SUMAR.
           05 FECHA-YYYYMMDD PIC X(08).
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       Operador recien autenticado por MENU; define que avisos
      *       le corresponden.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.
           05  LK-OPERADOR-REGION  PIC X(30).

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el panel vuelve a correr tras un
      *       re-login por inactividad y los conteos no deben
      *       duplicarse.
           MOVE 0 TO WS-CONT-ACTIVOS WS-CONT-INACTIVOS
                     WS-CONT-BAJAS WS-CONT-AUDIT-AYER
                     WS-CONT-FALLECIDOS
                     WS-CONT-RECHAZOS
                     WS-CONT-AVISOS WS-CONT-AVISOS-ALTA
           MOVE "(SIN CORRIDAS DE GenCalendario REGISTRADAS)"
             TO WS-ULTIMA-CORRIDA
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM CONTAR-RECHAZOS THRU CONTAR-RECHAZOS-FIN
           PERFORM LEER-ULTIMA-CORRIDA THRU
                   LEER-ULTIMA-CORRIDA-FIN
           MOVE "C" TO WS-AVISO-ACCION
           PERFORM RECORRER-AVISOS THRU RECORRER-AVISOS-FIN

           DISPLAY "==============================================="
           DISPLAY "PANEL DE CONTROL AL " WS-FECHA-SYS
           DISPLAY "CLIENTES ACTIVOS......: " WS-CONT-ACTIVOS
           DISPLAY "CLIENTES INACTIVOS....: " WS-CONT-INACTIVOS
           DISPLAY "CLIENTES DADOS DE BAJA: " WS-CONT-BAJAS
           DISPLAY "CLIENTES FALLECIDOS...: " WS-CONT-FALLECIDOS
           DISPLAY "AUDITORIA DE AYER.....: " WS-CONT-AUDIT-AYER
                   " ENTRADAS"
           DISPLAY "RECHAZOS PENDIENTES...: " WS-CONT-RECHAZOS
           DISPLAY "ULTIMO GenCalendario..: " WS-ULTIMA-CORRIDA
           DISPLAY "AVISOS SIN LEER.......: " WS-CONT-AVISOS
                   " (" WS-CONT-AVISOS-ALTA " DE PRIORIDAD ALTA)"
           DISPLAY "==============================================="
           DISPLAY "PRESIONE INTRO PARA CONTINUAR"
           ACCEPT WS-ENTER
           IF WS-CONT-AVISOS > 0 THEN
              MOVE "M" TO WS-AVISO-ACCION
              PERFORM RECORRER-AVISOS THRU RECORRER-AVISOS-FIN
           END-IF
           GOBACK.

       CONTAR-CLIENTES.
                               ADD 1 TO WS-CONT-INACTIVOS
                           WHEN usuario-baja
                               ADD 1 TO WS-CONT-BAJAS
                           WHEN usuario-fallecido
                               ADD 1 TO WS-CONT-FALLECIDOS
                           WHEN OTHER
                               ADD 1 TO WS-CONT-ACTIVOS
                       END-EVALUATE
       LEER-ULTIMA-CORRIDA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RECORRER-AVISOS : avisos vigentes hoy, dirigidos al        *
      * operador y sin fila de lectura. Con accion C solo se       *
      * cuentan; con accion M se muestran, primero los de          *
      * prioridad alta, y se anota la lectura de cada uno.         *
      *----------------------------------------------------------*
       RECORRER-AVISOS.
           OPEN INPUT datos-mensajes
           IF FS-MENSAJES NOT = "00" THEN
              GO TO RECORRER-AVISOS-FIN
           END-IF
           OPEN I-O datos-lecturas
           IF FS-LECTURAS = "35" THEN
              OPEN OUTPUT datos-lecturas
              CLOSE datos-lecturas
              OPEN I-O datos-lecturas
           END-IF
           MOVE "A" TO WS-AVISO-PASADA
           PERFORM RECORRER-PASADA
           MOVE "N" TO WS-AVISO-PASADA
           PERFORM RECORRER-PASADA
           CLOSE datos-mensajes datos-lecturas.
       RECORRER-AVISOS-FIN.
           EXIT.

       RECORRER-PASADA.
           MOVE "N" TO fin-de-archivo
           MOVE 1   TO msj-numero
           START datos-mensajes KEY IS NOT < msj-numero
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-mensajes NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF msj-prioridad = WS-AVISO-PASADA THEN
                          PERFORM EVALUAR-AVISO THRU
                                  EVALUAR-AVISO-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       EVALUAR-AVISO.
           IF NOT msj-vigente OR
              msj-fec-desde > WS-FECHA-SYS OR
              msj-fec-hasta < WS-FECHA-SYS THEN
              GO TO EVALUAR-AVISO-FIN
           END-IF
           MOVE msj-destino-tipo   TO LK-DE-TIPO
           MOVE msj-destino-valor  TO LK-DE-VALOR
           MOVE LK-OPERADOR-ID     TO LK-DE-OPERADOR
           MOVE LK-OPERADOR-PERFIL TO LK-DE-PERFIL
           MOVE LK-OPERADOR-REGION TO LK-DE-REGION
           CALL "DestinoMensaje" USING PAR-ENTRADA-DESTINO
                                       PAR-SALIDA-DESTINO
           IF LK-DE-APLICA NOT = "S" THEN
              GO TO EVALUAR-AVISO-FIN
           END-IF
           MOVE "S"            TO WS-AVISO-PENDIENTE
           MOVE msj-numero     TO mlec-numero
           MOVE LK-OPERADOR-ID TO mlec-operador
           READ datos-lecturas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-AVISO-PENDIENTE
           END-READ
           IF WS-AVISO-PENDIENTE = "N" THEN
              GO TO EVALUAR-AVISO-FIN
           END-IF
           IF WS-AVISO-ACCION = "C" THEN
              ADD 1 TO WS-CONT-AVISOS
              IF msj-prioridad-alta THEN
                 ADD 1 TO WS-CONT-AVISOS-ALTA
              END-IF
              GO TO EVALUAR-AVISO-FIN
           END-IF
           PERFORM MOSTRAR-AVISO.
       EVALUAR-AVISO-FIN.
           EXIT.

      *    EL DE PRIORIDAD ALTA NO SE DA POR LEIDO HASTA QUE EL
      *    OPERADOR RESPONDE S; EL NORMAL, AL PASAR LA PANTALLA.
       MOSTRAR-AVISO.
           DISPLAY "==============================================="
           IF msj-prioridad-alta THEN
              DISPLAY "AVISO " msj-numero " - PRIORIDAD ALTA"
           ELSE
              DISPLAY "AVISO " msj-numero
           END-IF
           DISPLAY msj-titulo
           DISPLAY "-----------------------------------------------"
           DISPLAY msj-texto(1:60)
           IF msj-texto(61:60) NOT = SPACES THEN
              DISPLAY msj-texto(61:60)
           END-IF
           IF msj-texto(121:60) NOT = SPACES THEN
              DISPLAY msj-texto(121:60)
           END-IF
           DISPLAY "PUBLICADO POR " msj-usuario-mod
                   " - VIGENTE HASTA " msj-fec-hasta
           DISPLAY "==============================================="
           IF msj-prioridad-alta THEN
              MOVE SPACE TO WS-ACUSE
              PERFORM UNTIL WS-ACUSE = "S" OR WS-ACUSE = "s"
                 DISPLAY "CONFIRME QUE LEYO EL AVISO (S): "
                 ACCEPT WS-ACUSE
              END-PERFORM
              MOVE "S" TO mlec-confirmado
           ELSE
              DISPLAY "PRESIONE INTRO PARA CONTINUAR"
              ACCEPT WS-ENTER
              MOVE "N" TO mlec-confirmado
           END-IF
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE msj-numero     TO mlec-numero
           MOVE LK-OPERADOR-ID TO mlec-operador
           MOVE WS-FECHA-SYS   TO mlec-fecha
           MOVE WS-HORA-SYS    TO mlec-hora
           WRITE mlec-registro
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       END PROGRAM PanelControl.
