      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Pizarra de avisos a operadores (mensajes.dat): el
      *          administrador publica un aviso con titulo, texto,
      *          prioridad (A alta / N normal), vigencia y destino
      *          (todos, un perfil, una region o una sucursal). Los
      *          avisos vigentes se muestran al operador despues del
      *          Login en PanelControl, que anota la lectura en
      *          mensajes_lect.dat; los de prioridad alta exigen
      *          acuso de recibo antes de abrir el menu. Un aviso no
      *          se borra: se retira (estado R) para conservar quien
      *          lo leyo (ReporteMensajes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorMensajes.

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

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-mensajes.
           copy "C:\PgmCobols\FD\FDMensaje.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       WORKING-STORAGE SECTION.
       01  FS-MENSAJES         PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  MSG-ERROR           PIC X(70).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ES-NUEVO         PIC X.
       01  WS-NUMERO-EDIT      PIC Z(05)9.

       01 PARAMETROS-VALIDA-FECHA.
           05 PAR-INP-FECHA.
               10 FECHA-X     PIC X(08).
               10 FORMATO-X   PIC X VALUE "1".
           05 PAR-OUT-FECHA.
               10 FECHA-VALIDA PIC X.
               10 DIA-SEMANA   PIC 9.

       01 VARIABLES-PANTALLA.
           05 MEN-NUMERO       PIC 9(06).
           05 MEN-TITULO       PIC X(40).
           05 MEN-TEXTO-1      PIC X(60).
           05 MEN-TEXTO-2      PIC X(60).
           05 MEN-TEXTO-3      PIC X(60).
           05 MEN-PRIORIDAD    PIC X.
           05 MEN-FEC-DESDE    PIC 9(08).
           05 MEN-FEC-HASTA    PIC 9(08).
           05 MEN-DESTINO-TIPO PIC X.
           05 MEN-DESTINO-VALOR PIC X(30).
           05 MEN-ESTADO       PIC X.
           05 SALIR            PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-MENSAJE.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Avisos a Operadores".
         03  LINE 3 COL 5   VALUE "NUMERO (0 = NUEVO): ".
         03  LINE 3 COL 25 PIC 9(06) USING MEN-NUMERO.
         03  LINE 5 COL 5   VALUE "TITULO...........: ".
         03  LINE 5 COL 25 PIC X(40) USING MEN-TITULO.
         03  LINE 6 COL 5   VALUE "TEXTO............: ".
         03  LINE 6 COL 25 PIC X(60) USING MEN-TEXTO-1.
         03  LINE 7 COL 25 PIC X(60) USING MEN-TEXTO-2.
         03  LINE 8 COL 25 PIC X(60) USING MEN-TEXTO-3.
         03  LINE 10 COL 5  VALUE "PRIORIDAD (A/N)..: ".
         03  LINE 10 COL 25 PIC X USING MEN-PRIORIDAD.
         03  LINE 10 COL 28 VALUE "(A = EXIGE ACUSO DE RECIBO)".
         03  LINE 11 COL 5  VALUE "VIGENTE DESDE....: ".
         03  LINE 11 COL 25 PIC 9(08) USING MEN-FEC-DESDE.
         03  LINE 11 COL 35 VALUE "HASTA: ".
         03  LINE 11 COL 42 PIC 9(08) USING MEN-FEC-HASTA.
         03  LINE 11 COL 52 VALUE "(AAAAMMDD)".
         03  LINE 12 COL 5  VALUE "DESTINO (T/P/R/S): ".
         03  LINE 12 COL 25 PIC X USING MEN-DESTINO-TIPO.
         03  LINE 12 COL 28 VALUE
             "(TODOS/PERFIL/REGION/SUCURSAL)".
         03  LINE 13 COL 5  VALUE "VALOR DESTINO....: ".
         03  LINE 13 COL 25 PIC X(30) USING MEN-DESTINO-VALOR.
         03  LINE 14 COL 5  VALUE "ESTADO (V/R).....: ".
         03  LINE 14 COL 25 PIC X USING MEN-ESTADO.
         03  LINE 14 COL 28 VALUE "(V = VIGENTE, R = RETIRADO)".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A PUBLICA AVISOS A OPERADORES"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-mensajes
           IF FS-MENSAJES = "35" THEN
              OPEN OUTPUT datos-mensajes
              CLOSE datos-mensajes
              OPEN I-O datos-mensajes
           END-IF
           OPEN INPUT datos-sucursales

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO MEN-NUMERO MEN-FEC-HASTA
              MOVE SPACES TO MEN-TITULO MEN-TEXTO-1 MEN-TEXTO-2
                             MEN-TEXTO-3 MEN-DESTINO-VALOR
              MOVE "N"    TO MEN-PRIORIDAD
              MOVE WS-FECHA-SYS TO MEN-FEC-DESDE
              MOVE "T"    TO MEN-DESTINO-TIPO
              MOVE "V"    TO MEN-ESTADO
              DISPLAY PANTALLA-MENSAJE
              ACCEPT  PANTALLA-MENSAJE
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM GRABAR-MENSAJE THRU GRABAR-MENSAJE-FIN
              END-IF
           END-PERFORM
           CLOSE datos-mensajes
           IF FS-SUCURSALES = "00" THEN
              CLOSE datos-sucursales
           END-IF
           GOBACK.

       GRABAR-MENSAJE.
           MOVE "S" TO WS-ES-NUEVO
           IF MEN-NUMERO > 0 THEN
              MOVE "N"        TO WS-ES-NUEVO
              MOVE MEN-NUMERO TO msj-numero
              READ datos-mensajes
                  INVALID KEY
                      MOVE "AVISO NO EXISTE (0 = NUEVO)" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO GRABAR-MENSAJE-FIN
              END-READ
              IF MEN-TITULO = SPACES THEN
                 MOVE msj-titulo         TO MEN-TITULO
                 MOVE msj-texto(1:60)    TO MEN-TEXTO-1
                 MOVE msj-texto(61:60)   TO MEN-TEXTO-2
                 MOVE msj-texto(121:60)  TO MEN-TEXTO-3
                 MOVE msj-prioridad      TO MEN-PRIORIDAD
                 MOVE msj-fec-desde      TO MEN-FEC-DESDE
                 MOVE msj-fec-hasta      TO MEN-FEC-HASTA
                 MOVE msj-destino-tipo   TO MEN-DESTINO-TIPO
                 MOVE msj-destino-valor  TO MEN-DESTINO-VALOR
                 MOVE msj-estado         TO MEN-ESTADO
                 DISPLAY PANTALLA-MENSAJE
                 ACCEPT  PANTALLA-MENSAJE
              END-IF
           END-IF

           IF MEN-TITULO = SPACES THEN
              MOVE "INGRESE EL TITULO DEL AVISO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF
           IF MEN-PRIORIDAD NOT = "A" AND MEN-PRIORIDAD NOT = "N" THEN
              MOVE "PRIORIDAD DEBE SER A (ALTA) O N (NORMAL)"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF
           MOVE MEN-FEC-DESDE TO FECHA-X
           MOVE " "           TO FECHA-VALIDA
           CALL "ValidarFecha" USING PAR-INP-FECHA PAR-OUT-FECHA
           IF FECHA-VALIDA NOT = "S" THEN
              MOVE "FECHA DESDE INCORRECTA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF
           MOVE MEN-FEC-HASTA TO FECHA-X
           MOVE " "           TO FECHA-VALIDA
           CALL "ValidarFecha" USING PAR-INP-FECHA PAR-OUT-FECHA
           IF FECHA-VALIDA NOT = "S" OR
              MEN-FEC-HASTA < MEN-FEC-DESDE THEN
              MOVE "FECHA HASTA INCORRECTA O ANTERIOR A LA DESDE"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF
           PERFORM VALIDAR-DESTINO THRU VALIDAR-DESTINO-FIN
           IF MSG-ERROR NOT = SPACES THEN
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF
           IF MEN-ESTADO NOT = "V" AND MEN-ESTADO NOT = "R" THEN
              MOVE "ESTADO DEBE SER V (VIGENTE) O R (RETIRADO)"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-MENSAJE-FIN
           END-IF

           IF WS-ES-NUEVO = "S" THEN
              PERFORM ASIGNAR-NUMERO THRU ASIGNAR-NUMERO-FIN
              IF MEN-NUMERO = 0 THEN
                 GO TO GRABAR-MENSAJE-FIN
              END-IF
              INITIALIZE msj-registro
              MOVE WS-FECHA-SYS TO msj-fec-creacion
           END-IF
           MOVE MEN-NUMERO        TO msj-numero
           MOVE MEN-TITULO        TO msj-titulo
           MOVE MEN-TEXTO-1       TO msj-texto(1:60)
           MOVE MEN-TEXTO-2       TO msj-texto(61:60)
           MOVE MEN-TEXTO-3       TO msj-texto(121:60)
           MOVE MEN-PRIORIDAD     TO msj-prioridad
           MOVE MEN-FEC-DESDE     TO msj-fec-desde
           MOVE MEN-FEC-HASTA     TO msj-fec-hasta
           MOVE MEN-DESTINO-TIPO  TO msj-destino-tipo
           MOVE MEN-DESTINO-VALOR TO msj-destino-valor
           MOVE MEN-ESTADO        TO msj-estado
           MOVE WS-FECHA-SYS      TO msj-fecmod
           MOVE LK-OPERADOR-ID    TO msj-usuario-mod
           IF WS-ES-NUEVO = "S" THEN
              WRITE msj-registro
                  INVALID KEY
                      MOVE "NO SE PUDO GRABAR EL AVISO" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO GRABAR-MENSAJE-FIN
              END-WRITE
           ELSE
              REWRITE msj-registro END-REWRITE
           END-IF
           MOVE MEN-NUMERO TO WS-NUMERO-EDIT
           MOVE SPACES     TO MSG-ERROR
           STRING "AVISO GRABADO CON NUMERO " DELIMITED BY SIZE
                  WS-NUMERO-EDIT              DELIMITED BY SIZE
                          INTO MSG-ERROR
           END-STRING
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD.
       GRABAR-MENSAJE-FIN.
           EXIT.

      *    DEJA MSG-ERROR EN BLANCO SI EL DESTINO ES VALIDO.
       VALIDAR-DESTINO.
           MOVE SPACES TO MSG-ERROR
           EVALUATE MEN-DESTINO-TIPO
               WHEN "T"
                   MOVE SPACES TO MEN-DESTINO-VALOR
               WHEN "P"
                   IF MEN-DESTINO-VALOR NOT = "A" AND
                      MEN-DESTINO-VALOR NOT = "C" AND
                      MEN-DESTINO-VALOR NOT = "L" THEN
                      MOVE "PERFIL DESTINO DEBE SER A, C O L"
                        TO MSG-ERROR
                   END-IF
               WHEN "R"
                   IF MEN-DESTINO-VALOR = SPACES THEN
                      MOVE "INGRESE LA REGION DESTINO" TO MSG-ERROR
                   END-IF
               WHEN "S"
                   PERFORM VALIDAR-SUCURSAL THRU VALIDAR-SUCURSAL-FIN
               WHEN OTHER
                   MOVE "DESTINO DEBE SER T, P, R O S" TO MSG-ERROR
           END-EVALUATE.
       VALIDAR-DESTINO-FIN.
           EXIT.

       VALIDAR-SUCURSAL.
           IF FS-SUCURSALES NOT = "00" THEN
              MOVE "NO HAY SUCURSALES REGISTRADAS" TO MSG-ERROR
              GO TO VALIDAR-SUCURSAL-FIN
           END-IF
           MOVE MEN-DESTINO-VALOR(1:4) TO sucursal-codigo
           READ datos-sucursales
               INVALID KEY
                   MOVE "SUCURSAL DESTINO NO EXISTE" TO MSG-ERROR
           END-READ.
       VALIDAR-SUCURSAL-FIN.
           EXIT.

      *    EL AVISO 0 LLEVA EL ULTIMO NUMERO ENTREGADO; SE CREA CON
      *    EL PRIMER AVISO.
       ASIGNAR-NUMERO.
           MOVE 0 TO msj-numero
           READ datos-mensajes
               INVALID KEY
                   INITIALIZE msj-registro
                   MOVE 0   TO msj-numero msj-ultimo
                   MOVE "R" TO msj-estado
                   WRITE msj-registro
                       INVALID KEY
                           MOVE "NO SE PUDO NUMERAR EL AVISO"
                             TO MSG-ERROR
                           CALL "VentanaMsj" USING MSG-ERROR
                                                   MSG-SEVERIDAD
                           MOVE 0 TO MEN-NUMERO
                           GO TO ASIGNAR-NUMERO-FIN
                   END-WRITE
           END-READ
           ADD 1 TO msj-ultimo
           MOVE msj-ultimo TO MEN-NUMERO
           REWRITE msj-registro END-REWRITE.
       ASIGNAR-NUMERO-FIN.
           EXIT.

       END PROGRAM MantenedorMensajes.
