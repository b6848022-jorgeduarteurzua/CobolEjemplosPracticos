      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Captura de cargos extraordinarios (cobros de una
      *          vez: reposicion de tarjeta, visita, reconexion) por
      *          RUT, servicio del catalogo servicios.dat, cantidad y
      *          motivo. Quedan pendientes en cargos_pend.dat
      *          (GrabarCargoPend) y GenFacturas los cobra como
      *          lineas de la proxima factura. Con CORRELATIVO
      *          distinto de 0 anula ese cargo si sigue pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargosExtraordinarios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".

       01 VARIABLES-PANTALLA.
           05 RUT          PIC 9(10).
           05 SERVICIO-CAR PIC X(06).
           05 CANTIDAD-CAR PIC 9(03).
           05 MOTIVO-CAR   PIC X(40).
           05 CORREL-ANULA PIC 9(04).
           05 SALIR        PIC X.

       01 PAR-ENTRADA-CPEND.
           05  lk-cp-operacion  PIC X.
           05  lk-cp-rut        PIC 9(10).
           05  lk-cp-correlativo PIC 9(04).
           05  lk-cp-servicio   PIC X(06).
           05  lk-cp-cantidad   PIC 9(03).
           05  lk-cp-motivo     PIC X(40).
           05  lk-cp-origen     PIC X.
           05  lk-cp-operador   PIC X(10).
       01 PAR-SALIDA-CPEND.
           05  OUT-CODRET-CP    PIC 9(04).
           05  OUT-DESRET-CP    PIC X(50).
           05  OUT-CORREL-CP    PIC 9(04).

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
       01  PANTALLA-CARGO.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Cargos Extraordinarios".
         03  LINE 4 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 4 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 5 COL 5   VALUE "SERVICIO......: ".
         03  LINE 5 COL 22 PIC X(06) USING SERVICIO-CAR.
         03  LINE 6 COL 5   VALUE "CANTIDAD......: ".
         03  LINE 6 COL 22 PIC 9(03) USING CANTIDAD-CAR.
         03  LINE 7 COL 5   VALUE "MOTIVO........: ".
         03  LINE 7 COL 22 PIC X(40) USING MOTIVO-CAR.
         03  LINE 9 COL 5   VALUE "ANULAR CORRELATIVO (0=ALTA): ".
         03  LINE 9 COL 35 PIC 9(04) USING CORREL-ANULA.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A CARGOS EXTRAORDINARIOS"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF

           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "NO HAY CLIENTES REGISTRADOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT CANTIDAD-CAR CORREL-ANULA
              MOVE SPACES TO SERVICIO-CAR MOTIVO-CAR
              DISPLAY PANTALLA-CARGO
              ACCEPT  PANTALLA-CARGO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM GRABAR-CARGO THRU GRABAR-CARGO-FIN
              END-IF
           END-PERFORM
           CLOSE datos-usuarios
           GOBACK.

       GRABAR-CARGO.
           MOVE RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO GRABAR-CARGO-FIN
           END-READ

           MOVE RUT            TO lk-cp-rut
           MOVE LK-OPERADOR-ID TO lk-cp-operador
           IF CORREL-ANULA NOT = 0 THEN
              MOVE "X"          TO lk-cp-operacion
              MOVE CORREL-ANULA TO lk-cp-correlativo
           ELSE
              IF usuario-baja THEN
                 MOVE "CLIENTE DADO DE BAJA" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO GRABAR-CARGO-FIN
              END-IF
              IF usuario-fallecido THEN
                 MOVE "CLIENTE FALLECIDO" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO GRABAR-CARGO-FIN
              END-IF
              MOVE "A"          TO lk-cp-operacion
              MOVE 0            TO lk-cp-correlativo
              MOVE SERVICIO-CAR TO lk-cp-servicio
              MOVE CANTIDAD-CAR TO lk-cp-cantidad
              MOVE MOTIVO-CAR   TO lk-cp-motivo
              MOVE "M"          TO lk-cp-origen
           END-IF
           CALL "GrabarCargoPend" USING PAR-ENTRADA-CPEND
                                        PAR-SALIDA-CPEND
           MOVE OUT-DESRET-CP TO MSG-ERROR
           IF OUT-CODRET-CP = 0 THEN
              MOVE "I" TO MSG-SEVERIDAD
              IF lk-cp-operacion = "A" THEN
                 MOVE SPACES TO MSG-ERROR
                 STRING "CARGO " OUT-CORREL-CP
                        " REGISTRADO PARA LA PROXIMA FACTURA"
                        DELIMITED BY SIZE
                           INTO MSG-ERROR
                 END-STRING
              END-IF
           END-IF
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       GRABAR-CARGO-FIN.
           EXIT.

       END PROGRAM CargosExtraordinarios.
