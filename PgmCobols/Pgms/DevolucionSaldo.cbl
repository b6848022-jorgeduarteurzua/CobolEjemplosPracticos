      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Pantalla de solicitud de devolucion del saldo a
      *          favor de un cliente (saldos_favor.dat). La
      *          devolucion no se ejecuta aqui: queda encolada en
      *          aprobaciones.dat (SolicitarAprobacion, tipo D) y
      *          la ejecuta AprobarSolicitudes con un segundo
      *          operador (cuatro ojos): descuenta el saldo, graba
      *          el cargo que revierte el abono y deja la orden de
      *          pago para tesoreria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevolucionSaldo.

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

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-MOTIVOS          PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-MOTIVOS-ABIERTO  PIC X VALUE "N".
       01  WS-SALDO-EDIT       PIC Z(10)9.99.

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT           PIC 9(10).
           05 MONTO-DEV     PIC 9(11)V99.
           05 MOTIVO-DEV    PIC X(04).
           05 SALIR         PIC X.

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01 PAR-ENTRADA-SOLICITUD.
           05  lk-so-tipo        PIC X.
           05  lk-so-rut         PIC 9(10).
           05  lk-so-dv          PIC X.
           05  lk-so-rut-2       PIC 9(10).
           05  lk-so-motivo      PIC X(04).
           05  lk-so-solicitante PIC X(10).
           05  lk-so-monto       PIC 9(11)V99.
           05  lk-so-glosa       PIC X(40).
       01 PAR-SALIDA-SOLICITUD.
           05  OUT-CODRET-SOL    PIC 9(04).
           05  OUT-DESRET-SOL    PIC X(50).

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
       01  PANTALLA-DEVOLUCION.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Devolucion de Saldo a Favor".
         03  LINE 5 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 5 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 7 COL 5   VALUE "SALDO A FAVOR.: ".
         03  LINE 7 COL 22 PIC X(14) FROM WS-SALDO-EDIT.
         03  LINE 8 COL 5   VALUE "MONTO A DEVOLV: ".
         03  LINE 8 COL 22 PIC 9(11).99 USING MONTO-DEV.
         03  LINE 9 COL 5   VALUE "MOTIVO........: ".
         03  LINE 9 COL 22 PIC X(04) USING MOTIVO-DEV.
         03  LINE 11 COL 5  VALUE
             "MONTO 0 = SOLO CONSULTAR EL SALDO DEL RUT".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A DEVOLUCIONES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF

           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "NO SE PUDO ABRIR clientes.dat" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN INPUT datos-motivos
           IF FS-MOTIVOS = "00" THEN
              MOVE "S" TO WS-MOTIVOS-ABIERTO
           END-IF

           MOVE "N"    TO SALIR
           MOVE ZEROES TO WS-SALDO-EDIT
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO MONTO-DEV
              MOVE SPACES TO MOTIVO-DEV
              DISPLAY PANTALLA-DEVOLUCION
              ACCEPT  PANTALLA-DEVOLUCION
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM SOLICITAR-DEVOLUCION THRU
                         SOLICITAR-DEVOLUCION-FIN
              END-IF
           END-PERFORM
           CLOSE datos-usuarios
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              CLOSE datos-motivos
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * SOLICITAR-DEVOLUCION : valida cliente, saldo disponible y *
      * motivo, y encola la devolucion. El saldo NO se reserva:   *
      * AprobarSolicitudes lo vuelve a validar al ejecutar, porque *
      * entre tanto GenFacturas puede haberlo aplicado.           *
      *----------------------------------------------------------*
       SOLICITAR-DEVOLUCION.
           MOVE RUT TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO SOLICITAR-DEVOLUCION-FIN
           END-IF

           MOVE RUT            TO lk-sf-rut
           MOVE "S"            TO lk-sf-operacion
           MOVE 0              TO lk-sf-monto
           MOVE LK-OPERADOR-ID TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           MOVE OUT-SALDO-SF TO WS-SALDO-EDIT
           IF MONTO-DEV = 0 THEN
              GO TO SOLICITAR-DEVOLUCION-FIN
           END-IF
           IF MONTO-DEV > OUT-SALDO-SF THEN
              MOVE "MONTO EXCEDE EL SALDO A FAVOR DEL CLIENTE"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO SOLICITAR-DEVOLUCION-FIN
           END-IF

           IF WS-MOTIVOS-ABIERTO = "S" THEN
              MOVE MOTIVO-DEV TO motivo-codigo
              READ datos-motivos
                  INVALID KEY
                      MOVE "MOTIVO NO EXISTE EN motivos.dat"
                                             TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO SOLICITAR-DEVOLUCION-FIN
              END-READ
           END-IF

           MOVE "D"            TO lk-so-tipo
           MOVE RUT            TO lk-so-rut
           MOVE usuario-dv     TO lk-so-dv
           MOVE 0              TO lk-so-rut-2
           MOVE MOTIVO-DEV     TO lk-so-motivo
           MOVE LK-OPERADOR-ID TO lk-so-solicitante
           MOVE MONTO-DEV      TO lk-so-monto
           MOVE "DEVOLUCION SALDO A FAVOR" TO lk-so-glosa
           CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                            PAR-SALIDA-SOLICITUD
           MOVE OUT-DESRET-SOL TO MSG-ERROR
           IF OUT-CODRET-SOL = 0 THEN
              MOVE "I" TO MSG-SEVERIDAD
           END-IF
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       SOLICITAR-DEVOLUCION-FIN.
           EXIT.

       END PROGRAM DevolucionSaldo.
