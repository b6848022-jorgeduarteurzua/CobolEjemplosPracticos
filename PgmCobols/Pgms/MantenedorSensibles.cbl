      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantencion de clientes sensibles
      *          (clientes_sensibles.dat, solo perfil A): alta y
      *          eliminacion de clientes VIP (V) o parientes de un
      *          funcionario (F), con su motivo. Sus fichas se pueden
      *          seguir consultando, pero AlertasAcceso levanta una
      *          alerta al oficial de seguridad cuando un mismo
      *          operador las consulta repetidamente en el dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorSensibles.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-sensibles
               ASSIGN TO
           "C:\PgmCobols\Data\clientes_sensibles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sens-rut
               FILE STATUS IS FS-SENSIBLES.

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
       FD  datos-sensibles.
           copy "C:\PgmCobols\FD\FDClienteSensible.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-SENSIBLES        PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
      *        A = agregar o modificar; E = eliminar.
           05 RUT-SE        PIC 9(10).
           05 TIPO-SE       PIC X.
           05 OPERADOR-SE   PIC X(10).
           05 MOTIVO-SE     PIC X(40).
           05 SALIR         PIC X.

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
       01  PANTALLA-SENSIBLES.
         03  BLANK SCREEN.
         03  LINE 1 COL 24  VALUE "Clientes Sensibles".
         03  LINE 3 COL 5   VALUE
             "ACCION (A=AGREGAR E=ELIMINAR): ".
         03  LINE 3 COL 36 PIC X USING ACCION.
         03  LINE 5 COL 5   VALUE "RUT.................: ".
         03  LINE 5 COL 28 PIC ZZZZZZZZZ9 USING RUT-SE.
         03  LINE 6 COL 5   VALUE "TIPO (V=VIP F=FAMILIAR): ".
         03  LINE 6 COL 31 PIC X USING TIPO-SE.
         03  LINE 7 COL 5   VALUE "OPERADOR PARIENTE...: ".
         03  LINE 7 COL 28 PIC X(10) USING OPERADOR-SE.
         03  LINE 8 COL 5   VALUE "MOTIVO..............: ".
         03  LINE 8 COL 28 PIC X(40) USING MOTIVO-SE.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A ADMINISTRA LOS CLIENTES SENSIBLES"
                TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-sensibles
           IF FS-SENSIBLES = "35" THEN
              OPEN OUTPUT datos-sensibles
              CLOSE datos-sensibles
              OPEN I-O datos-sensibles
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE "A"    TO ACCION
              MOVE 0      TO RUT-SE
              MOVE "V"    TO TIPO-SE
              MOVE SPACES TO OPERADOR-SE MOTIVO-SE
              DISPLAY PANTALLA-SENSIBLES
              ACCEPT  PANTALLA-SENSIBLES
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 EVALUATE ACCION
                     WHEN "E"
                     WHEN "e"
                         PERFORM ELIMINAR-SENSIBLE THRU
                                 ELIMINAR-SENSIBLE-FIN
                     WHEN OTHER
                         PERFORM AGREGAR-SENSIBLE THRU
                                 AGREGAR-SENSIBLE-FIN
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE datos-sensibles
           IF FS-USUARIOS = "00" THEN
              CLOSE datos-usuarios
           END-IF
           GOBACK.

       AGREGAR-SENSIBLE.
           IF RUT-SE = 0 THEN
              MOVE "INGRESE EL RUT DEL CLIENTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO AGREGAR-SENSIBLE-FIN
           END-IF
           MOVE RUT-SE TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "EL CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO AGREGAR-SENSIBLE-FIN
           END-READ
           IF TIPO-SE = "v" THEN
              MOVE "V" TO TIPO-SE
           END-IF
           IF TIPO-SE = "f" THEN
              MOVE "F" TO TIPO-SE
           END-IF
           IF TIPO-SE NOT = "V" AND TIPO-SE NOT = "F" THEN
              MOVE "TIPO DEBE SER V (VIP) O F (FAMILIAR)" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO AGREGAR-SENSIBLE-FIN
           END-IF
           IF MOTIVO-SE = SPACES THEN
              MOVE "EL MOTIVO ES OBLIGATORIO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO AGREGAR-SENSIBLE-FIN
           END-IF
           IF TIPO-SE = "V" THEN
              MOVE SPACES TO OPERADOR-SE
           END-IF
           MOVE RUT-SE         TO sens-rut
           MOVE TIPO-SE        TO sens-tipo
           MOVE OPERADOR-SE    TO sens-operador
           MOVE MOTIVO-SE      TO sens-motivo
           MOVE WS-FECHA-SYS   TO sens-fec-alta
           MOVE LK-OPERADOR-ID TO sens-agregado-por
           WRITE sens-registro
               INVALID KEY
                   REWRITE sens-registro END-REWRITE
           END-WRITE
           MOVE "CLIENTE MARCADO COMO SENSIBLE" TO MSG-ERROR
           MOVE "I"                             TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                             TO MSG-SEVERIDAD.
       AGREGAR-SENSIBLE-FIN.
           EXIT.

       ELIMINAR-SENSIBLE.
           MOVE RUT-SE TO sens-rut
           DELETE datos-sensibles
               INVALID KEY
                   MOVE "EL CLIENTE NO ESTA MARCADO" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ELIMINAR-SENSIBLE-FIN
           END-DELETE
           MOVE "MARCA DE CLIENTE SENSIBLE ELIMINADA" TO MSG-ERROR
           MOVE "I"                                   TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                                   TO MSG-SEVERIDAD.
       ELIMINAR-SENSIBLE-FIN.
           EXIT.

       END PROGRAM MantenedorSensibles.
