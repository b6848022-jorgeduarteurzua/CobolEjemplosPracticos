      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantencion de pagadores (pagadores.dat): el cliente
      *          que paga los servicios de otro. El pagador debe ser
      *          el empleador (EM) o el dueño (DU) del beneficiario
      *          segun relaciones.dat (beneficiario como origen) y
      *          estar activo. No se permiten cadenas: el pagador no
      *          puede tener a su vez pagador, ni el beneficiario
      *          pagar por otros. GenFacturas factura a los
      *          beneficiarios dentro de la factura consolidada del
      *          pagador y la deuda queda en la cuenta del pagador.
      *          Alta (o reasignacion) y eliminacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorPagadores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-pagadores
               ASSIGN TO
           "C:\PgmCobols\Data\pagadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-rut-beneficiario
               ALTERNATE RECORD KEY IS pag-rut-pagador
                   WITH DUPLICATES
               FILE STATUS IS FS-PAGADORES.

           SELECT datos-relaciones
               ASSIGN TO
           "C:\PgmCobols\Data\relaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-llave
               FILE STATUS IS FS-RELACIONES.

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
       FD  datos-pagadores.
           copy "C:\PgmCobols\FD\FDPagador.cpy".

       FD  datos-relaciones.
           copy "C:\PgmCobols\FD\FDRelacion.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PAGADORES        PIC XX.
       01  FS-RELACIONES       PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-TIPO-REL         PIC X(02).
       01  WS-CANT-BENEF       PIC 9(03).
       01  fin-pagadores       PIC X.

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
      *        A = alta o reasignacion; E = eliminar.
           05 RUT-BENEF     PIC 9(10).
           05 RUT-PAGADOR   PIC 9(10).
           05 SALIR         PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-PAGADOR.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Pagador de los Servicios".
         03  LINE 3 COL 5   VALUE "ACCION (A=ALTA E=ELIMINAR): ".
         03  LINE 3 COL 34 PIC X USING ACCION.
         03  LINE 5 COL 5   VALUE "RUT BENEFICIARIO: ".
         03  LINE 5 COL 24 PIC ZZZZZZZZZ9 USING RUT-BENEF.
         03  LINE 6 COL 5   VALUE "RUT PAGADOR.....: ".
         03  LINE 6 COL 24 PIC ZZZZZZZZZ9 USING RUT-PAGADOR.
         03  LINE 8 COL 5   VALUE
             "EL PAGADOR DEBE SER EMPLEADOR (EM) O DUEÑO (DU) DEL".
         03  LINE 9 COL 5   VALUE
             "BENEFICIARIO EN RELACIONES ENTRE CLIENTES.".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A PAGADORES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-pagadores
           IF FS-PAGADORES = "35" THEN
              OPEN OUTPUT datos-pagadores
              CLOSE datos-pagadores
              OPEN I-O datos-pagadores
           END-IF
           OPEN INPUT datos-relaciones
           OPEN INPUT datos-usuarios

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE "A"    TO ACCION
              MOVE 0      TO RUT-BENEF RUT-PAGADOR
              DISPLAY PANTALLA-PAGADOR
              ACCEPT  PANTALLA-PAGADOR
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 IF ACCION = "E" OR ACCION = "e" THEN
                    PERFORM ELIMINAR-PAGADOR THRU
                            ELIMINAR-PAGADOR-FIN
                 ELSE
                    PERFORM ALTA-PAGADOR THRU ALTA-PAGADOR-FIN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE datos-pagadores datos-usuarios
           IF FS-RELACIONES NOT = "35" THEN
              CLOSE datos-relaciones
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * ALTA-PAGADOR : valida ambos RUT, la relacion EM/DU y que  *
      * no se forme una cadena; un beneficiario que ya tenia      *
      * pagador queda reasignado al nuevo.                        *
      *----------------------------------------------------------*
       ALTA-PAGADOR.
           IF RUT-BENEF = RUT-PAGADOR OR RUT-BENEF = 0 OR
              RUT-PAGADOR = 0 THEN
              MOVE "LOS RUT DEBEN SER DISTINTOS Y VALIDOS"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ALTA-PAGADOR-FIN
           END-IF

           MOVE RUT-BENEF TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS NOT = "00" OR usuario-baja THEN
              MOVE "BENEFICIARIO NO EXISTE O ESTA DE BAJA"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ALTA-PAGADOR-FIN
           END-IF
           MOVE RUT-PAGADOR TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS NOT = "00" OR NOT usuario-activo THEN
              MOVE "PAGADOR NO EXISTE O NO ESTA ACTIVO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ALTA-PAGADOR-FIN
           END-IF

           MOVE SPACES TO WS-TIPO-REL
           IF FS-RELACIONES = "00" THEN
              MOVE RUT-BENEF   TO rel-rut-origen
              MOVE RUT-PAGADOR TO rel-rut-destino
              READ datos-relaciones
                  NOT INVALID KEY
                      IF rel-empleador OR rel-dueno THEN
                         MOVE rel-tipo TO WS-TIPO-REL
                      END-IF
              END-READ
           END-IF
           IF WS-TIPO-REL = SPACES THEN
              MOVE "PAGADOR NO ES EMPLEADOR NI DUEÑO DEL BENEFICIARIO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ALTA-PAGADOR-FIN
           END-IF

           MOVE RUT-PAGADOR TO pag-rut-beneficiario
           READ datos-pagadores
               NOT INVALID KEY
                   MOVE "EL PAGADOR TIENE A SU VEZ UN PAGADOR"
                                   TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ALTA-PAGADOR-FIN
           END-READ
           MOVE RUT-BENEF TO pag-rut-pagador
           START datos-pagadores KEY IS = pag-rut-pagador
               NOT INVALID KEY
                   MOVE "EL BENEFICIARIO YA PAGA POR OTROS CLIENTES"
                                   TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ALTA-PAGADOR-FIN
           END-START
      *       LA FACTURA CONSOLIDADA ADMITE HASTA 200 BLOQUES.
           PERFORM CONTAR-BENEFICIARIOS
           IF WS-CANT-BENEF >= 200 THEN
              MOVE "EL PAGADOR YA TIENE 200 BENEFICIARIOS"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ALTA-PAGADOR-FIN
           END-IF

           MOVE RUT-BENEF      TO pag-rut-beneficiario
           MOVE RUT-PAGADOR    TO pag-rut-pagador
           MOVE WS-TIPO-REL    TO pag-tipo-rel
           MOVE WS-FECHA-SYS   TO pag-fec-asignacion
           MOVE WS-FECHA-SYS   TO pag-fecmod
           MOVE LK-OPERADOR-ID TO pag-usuario-mod
           WRITE pag-registro
               INVALID KEY
      *            YA TENIA PAGADOR: SE REASIGNA.
                   REWRITE pag-registro END-REWRITE
           END-WRITE
           MOVE "PAGADOR GRABADO" TO MSG-ERROR
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD.
       ALTA-PAGADOR-FIN.
           EXIT.

      *    BENEFICIARIOS ACTUALES DEL PAGADOR, SIN CONTAR AL QUE SE
      *    ESTA GRABANDO (UNA REASIGNACION AL MISMO NO SUMA).
       CONTAR-BENEFICIARIOS.
           MOVE 0           TO WS-CANT-BENEF
           MOVE "N"         TO fin-pagadores
           MOVE RUT-PAGADOR TO pag-rut-pagador
           START datos-pagadores KEY IS = pag-rut-pagador
               INVALID KEY
                   MOVE "S" TO fin-pagadores
           END-START
           PERFORM UNTIL fin-pagadores = "S"
               READ datos-pagadores NEXT RECORD
                   AT END
                       MOVE "S" TO fin-pagadores
                   NOT AT END
                       IF pag-rut-pagador NOT = RUT-PAGADOR THEN
                          MOVE "S" TO fin-pagadores
                       ELSE
                          IF pag-rut-beneficiario NOT = RUT-BENEF THEN
                             ADD 1 TO WS-CANT-BENEF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ELIMINAR-PAGADOR.
           MOVE RUT-BENEF TO pag-rut-beneficiario
           DELETE datos-pagadores
               INVALID KEY
                   MOVE "EL BENEFICIARIO NO TIENE PAGADOR" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ELIMINAR-PAGADOR-FIN
           END-DELETE
           MOVE "PAGADOR ELIMINADO; VUELVE A FACTURARSE A SU NOMBRE"
                                   TO MSG-ERROR
           MOVE "I"                TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                TO MSG-SEVERIDAD.
       ELIMINAR-PAGADOR-FIN.
           EXIT.

       END PROGRAM MantenedorPagadores.
