      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Cartera por ejecutivo de cuenta. Opcion I asigna (o
      *          quita, con ejecutivo en blanco) el ejecutivo de un
      *          cliente; opcion M traspasa toda la cartera de un
      *          ejecutivo a otro cuando deja la empresa, moviendo
      *          tambien sus tareas pendientes de esos clientes. El
      *          ejecutivo debe ser un operador activo de
      *          usuarios.dat. Cada cambio queda en la auditoria
      *          (GrabarAuditoria) y en cartera_hist.dat
      *          (GrabarCarteraHist). Solo perfil A.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsignarCartera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-usuarios
               ASSIGN TO DYNAMIC WS-RUTA-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RUTA-CLIENTES    PIC X(60).
       01 PAR-SALIDA-AMBIENTE.
           05  LK-AMB-CODIGO       PIC X(04).
           05  LK-AMB-DESCRIPCION  PIC X(20).
           05  LK-AMB-RUTA-BASE    PIC X(40).

       01  FS-USUARIOS         PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  FS-TAREAS           PIC XX.
       01  fin-de-archivo      PIC X VALUE "N".
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-EJEC-ANTERIOR    PIC X(10).
       01  WS-EJEC-VALIDAR     PIC X(10).
       01  WS-EJEC-OK          PIC X.
       01  WS-CONT-CLIENTES    PIC 9(06).
       01  WS-CONT-TAREAS      PIC 9(06).
       01  WS-CONT-EDIT        PIC ZZZZZ9.
       01  WS-CONT-EDIT2       PIC ZZZZZ9.

       01 VARIABLES-PEDIR-PANTALLA.
           05 OPCION       PIC X.
           05 RUT          PIC 9(10).
           05 EJEC-ORIGEN  PIC X(10).
           05 EJECUTIVO    PIC X(10).
           05 SALIR        PIC X.

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10).
           05  audit-dv         PIC X.
           05  audit-campo      PIC X(15) VALUE "EJECUTIVO".
           05  audit-valor-ant  PIC X(50).
           05  audit-valor-nue  PIC X(50).
           05  audit-usuario    PIC X(20) VALUE "SISTEMA".

       01 PAR-ENTRADA-CARHIST.
           05  lk-ch-rut        PIC 9(10).
           05  lk-ch-ejec-ant   PIC X(10).
           05  lk-ch-ejec-nue   PIC X(10).
           05  lk-ch-tipo       PIC X.
           05  lk-ch-operador   PIC X(10).

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
       01  PANTALLA-CARTERA.
         03  BLANK SCREEN.
         03  LINE 1 COL 25  VALUE "Cartera por Ejecutivo".
         03  LINE 4 COL 5   VALUE "OPCION........: ".
         03  LINE 4 COL 22 PIC X USING OPCION.
         03  LINE 4 COL 25  VALUE "I=UN CLIENTE; M=TRASPASO MASIVO".
         03  LINE 6 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 6 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 34  VALUE "(SOLO OPCION I)".
         03  LINE 7 COL 5   VALUE "EJEC. ORIGEN..: ".
         03  LINE 7 COL 22 PIC X(10) USING EJEC-ORIGEN.
         03  LINE 7 COL 34  VALUE "(SOLO OPCION M)".
         03  LINE 8 COL 5   VALUE "EJECUTIVO.....: ".
         03  LINE 8 COL 22 PIC X(10) USING EJECUTIVO.
         03  LINE 8 COL 34  VALUE "(I: BLANCO = QUITAR)".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           PERFORM RESOLVER-RUTA-CLIENTES
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A ADMINISTRA LA CARTERA"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           MOVE LK-OPERADOR-ID TO audit-usuario
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-usuarios
           OPEN INPUT datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              MOVE "FALTA EL MAESTRO DE OPERADORES (usuarios.dat)"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-usuarios
              GOBACK
           END-IF

           MOVE "N"   TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT
              MOVE SPACES TO OPCION EJEC-ORIGEN EJECUTIVO
              DISPLAY PANTALLA-CARTERA
              ACCEPT  PANTALLA-CARTERA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 EVALUATE OPCION
                    WHEN "I"
                    WHEN "i"
                       PERFORM ASIGNAR-CLIENTE THRU
                               ASIGNAR-CLIENTE-FIN
                    WHEN "M"
                    WHEN "m"
                       PERFORM TRASPASO-MASIVO THRU
                               TRASPASO-MASIVO-FIN
                    WHEN OTHER
                       MOVE "OPCION DEBE SER I O M" TO MSG-ERROR
                       CALL "VentanaMsj" USING MSG-ERROR
                                               MSG-SEVERIDAD
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE datos-usuarios datos-operadores
           GOBACK.

      *----------------------------------------------------------*
      * ASIGNAR-CLIENTE : asigna o quita el ejecutivo de un solo   *
      * cliente; se regraba con el estampado de fecmod/usuario-mod *
      * igual que CambiarEstadoCliente.                            *
      *----------------------------------------------------------*
       ASIGNAR-CLIENTE.
           IF EJECUTIVO NOT = SPACES THEN
              MOVE EJECUTIVO TO WS-EJEC-VALIDAR
              PERFORM VALIDAR-EJECUTIVO THRU VALIDAR-EJECUTIVO-FIN
              IF WS-EJEC-OK NOT = "S" THEN
                 GO TO ASIGNAR-CLIENTE-FIN
              END-IF
           END-IF

           MOVE RUT TO usuario-rut
           READ datos-usuarios WITH LOCK END-READ
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "CLIENTE NO EXISTE O ESTA TOMADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-CLIENTE-FIN
           END-IF
           IF usuario-baja THEN
              MOVE "CLIENTE DADO DE BAJA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              UNLOCK datos-usuarios
              GO TO ASIGNAR-CLIENTE-FIN
           END-IF
           IF usuario-ejecutivo = EJECUTIVO THEN
              MOVE "EL CLIENTE YA TIENE ESE EJECUTIVO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              UNLOCK datos-usuarios
              GO TO ASIGNAR-CLIENTE-FIN
           END-IF

           MOVE usuario-ejecutivo TO WS-EJEC-ANTERIOR
           MOVE EJECUTIVO         TO usuario-ejecutivo
           MOVE WS-FECHA-SYS      TO usuario-fecmod
           MOVE LK-OPERADOR-ID    TO usuario-usuario-mod
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "NO SE PUDO GRABAR LA ASIGNACION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ASIGNAR-CLIENTE-FIN
           END-IF

           MOVE "I" TO lk-ch-tipo
           PERFORM DEJAR-RASTRO

           MOVE "EJECUTIVO ACTUALIZADO" TO MSG-ERROR
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       ASIGNAR-CLIENTE-FIN.
           EXIT.

      *----------------------------------------------------------*
      * TRASPASO-MASIVO : toda la cartera del ejecutivo origen     *
      * pasa al destino (cliente por cliente, con su rastro M), y  *
      * despues sus tareas pendientes de esos mismos clientes.     *
      *----------------------------------------------------------*
       TRASPASO-MASIVO.
           IF EJEC-ORIGEN = SPACES OR EJECUTIVO = SPACES THEN
              MOVE "INDIQUE EJECUTIVO ORIGEN Y DESTINO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO TRASPASO-MASIVO-FIN
           END-IF
           IF EJEC-ORIGEN = EJECUTIVO THEN
              MOVE "ORIGEN Y DESTINO SON EL MISMO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO TRASPASO-MASIVO-FIN
           END-IF
      *       El origen puede estar ya bloqueado (se fue); solo el
      *       destino tiene que ser un operador activo.
           MOVE EJECUTIVO TO WS-EJEC-VALIDAR
           PERFORM VALIDAR-EJECUTIVO THRU VALIDAR-EJECUTIVO-FIN
           IF WS-EJEC-OK NOT = "S" THEN
              GO TO TRASPASO-MASIVO-FIN
           END-IF

           MOVE 0   TO WS-CONT-CLIENTES WS-CONT-TAREAS
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-usuarios NEXT RECORD WITH LOCK
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF usuario-ejecutivo = EJEC-ORIGEN THEN
                          PERFORM TRASPASAR-CLIENTE
                       ELSE
                          UNLOCK datos-usuarios
                       END-IF
               END-READ
           END-PERFORM

           PERFORM TRASPASAR-TAREAS THRU TRASPASAR-TAREAS-FIN

           MOVE WS-CONT-CLIENTES TO WS-CONT-EDIT
           MOVE WS-CONT-TAREAS   TO WS-CONT-EDIT2
           MOVE SPACES TO MSG-ERROR
           STRING "CLIENTES TRASPASADOS: " DELIMITED BY SIZE
                  WS-CONT-EDIT             DELIMITED BY SIZE
                  " TAREAS: "              DELIMITED BY SIZE
                  WS-CONT-EDIT2            DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       TRASPASO-MASIVO-FIN.
           EXIT.

       TRASPASAR-CLIENTE.
           MOVE usuario-ejecutivo TO WS-EJEC-ANTERIOR
           MOVE EJECUTIVO         TO usuario-ejecutivo
           MOVE WS-FECHA-SYS      TO usuario-fecmod
           MOVE LK-OPERADOR-ID    TO usuario-usuario-mod
           REWRITE usuario-registro END-REWRITE
           IF FS-USUARIOS = "00" THEN
              ADD 1 TO WS-CONT-CLIENTES
              MOVE "M" TO lk-ch-tipo
              PERFORM DEJAR-RASTRO
           ELSE
              UNLOCK datos-usuarios
           END-IF
           .

      *----------------------------------------------------------*
      * TRASPASAR-TAREAS : las tareas pendientes del origen sobre  *
      * clientes que ahora son del destino pasan a este; las que   *
      * no son de un cliente de la cartera quedan donde estan.     *
      *----------------------------------------------------------*
       TRASPASAR-TAREAS.
           OPEN I-O datos-tareas
           IF FS-TAREAS NOT = "00" THEN
              GO TO TRASPASAR-TAREAS-FIN
           END-IF
           MOVE "N" TO fin-de-archivo
           MOVE 0 TO tarea-rut tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF tarea-pendiente AND
                          tarea-operador = EJEC-ORIGEN AND
                          tarea-rut NOT = 0 THEN
                          PERFORM TRASPASAR-UNA-TAREA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-tareas.
       TRASPASAR-TAREAS-FIN.
           EXIT.

       TRASPASAR-UNA-TAREA.
           MOVE tarea-rut TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS = "00" AND
              usuario-ejecutivo = EJECUTIVO THEN
              MOVE EJECUTIVO      TO tarea-operador
              MOVE WS-FECHA-SYS   TO tarea-fecmod
              MOVE LK-OPERADOR-ID TO tarea-usuario-mod
              REWRITE tarea-registro END-REWRITE
              IF FS-TAREAS = "00" THEN
                 ADD 1 TO WS-CONT-TAREAS
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * VALIDAR-EJECUTIVO : el ejecutivo tiene que existir en      *
      * usuarios.dat y estar activo.                               *
      *----------------------------------------------------------*
       VALIDAR-EJECUTIVO.
           MOVE "N" TO WS-EJEC-OK
           MOVE WS-EJEC-VALIDAR TO operador-id
           READ datos-operadores END-READ
           IF FS-OPERADORES NOT = "00" THEN
              MOVE "EJECUTIVO NO EXISTE EN OPERADORES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-EJECUTIVO-FIN
           END-IF
           IF NOT operador-activo THEN
              MOVE "EJECUTIVO BLOQUEADO, NO SE LE ASIGNA CARTERA"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-EJECUTIVO-FIN
           END-IF
           MOVE "S" TO WS-EJEC-OK.
       VALIDAR-EJECUTIVO-FIN.
           EXIT.

      *    AUDITORIA DEL CAMPO Y FILA EN cartera_hist.dat; lk-ch-tipo
      *    VIENE PUESTO POR QUIEN LLAMA.
       DEJAR-RASTRO.
           MOVE usuario-rut      TO audit-rut
           MOVE usuario-dv       TO audit-dv
           MOVE WS-EJEC-ANTERIOR TO audit-valor-ant
           MOVE EJECUTIVO        TO audit-valor-nue
           CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT

           MOVE usuario-rut      TO lk-ch-rut
           MOVE WS-EJEC-ANTERIOR TO lk-ch-ejec-ant
           MOVE EJECUTIVO        TO lk-ch-ejec-nue
           MOVE LK-OPERADOR-ID   TO lk-ch-operador
           CALL "GrabarCarteraHist" USING PAR-ENTRADA-CARHIST
           .

      *    LA RUTA DE clientes.dat SALE DEL AMBIENTE ACTIVO
      *    (LeerAmbiente), IGUAL QUE EN GrabarCliente: TODO PROGRAMA
      *    QUE ESCRIBE EL MAESTRO DEBE RESOLVERLA AQUI PARA QUE UN
      *    AMBIENTE DE PRUEBA NO MUTE PRODUCCION A MEDIAS.
       RESOLVER-RUTA-CLIENTES.
           CALL "LeerAmbiente" USING PAR-SALIDA-AMBIENTE
           MOVE SPACES TO WS-RUTA-CLIENTES
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "clientes.dat"   DELIMITED BY SIZE
                     INTO WS-RUTA-CLIENTES
           END-STRING
           .

       END PROGRAM AsignarCartera.
