      * Purpose: Cola de trabajo del operador: recorre tareas.dat y
      *          muestra las tareas pendientes asignadas al operador
      *          conectado que vencen hoy o ya estan atrasadas,
      *          permitiendo cerrarlas una a una. Tambien entran
      *          las tareas de las colas genericas (MESON, COBRANZA
      *          o sin operador) de los clientes cuya cartera tiene
      *          asignada el operador como ejecutivo de cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

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
       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-TAREAS           PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  WS-CLIENTES-OK      PIC X VALUE "N".
       01  WS-DE-MI-CARTERA    PIC X.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CONT-VENCEN      PIC 9(04) VALUE 0.
              DISPLAY "NO HAY TAREAS REGISTRADAS."
              GOBACK
           END-IF
      *       Sin clientes.dat la cola queda solo con lo asignado
      *       por nombre.
           MOVE "N" TO WS-CLIENTES-OK
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-CLIENTES-OK
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "TAREAS DE HOY Y ATRASADAS DE " LK-OPERADOR-ID
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       MOVE "N" TO WS-DE-MI-CARTERA
                       IF tarea-pendiente AND
                          tarea-fec-venc <= WS-FECHA-SYS THEN
                          PERFORM VER-CARTERA
                       END-IF
                       IF tarea-pendiente AND
                          tarea-fec-venc <= WS-FECHA-SYS AND
                          (tarea-operador = LK-OPERADOR-ID OR
                           WS-DE-MI-CARTERA = "S") THEN
                          PERFORM ATENDER-TAREA
                       END-IF
               END-READ
           DISPLAY "---------------------------------------------"
           DISPLAY "TAREAS EN COLA: " WS-CONT-VENCEN
           CLOSE datos-tareas
           IF WS-CLIENTES-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * VER-CARTERA : una tarea de cola generica es del operador  *
      * si el cliente lo tiene como ejecutivo de cuenta.          *
      *----------------------------------------------------------*
       VER-CARTERA.
           IF WS-CLIENTES-OK = "S" AND
              tarea-rut NOT = 0 AND
              (tarea-operador = "MESON" OR
               tarea-operador = "COBRANZA" OR
               tarea-operador = SPACES) THEN
              MOVE tarea-rut TO usuario-rut
              READ datos-usuarios END-READ
              IF FS-USUARIOS = "00" AND
                 usuario-ejecutivo = LK-OPERADOR-ID THEN
                 MOVE "S" TO WS-DE-MI-CARTERA
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * ATENDER-TAREA : muestra la tarea vencida o por vencer y   *
      * ofrece cerrarla; al cerrar se regraba con el estampado    *
