      *          EjecutarCadena): por cada entrada pendiente, en
      *          orden de llegada, busca dentro de su rango de
      *          fechas el primer bloque de una hora con cupo en la
      *          sucursal pedida (misma cuenta contra la capacidad
      *          efectiva del bloque que hace AgendarCita, segun la
      *          dotacion presente o sucursal-capacidad, saltando
      *          feriados y domingos del calendario); si lo
      *          encuentra, encola una notificacion al cliente, abre
      *          una tarea para el meson que registro la espera y
       01  WS-CUPO-HALLADO     PIC X.
       01  WS-CUPO-FECHA       PIC 9(08).
       01  WS-CUPO-HORA        PIC 9(04).
       01  WS-CAPACIDAD-BLOQUE PIC 9(03).

       01 PAR-ENTRADA-DOTACION.
           05  LK-DS-SUCURSAL  PIC X(04).
           05  LK-DS-FECHA     PIC 9(08).
           05  LK-DS-BLOQUE    PIC 9(02).
           05  LK-DS-CAP-FIJA  PIC 9(02).
           05  LK-DS-EXCLUIR   PIC X(10).
       01 PAR-SALIDA-DOTACION.
           05  LK-DS-CON-DOTACION PIC X.
           05  LK-DS-ASIGNADOS PIC 9(03).
           05  LK-DS-AUSENTES  PIC 9(03).
           05  LK-DS-PRESENTES PIC 9(03).
           05  LK-DS-CAPACIDAD PIC 9(03).

      *    CUPOS OFRECIDOS EN ESTA MISMA CORRIDA: TAMBIEN OCUPAN
      *    ASIENTO AL CONTAR EL BLOQUE, PARA NO OFRECER LA MISMA
                         WS-BLOQUE-HORA * 100 >= sucursal-hora-cierra
              PERFORM CONTAR-CITAS-BLOQUE
              PERFORM SUMAR-OFERTAS-CORRIDA
              PERFORM OBTENER-CAPACIDAD-BLOQUE
              IF WS-CITAS-BLOQUE < WS-CAPACIDAD-BLOQUE THEN
                 MOVE "S" TO WS-CUPO-HALLADO
                 MOVE WS-FECHA-BUSQ TO WS-CUPO-FECHA
                 COMPUTE WS-CUPO-HORA = WS-BLOQUE-HORA * 100
           END-PERFORM
           .

      *    MISMA CAPACIDAD DE BLOQUE QUE AgendarCita: OPERADORES
      *    PRESENTES EN WS-FECHA-BUSQ O sucursal-capacidad.
       OBTENER-CAPACIDAD-BLOQUE.
           MOVE espera-sucursal    TO LK-DS-SUCURSAL
           MOVE WS-FECHA-BUSQ      TO LK-DS-FECHA
           MOVE WS-BLOQUE-HORA     TO LK-DS-BLOQUE
           MOVE sucursal-capacidad TO LK-DS-CAP-FIJA
           MOVE SPACES             TO LK-DS-EXCLUIR
           CALL "DotacionSucursal" USING PAR-ENTRADA-DOTACION
                                         PAR-SALIDA-DOTACION
           MOVE LK-DS-CAPACIDAD TO WS-CAPACIDAD-BLOQUE
           .

      *    MISMA CUENTA DE BLOQUE QUE AgendarCita: CITAS AGENDADAS
      *    DE LA SUCURSAL EN EL BLOQUE HH00-HH59 DE WS-FECHA-BUSQ.
       CONTAR-CITAS-BLOQUE.
