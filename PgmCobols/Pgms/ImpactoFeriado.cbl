      *          facturas y tareas pendientes al proximo dia habil
      *          (ProximoDiaHabil), reubica las citas agendadas en el
      *          proximo dia habil a la misma hora cuando el bloque
      *          de la sucursal tiene cupo segun la dotacion
      *          presente ese dia (encolando aviso al
      *          cliente via EncolarNotificacion), y deja en el spool
      *          una lista de excepciones con lo que necesita
      *          decision humana (bloque lleno, cliente con cita
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-tareas
       01  WS-BLOQUE-HASTA     PIC 9(04).
       01  WS-CITAS-BLOQUE     PIC 9(04).
       01  WS-CUPO-OK          PIC X.
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

       01  WS-RUT-EDIT         PIC Z(09)9.

              DIVIDE WS-CITA-HORA(WS-CITA-IDX) BY 100
                     GIVING WS-BLOQUE-HORA
              PERFORM CONTAR-CITAS-BLOQUE
              MOVE WS-CITA-SUCURSAL(WS-CITA-IDX) TO LK-DS-SUCURSAL
              MOVE WS-FECHA-DESTINO   TO LK-DS-FECHA
              MOVE WS-BLOQUE-HORA     TO LK-DS-BLOQUE
              MOVE sucursal-capacidad TO LK-DS-CAP-FIJA
              MOVE SPACES             TO LK-DS-EXCLUIR
              CALL "DotacionSucursal" USING PAR-ENTRADA-DOTACION
                                            PAR-SALIDA-DOTACION
              MOVE LK-DS-CAPACIDAD TO WS-CAPACIDAD-BLOQUE
              IF WS-CITAS-BLOQUE < WS-CAPACIDAD-BLOQUE THEN
                 MOVE "S" TO WS-CUPO-OK
              END-IF
           END-IF
                          MOVE WS-FECHA-DESTINO TO factura-fec-venc
                          MOVE WS-FECHA-SYS     TO factura-fecmod
                          MOVE "BATCH"          TO factura-usuario-mod
                          MOVE factura-estado
                            TO factura-llave-estado
                          MOVE factura-fec-venc
                            TO factura-llave-fec-venc
                          REWRITE factura-registro END-REWRITE
                          ADD 1 TO WS-CONT-FACT-MOV
                       END-IF
