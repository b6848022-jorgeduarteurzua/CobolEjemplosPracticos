                   MOVE "INACTIVO"  TO WS-REP-ESTADO
               WHEN usuario-baja
                   MOVE "DADO BAJA" TO WS-REP-ESTADO
               WHEN usuario-fallecido
                   MOVE "FALLECIDO" TO WS-REP-ESTADO
               WHEN OTHER
                   MOVE "ACTIVO"    TO WS-REP-ESTADO
           END-EVALUATE
