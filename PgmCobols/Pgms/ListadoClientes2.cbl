                               MOVE "INACTIVO"  TO WS-ESTADO
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO WS-ESTADO
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO WS-ESTADO
                           WHEN OTHER
                               MOVE "ACTIVO"    TO WS-ESTADO
                       END-EVALUATE
                                   MOVE "INACTIVO"  TO WS-ESTADO
                               WHEN usuario-baja
                                   MOVE "DADO BAJA" TO WS-ESTADO
                               WHEN usuario-fallecido
                                   MOVE "FALLECIDO" TO WS-ESTADO
                               WHEN OTHER
                                   MOVE "ACTIVO"    TO WS-ESTADO
                           END-EVALUATE
                               MOVE "INACTIVO"  TO WS-ESTADO
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO WS-ESTADO
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO WS-ESTADO
                           WHEN OTHER
                               MOVE "ACTIVO"    TO WS-ESTADO
                       END-EVALUATE
                               MOVE "INACTIVO"  TO SRT-ESTADO
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO SRT-ESTADO
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO SRT-ESTADO
                           WHEN OTHER
                               MOVE "ACTIVO"    TO SRT-ESTADO
                       END-EVALUATE
                   MOVE "INACTIVO"  TO WS-REP-ESTADO
               WHEN usuario-baja
                   MOVE "DADO BAJA" TO WS-REP-ESTADO
               WHEN usuario-fallecido
                   MOVE "FALLECIDO" TO WS-REP-ESTADO
               WHEN OTHER
                   MOVE "ACTIVO"    TO WS-REP-ESTADO
           END-EVALUATE
