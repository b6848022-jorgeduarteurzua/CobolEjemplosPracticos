                               MOVE "INACTIVO"  TO ARR-EST(POS-ARR)
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO ARR-EST(POS-ARR)
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO ARR-EST(POS-ARR)
                           WHEN OTHER
                               MOVE "ACTIVO"    TO ARR-EST(POS-ARR)
                       END-EVALUATE
                               MOVE "INACTIVO"  TO ARR-EST(POS-ARR)
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO ARR-EST(POS-ARR)
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO ARR-EST(POS-ARR)
                           WHEN OTHER
                               MOVE "ACTIVO"    TO ARR-EST(POS-ARR)
                       END-EVALUATE
                               MOVE "INACTIVO"  TO SRT-ESTADO
                           WHEN usuario-baja
                               MOVE "DADO BAJA" TO SRT-ESTADO
                           WHEN usuario-fallecido
                               MOVE "FALLECIDO" TO SRT-ESTADO
                           WHEN OTHER
                               MOVE "ACTIVO"    TO SRT-ESTADO
                       END-EVALUATE
