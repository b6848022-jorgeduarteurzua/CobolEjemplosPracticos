              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CAMBIAR-ESTADO-FIN
           END-IF
           IF usuario-fallecido THEN
              MOVE "CLIENTE FALLECIDO, NO CAMBIA DE ESTADO"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CAMBIAR-ESTADO-FIN
           END-IF
           IF usuario-estado = NUEVO-ESTADO THEN
              MOVE "EL CLIENTE YA ESTA EN ESE ESTADO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
