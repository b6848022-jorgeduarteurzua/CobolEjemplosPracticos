                       GO TO BUSCAR-CITA-RECIENTE-FIN
                   NOT AT END
                       IF cita-rut = WS-RUT-EVAL AND
                          NOT cita-anulada AND
                          NOT cita-no-asistio THEN
                          MOVE cita-fecha TO WS-ULT-ACTIVIDAD
                       END-IF
               END-READ
