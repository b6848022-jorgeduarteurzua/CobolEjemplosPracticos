                   MOVE "CUMPLIDA " TO WS-ESTADO-DESC
               WHEN cita-anulada
                   MOVE "ANULADA  " TO WS-ESTADO-DESC
               WHEN cita-no-asistio
                   MOVE "NO ASIST." TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE "AGENDADA " TO WS-ESTADO-DESC
           END-EVALUATE
