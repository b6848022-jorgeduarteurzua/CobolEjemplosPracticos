                   MOVE "AVAL/GARANTE"  TO WS-ROL-DESC
               WHEN rel-dueno
                   MOVE "DUEÑO"         TO WS-ROL-DESC
               WHEN rel-sucesion
                   MOVE "CONTACTO SUCESION" TO WS-ROL-DESC
               WHEN OTHER
                   MOVE rel-tipo        TO WS-ROL-DESC
           END-EVALUATE
