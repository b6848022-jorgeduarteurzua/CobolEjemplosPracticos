              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-TARJETA-FIN
           END-IF
           IF usuario-fallecido THEN
              MOVE "CLIENTE FALLECIDO, NO ADMITE TARJETAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VALIDAR-TARJETA-FIN
           END-IF

           MOVE NUM-TARJETA TO LK-TARJETA
           CALL "ValidaTarjetaCredito" USING PAR-INPUT-TARJETA
