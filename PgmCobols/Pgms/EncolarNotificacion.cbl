              GOBACK
           END-IF

      *       AL CLIENTE FALLECIDO NO SE LE ESCRIBE POR NINGUN CANAL;
      *       LA SUCESION SE ATIENDE APARTE (LiquidarSucesion).
           IF usuario-fallecido THEN
              MOVE 1 TO OUT-CODRET-NOTIF
              MOVE "CLIENTE FALLECIDO" TO OUT-DESRET-NOTIF
              CLOSE datos-usuarios
              GOBACK
           END-IF

           IF lk-nt-canal = "E" THEN
              IF usuario-email = SPACES THEN
                 MOVE 1 TO OUT-CODRET-NOTIF
