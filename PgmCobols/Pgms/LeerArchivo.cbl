      *        La interfaz no trae consentimientos: se cargan en N
      *        hasta que el cliente autorice en Mantenedor.
           05  lk-empresa    PIC X(03).
           05  lk-agente     PIC X(10).
           05  lk-segmento   PIC X(04).

       01  PAR-SALIDA-CARGA.
           05  OUT-CODRET   PIC 9(04).
           MOVE "N"          TO lk-consent-telefono
           MOVE "N"          TO lk-consent-postal
           MOVE "001"        TO lk-empresa
           MOVE SPACES       TO lk-agente
                                lk-segmento

           CALL "GrabarCliente" USING PAR-ENTRADA-CARGA
                                      PAR-SALIDA-CARGA
