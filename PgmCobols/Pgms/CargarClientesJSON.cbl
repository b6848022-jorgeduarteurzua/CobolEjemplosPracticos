           05  lk-consent-telefono PIC X.
           05  lk-consent-postal   PIC X.
           05  lk-empresa    PIC X(03).
           05  lk-agente     PIC X(10).
           05  lk-segmento   PIC X(04).

       01  PAR-SALIDA-CARGA.
           05  OUT-CODRET   PIC 9(04).
                                lk-consent-telefono
                                lk-consent-postal
           MOVE SPACES       TO lk-empresa
                                lk-agente
                                lk-segmento
           CALL "GrabarCliente" USING PAR-ENTRADA-CARGA
                                      PAR-SALIDA-CARGA
           IF OUT-CODRET = 0 THEN
