           05  lk-consent-telefono PIC X.
           05  lk-consent-postal   PIC X.
           05  lk-empresa    PIC X(03).
           05  lk-agente     PIC X(10).
           05  lk-segmento   PIC X(04).

       01  PAR-SALIDA-CARGA.
           05  OUT-CODRET   PIC 9(04).
           MOVE usuario-consent-telefono TO lk-consent-telefono
           MOVE usuario-consent-postal   TO lk-consent-postal
           MOVE usuario-empresa      TO lk-empresa
           MOVE usuario-agente       TO lk-agente
           MOVE usuario-segmento     TO lk-segmento

           IF COR-TELEFONO1 NOT = SPACES THEN
              MOVE COR-TELEFONO1 TO lk-telefono1
