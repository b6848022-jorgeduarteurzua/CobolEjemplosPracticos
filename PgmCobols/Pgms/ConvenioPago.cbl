      *          CobranzaEtapas congela la cobranza mientras el
      *          convenio este vigente (y lo marca roto si una cuota
      *          vence impaga). Requiere el calendario generado.
      *          Pactar el convenio repone el servicio si estaba
      *          cortado por cobranza (ReponerServicio).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
           05 HABIL-FECHA-OK  PIC X(01).
           05 HABIL-FECHA-SAL PIC X(08).

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
           MOVE "CONVENIO PACTADO" TO MSG-ERROR
           MOVE "I"                TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD

      *       EL CONVENIO VIGENTE DEJA AL DIA AL CLIENTE: SI TENIA EL
      *       SERVICIO CORTADO POR COBRANZA SE REPONE DE INMEDIATO.
           MOVE RUT            TO lk-rp-rut
           MOVE LK-OPERADOR-ID TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS
           IF OUT-CODRET-RP = 0 THEN
              MOVE OUT-DESRET-RP TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF
           MOVE "E"                TO MSG-SEVERIDAD.
       PACTAR-CONVENIO-FIN.
           EXIT.
