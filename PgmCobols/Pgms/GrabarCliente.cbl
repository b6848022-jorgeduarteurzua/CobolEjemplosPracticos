           05  WS-ANT-CONSENT-POSTAL   PIC X.
           05  WS-ANT-RAZON-SOCIAL PIC X(60).
           05  WS-ANT-GIRO         PIC X(60).
           05  WS-ANT-EMPRESA      PIC X(03).
           05  WS-ANT-SEGMENTO     PIC X(04).

       01 PAR-ENTRADA-AUDIT.
           05  audit-rut        PIC 9(10).
           05  lk-modo       PIC X.
      *        A = Alta (solo inserta, rechaza si el RUT ya existe)
      *        M = Mantencion (inserta o regraba si el RUT ya existe)
      *        C = Cambio masivo: como M, mas empresa y segmento
           05  lk-usuario    PIC X(10).
      *        Operador que graba, para estampar en la auditoria
           05  lk-tipo-doc   PIC X.
      *        Empresa de la sesion; en un alta se estampa en el
      *        registro (vacio = "001"). En mantencion el registro
      *        conserva su empresa original.
           05  lk-agente     PIC X(10).
      *        Operador que trajo al cliente (comision de captacion);
      *        como la empresa, solo se estampa en el alta.
           05  lk-segmento   PIC X(04).
      *        Solo modo C (cambio masivo, MantencionMasiva): ese
      *        modo es una mantencion que ademas regraba la empresa
      *        (lk-empresa) y el segmento comercial del registro.
       01 PAR-SALIDA.
           05  OUT-CODRET   PIC 9(04).
           05  OUT-DESRET   PIC X(50).
              MOVE usuario-consent-postal   TO WS-ANT-CONSENT-POSTAL
              MOVE usuario-razon-social TO WS-ANT-RAZON-SOCIAL
              MOVE usuario-giro         TO WS-ANT-GIRO
              MOVE usuario-empresa      TO WS-ANT-EMPRESA
              MOVE usuario-segmento     TO WS-ANT-SEGMENTO
              IF lk-modo = "M" OR lk-modo = "C" THEN
      *             Ver nota sobre layouts distintos mas arriba: copia
      *             campo a campo, no MOVE de grupo.
                 MOVE lk-rut           TO usuario-rut
                 MOVE lk-consent-telefono
                                       TO usuario-consent-telefono
                 MOVE lk-consent-postal TO usuario-consent-postal
                 IF lk-modo = "C" THEN
                    MOVE lk-empresa    TO usuario-empresa
                    MOVE lk-segmento   TO usuario-segmento
                 END-IF
      *             Un dato de contacto corregido limpia su marca de
      *             invalido (rebote del gateway / sobre devuelto);
      *             si el dato no cambio, la marca se conserva.
               MOVE SPACE           TO usuario-email-invalido
                                       usuario-dir-invalida
               MOVE WS-COD-POSTAL   TO usuario-cod-postal
               MOVE lk-agente       TO usuario-agente
               MOVE SPACES          TO usuario-ejecutivo
      *            El segmento lo estampa la corrida SegmentarClientes;
      *            un alta parte sin clasificar.
               WRITE usuario-registro END-WRITE
                  MOVE SPACES               TO audit-valor-ant
                  MOVE "ALTA"               TO audit-valor-nue
                  CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
      *             La imagen del alta queda tambien en preimagen.dat:
      *             es la que RecuperarMaestro usa para rehacer un
      *             cliente creado despues del ultimo respaldo.
                  MOVE lk-rut               TO lk-pi-rut
                  MOVE audit-usuario        TO lk-pi-operador
                  MOVE usuario-registro     TO lk-pi-imagen
                  CALL "GrabarPreimagen" USING PAR-ENTRADA-PREIMG
      *             La direccion inicial tambien abre el historial de
      *             vigencias, para que la consulta "a la fecha X"
      *             tenga desde cuando responder.
              MOVE lk-giro(1:50)   TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
      *       Empresa y segmento solo los regraba el modo C; en M
      *       lk-empresa es la empresa de la sesion, no un cambio.
           IF lk-modo = "C" AND WS-ANT-EMPRESA NOT = lk-empresa THEN
              MOVE "EMPRESA"       TO audit-campo
              MOVE WS-ANT-EMPRESA  TO audit-valor-ant
              MOVE lk-empresa      TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           IF lk-modo = "C" AND WS-ANT-SEGMENTO NOT = lk-segmento THEN
              MOVE "SEGMENTO"      TO audit-campo
              MOVE WS-ANT-SEGMENTO TO audit-valor-ant
              MOVE lk-segmento     TO audit-valor-nue
              CALL "GrabarAuditoria" USING PAR-ENTRADA-AUDIT
           END-IF
           .

       END PROGRAM GrabarCliente.
