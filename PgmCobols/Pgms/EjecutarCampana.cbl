      *          aunque la corrida se repita; los omitidos (sin canal
      *          utilizable) tambien quedan en la historia con su
      *          motivo, para que la campana sea auditable completa.
      *          Las cartas quedan ademas en la cola de impresion
      *          (EncolarImpresion), con el codigo de la campana como
      *          referencia, para el archivo consolidado de la
      *          imprenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LK-RC-ENCONTRADA PIC X.
           05  LK-RC-REGION     PIC X(30).

       01 PAR-ENTRADA-IMPRESION.
           05  lk-im-operacion PIC X.
           05  lk-im-rut       PIC 9(10).
           05  lk-im-origen    PIC X(10).
           05  lk-im-referencia PIC X(20).
           05  lk-im-linea     PIC X(132).
       01 PAR-SALIDA-IMPRESION.
           05  lk-im-codret    PIC 9.

       01 PAR-ENTRADA-NOTIF.
           05  lk-nt-rut        PIC 9(10).
           05  lk-nt-canal      PIC X.
           CLOSE datos-usuarios datos-camphist
           IF WS-CAM-CANAL = "C" THEN
              CLOSE archivo-cartas
              MOVE "C" TO lk-im-operacion
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF

           DISPLAY "-------------------------------------------"
           ADD 1 TO WS-CONT-ENVIADOS
           MOVE "E"    TO camph-resultado
           MOVE SPACES TO camph-detalle
           MOVE "I"              TO lk-im-operacion
           MOVE usuario-rut      TO lk-im-rut
           MOVE "CAMPANA"        TO lk-im-origen
           MOVE WS-CODIGO-PEDIDO TO lk-im-referencia
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-CANT
              MOVE WS-PLA-LINEA(WS-PLA-IDX) TO WS-LINEA-TRABAJO
              PERFORM SUSTITUIR-MARCADORES
              MOVE WS-LINEA-SALIDA TO carta-linea
              WRITE carta-linea
              IF lk-im-codret = 0 THEN
                 MOVE "D"             TO lk-im-operacion
                 MOVE WS-LINEA-SALIDA TO lk-im-linea
                 CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                               PAR-SALIDA-IMPRESION
              END-IF
           END-PERFORM
           MOVE ALL "=" TO carta-linea
           WRITE carta-linea
           IF lk-im-codret = 0 THEN
              MOVE "F" TO lk-im-operacion
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF.
       CONTACTAR-POR-CARTA-SALIR.
           EXIT.

