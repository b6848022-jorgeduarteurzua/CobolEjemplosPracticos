               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-FACTURAS.

           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA      PIC 9(08).
           05  LK-FN-ESTADO     PIC X.
           05  LK-FN-ORIGEN     PIC X.
       01 PAR-ENTRADA-PERIODO.
           05  lk-vp-fecha      PIC 9(08).
       01 PAR-SALIDA-PERIODO.
           05  lk-vp-estado     PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-NC.
           05  lk-nc-rut        PIC 9(10).
       01 PAR-SALIDA-NC.
           05  OUT-CODRET-NC    PIC 9(04).
      *        0 = emitida; 1 = rechazada (factura no existe, no
      *        admite nota, monto invalido o periodo contable
      *        cerrado); 2 = error de archivo
           05  OUT-DESRET-NC    PIC X(50).
           05  OUT-NUMERO-NC    PIC 9(06).

           MOVE "N" TO fin-de-archivo
           MOVE 0   TO WS-ULTIMO-NUMERO

      *       EL ABONO DE LA NOTA SE CONTABILIZA EN LA FECHA DE
      *       NEGOCIO; SI ESE PERIODO ESTA CERRADO SE RECHAZA ANTES
      *       DE TOCAR LA FACTURA.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO lk-vp-fecha
           CALL "VerificarPeriodo" USING PAR-ENTRADA-PERIODO
                                         PAR-SALIDA-PERIODO
           IF lk-vp-estado = "C" THEN
              MOVE 1 TO OUT-CODRET-NC
              MOVE "PERIODO CONTABLE CERRADO; NO SE EMITE NOTA"
                                     TO OUT-DESRET-NC
              GOBACK
           END-IF

           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              MOVE 2 TO OUT-CODRET-NC
           END-IF
           MOVE WS-FECHA-SYS   TO factura-fecmod
           MOVE lk-nc-operador TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE

           MOVE lk-nc-rut      TO lk-mov-rut
