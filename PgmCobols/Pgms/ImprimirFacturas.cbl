      *          claramente como copia. La mitad de los llamados que
      *          atienden los cajeros parten con "nunca me llego nada
      *          que dijera cuanto pagar": esto es ese papel.
      *          La factura consolidada de un pagador imprime, tras
      *          sus lineas propias, un bloque por beneficiario
      *          (factura_benef.dat) con sus lineas y subtotal.
      *          En la corrida del periodo (no en el duplicado) cada
      *          factura queda ademas en la cola de impresion
      *          (EncolarImpresion) para el archivo consolidado de la
      *          imprenta; reimprimir el periodo no la repite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-FACTDET.

           SELECT datos-factbenef
               ASSIGN TO
           "C:\PgmCobols\Data\factura_benef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fben-llave
               FILE STATUS IS FS-FACTBENEF.

           SELECT documento ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCUMENTO.
       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-factbenef.
           copy "C:\PgmCobols\FD\FDFactBenef.cpy".

       FD  documento.
       01  DOC-LINEA           PIC X(100).

       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-SPOOL       PIC X(80).
       01  WS-FACTDET-OK       PIC X VALUE "N".
       01  FS-FACTBENEF        PIC XX.
       01  WS-FACTBENEF-OK     PIC X VALUE "N".
       01  fin-bloques         PIC X.
       01  WS-DET-RUT          PIC 9(10).
       01  fin-documento       PIC X.

       01  WS-PERIODO-PEDIDO   PIC 9(06).
       01  WS-RUT-PEDIDO       PIC 9(10).
       01 PAR-SALIDA-LETRAS.
           05  LK-CL-TEXTO     PIC X(200).

       01 PAR-ENTRADA-IMPRESION.
           05  lk-im-operacion PIC X.
           05  lk-im-rut       PIC 9(10).
           05  lk-im-origen    PIC X(10).
           05  lk-im-referencia PIC X(20).
           05  lk-im-linea     PIC X(132).
       01 PAR-SALIDA-IMPRESION.
           05  lk-im-codret    PIC 9.

       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo WS-FACTDET-OK WS-FACTBENEF-OK
           MOVE 0   TO WS-CONT-IMPRESAS
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           IF FS-FACTDET = "00" THEN
              MOVE "S" TO WS-FACTDET-OK
           END-IF
           OPEN INPUT datos-factbenef
           IF FS-FACTBENEF = "00" THEN
              MOVE "S" TO WS-FACTBENEF-OK
           END-IF

           IF WS-ES-DUPLICADO = "S" THEN
              MOVE WS-RUT-PEDIDO     TO factura-rut
           IF WS-FACTDET-OK = "S" THEN
              CLOSE datos-factdet
           END-IF
           IF WS-FACTBENEF-OK = "S" THEN
              CLOSE datos-factbenef
           END-IF
           IF WS-ES-DUPLICADO = "N" THEN
              MOVE "C" TO lk-im-operacion
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF

           DISPLAY "FACTURAS IMPRESAS: " WS-CONT-IMPRESAS
           GOBACK.
           MOVE ALL "-" TO DOC-LINEA
           WRITE DOC-LINEA

      *       DESGLOSE TRIBUTARIO (LAS FACTURAS ANTERIORES AL
      *       DESGLOSE LO TRAEN EN CERO Y NO LO IMPRIMEN).
           IF factura-neto > 0 OR factura-exento > 0 OR
              factura-iva > 0 THEN
              MOVE factura-neto   TO WS-MONTO-EDIT
              MOVE factura-exento TO WS-MONTO-EDIT2
              MOVE SPACES TO DOC-LINEA
              STRING "NETO $"         DELIMITED BY SIZE
                     WS-MONTO-EDIT    DELIMITED BY SIZE
                     "   EXENTO $"    DELIMITED BY SIZE
                     WS-MONTO-EDIT2   DELIMITED BY SIZE
                        INTO DOC-LINEA
              END-STRING
              WRITE DOC-LINEA
              MOVE factura-iva    TO WS-MONTO-EDIT
              MOVE SPACES TO DOC-LINEA
              STRING "IVA "           DELIMITED BY SIZE
                     factura-tasa-iva DELIMITED BY SIZE
                     "% $"            DELIMITED BY SIZE
                     WS-MONTO-EDIT    DELIMITED BY SIZE
                        INTO DOC-LINEA
              END-STRING
              WRITE DOC-LINEA
           END-IF

           MOVE factura-monto TO WS-MONTO-EDIT
           MOVE SPACES TO DOC-LINEA
           STRING "TOTAL $"          DELIMITED BY SIZE
           MOVE ALL "=" TO DOC-LINEA
           WRITE DOC-LINEA
           CLOSE documento
           IF WS-ES-DUPLICADO = "N" THEN
              PERFORM ENCOLAR-FACTURA
           END-IF
           .

      *    LA PIEZA RECIEN CERRADA SE RELEE Y PASA TAL CUAL A LA COLA
      *    DE IMPRESION: LA IMPRENTA RECIBE EL MISMO PAPEL.
       ENCOLAR-FACTURA.
           MOVE "I"         TO lk-im-operacion
           MOVE factura-rut TO lk-im-rut
           MOVE "FACTURA"   TO lk-im-origen
           MOVE SPACES      TO lk-im-referencia
           STRING "PERIODO-"      DELIMITED BY SIZE
                  factura-periodo DELIMITED BY SIZE
                     INTO lk-im-referencia
           END-STRING
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION
           IF lk-im-codret = 0 THEN
              MOVE "N" TO fin-documento
              OPEN INPUT documento
              IF FS-DOCUMENTO NOT = "00" THEN
                 MOVE "S" TO fin-documento
              END-IF
              PERFORM UNTIL fin-documento = "S"
                  READ documento
                      AT END
                          MOVE "S" TO fin-documento
                      NOT AT END
                          MOVE "D"       TO lk-im-operacion
                          MOVE DOC-LINEA TO lk-im-linea
                          CALL "EncolarImpresion" USING
                               PAR-ENTRADA-IMPRESION
                               PAR-SALIDA-IMPRESION
                  END-READ
              END-PERFORM
              IF FS-DOCUMENTO = "00" OR FS-DOCUMENTO = "10" THEN
                 CLOSE documento
              END-IF
              MOVE "F" TO lk-im-operacion
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF
           .

      *    LAS LINEAS SALEN DE factura_det.dat (GenFacturas las
       ESCRIBIR-DETALLE.
           MOVE 0 TO WS-CONT-LINEAS
           IF WS-FACTDET-OK = "S" THEN
              IF factura-cant-benef IS NUMERIC AND
                 factura-cant-benef > 0 AND
                 WS-FACTBENEF-OK = "S" THEN
                 MOVE "SERVICIOS DEL TITULAR" TO DOC-LINEA
                 WRITE DOC-LINEA
              END-IF
              MOVE factura-rut TO WS-DET-RUT
              PERFORM ESCRIBIR-LINEAS-RUT
              IF factura-cant-benef IS NUMERIC AND
                 factura-cant-benef > 0 AND
                 WS-FACTBENEF-OK = "S" THEN
                 PERFORM ESCRIBIR-BLOQUES
              END-IF
           END-IF
           IF WS-CONT-LINEAS = 0 THEN
              MOVE factura-monto TO WS-MONTO-EDIT
           END-IF
           .

      *    FACTURA CONSOLIDADA: UN BLOQUE POR BENEFICIARIO, CON SUS
      *    LINEAS (factura_det.dat BAJO SU RUT) Y SU SUBTOTAL.
       ESCRIBIR-BLOQUES.
           MOVE "N"             TO fin-bloques
           MOVE factura-rut     TO fben-rut-pagador
           MOVE factura-periodo TO fben-periodo
           MOVE 0               TO fben-rut-benef
           START datos-factbenef KEY IS NOT < fben-llave
               INVALID KEY
                   MOVE "S" TO fin-bloques
           END-START
           PERFORM UNTIL fin-bloques = "S"
               READ datos-factbenef NEXT RECORD
                   AT END
                       MOVE "S" TO fin-bloques
                   NOT AT END
                       IF fben-rut-pagador NOT = factura-rut OR
                          fben-periodo NOT = factura-periodo THEN
                          MOVE "S" TO fin-bloques
                       ELSE
                          PERFORM ESCRIBIR-UN-BLOQUE
                       END-IF
               END-READ
           END-PERFORM
           .

       ESCRIBIR-UN-BLOQUE.
           MOVE fben-rut-benef TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE SPACES TO usuario-nombre usuario-apepat
                                  usuario-dv
           END-READ
           MOVE fben-rut-benef TO WS-RUT-EDIT
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           STRING "BENEFICIARIO: " DELIMITED BY SIZE
                  WS-RUT-EDIT      DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  usuario-dv       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  usuario-nombre   DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  usuario-apepat   DELIMITED BY "  "
                     INTO DOC-LINEA
           END-STRING
           WRITE DOC-LINEA
           MOVE fben-rut-benef TO WS-DET-RUT
           PERFORM ESCRIBIR-LINEAS-RUT
           MOVE fben-monto TO WS-MONTO-EDIT
           MOVE SPACES TO DOC-LINEA
           STRING "      SUBTOTAL BENEFICIARIO $" DELIMITED BY SIZE
                  WS-MONTO-EDIT                   DELIMITED BY SIZE
                     INTO DOC-LINEA
           END-STRING
           WRITE DOC-LINEA
           .

       ESCRIBIR-LINEAS-RUT.
           MOVE "N"             TO fin-detalle
           MOVE WS-DET-RUT      TO fdet-rut
           MOVE factura-periodo TO fdet-periodo
           MOVE SPACES          TO fdet-servicio
           START datos-factdet KEY IS NOT < fdet-llave
               INVALID KEY
                   MOVE "S" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "S"
               READ datos-factdet NEXT RECORD
                   AT END
                       MOVE "S" TO fin-detalle
                   NOT AT END
                       IF fdet-rut NOT = WS-DET-RUT OR
                          fdet-periodo NOT =
                          factura-periodo THEN
                          MOVE "S" TO fin-detalle
                       ELSE
                          ADD 1 TO WS-CONT-LINEAS
                          MOVE fdet-precio-unit
                            TO WS-MONTO-EDIT
                          MOVE fdet-monto TO WS-MONTO-EDIT2
                          MOVE SPACES TO DOC-LINEA
      *                   DESCUENTO DE PROMOCION: RESTA DEL TOTAL.
                          IF fdet-linea-descuento THEN
                             STRING "DESCUENTO "
                                    fdet-descripcion
                                    "    = -$" WS-MONTO-EDIT2
                                    DELIMITED BY SIZE
                                       INTO DOC-LINEA
                             END-STRING
                          ELSE
                             STRING fdet-cantidad
                                    " x " fdet-descripcion
                                    " A $" WS-MONTO-EDIT
                                    " = $" WS-MONTO-EDIT2
                                    DELIMITED BY SIZE
                                       INTO DOC-LINEA
                             END-STRING
                          END-IF
      *                   LINEA PRORRATEADA: SE MUESTRA LA
      *                   FRACCION DEL MES QUE SE COBRO.
                          IF fdet-dias-activos > 0 AND
                             fdet-dias-activos <
                             fdet-dias-periodo THEN
                             STRING " (" fdet-dias-activos
                                    "/" fdet-dias-periodo
                                    " DIAS)"
                                    DELIMITED BY SIZE
                                       INTO DOC-LINEA(83:18)
                             END-STRING
                          END-IF
                          WRITE DOC-LINEA
                          IF fdet-meses > 1 THEN
                             MOVE SPACES TO DOC-LINEA
                             STRING "      COBRO ADELANTADO DE "
                                    fdet-meses " MESES"
                                    DELIMITED BY SIZE
                                       INTO DOC-LINEA
                             END-STRING
                             WRITE DOC-LINEA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM ImprimirFacturas.
