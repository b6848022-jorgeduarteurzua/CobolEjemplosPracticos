      *          motivo y permite, corregida la causa, reencolar la
      *          factura para reemision: el folio se limpia a 0 y el
      *          proximo EmitirDTE le asigna un folio NUEVO del rango
      *          (el rechazado jamas se reutiliza). El folio que se
      *          abandona queda anotado en dte_folios_anulados.txt
      *          para que LibroVentas no lo cuente como hueco de la
      *          secuencia. Solo perfil A o C.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT folios-anulados ASSIGN TO
           "C:\PgmCobols\Data\dte_folios_anulados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANULADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  folios-anulados.
       01  anulado-linea       PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS         PIC XX.
       01  FS-ANULADOS         PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CONT-RECHAZOS    PIC 9(04).
           END-IF
      *       EL FOLIO RECHAZADO NO SE REUTILIZA: LA FACTURA VUELVE
      *       A LA COLA DE EMISION Y EmitirDTE LE DARA UNO NUEVO.
           PERFORM ANOTAR-FOLIO-ANULADO
           MOVE ZEROES TO factura-folio-dte
           MOVE SPACE  TO factura-estado-dte
           MOVE SPACES TO factura-dte-motivo
           MOVE WS-FECHA-SYS   TO factura-fecmod
           MOVE LK-OPERADOR-ID TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           DISPLAY "FACTURA REENCOLADA PARA REEMISION.".
       REENCOLAR-FACTURA-FIN.
           EXIT.

      *    UNA LINEA POR FOLIO ABANDONADO (FOLIO;RUT;PERIODO;FECHA;
      *    OPERADOR;MOTIVO), ASI LA SECUENCIA DEL LIBRO DE VENTAS
      *    CIERRA SIN HUECOS SIN EXPLICAR.
       ANOTAR-FOLIO-ANULADO.
           OPEN EXTEND folios-anulados
           IF FS-ANULADOS NOT = "00" THEN
              OPEN OUTPUT folios-anulados
              CLOSE folios-anulados
              OPEN EXTEND folios-anulados
           END-IF
           MOVE SPACES TO anulado-linea
           STRING factura-folio-dte  DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  factura-rut        DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  factura-periodo    DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WS-FECHA-SYS       DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  LK-OPERADOR-ID     DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  factura-dte-motivo DELIMITED BY "  "
                          INTO anulado-linea
           END-STRING
           WRITE anulado-linea
           CLOSE folios-anulados
           .

       END PROGRAM BandejaDTE.
