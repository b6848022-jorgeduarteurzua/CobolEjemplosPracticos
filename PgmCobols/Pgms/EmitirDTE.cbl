      *          reutilizacion es multa. La respuesta de la autoridad
      *          la procesa RespuestaDTE y los rechazos se trabajan
      *          en BandejaDTE.
      *          Cada factura con detalle en factura_det.dat lleva
      *          ademas sus lineas L (servicio, cantidad, precio,
      *          monto y los dias cobrados sobre los dias del mes).
      *          El registro D informa el desglose neto / exento /
      *          IVA con su tasa, y cada linea L si es exenta.
      *          La factura consolidada de un pagador lleva, tras sus
      *          lineas propias, las de cada beneficiario de
      *          factura_benef.dat bajo el mismo folio.
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
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-factdet
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-FACTDET.

           SELECT datos-factbenef
               ASSIGN TO
           "C:\PgmCobols\Data\factura_benef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fben-llave
               FILE STATUS IS FS-FACTBENEF.

           SELECT control-folios ASSIGN TO
           "C:\PgmCobols\Data\dte_folios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-factbenef.
           copy "C:\PgmCobols\FD\FDFactBenef.cpy".

       FD  control-folios.
       01  folios-linea          PIC X(40).

       01  control-linea         PIC X(20).

       FD  archivo-dte.
       01  dte-linea             PIC X(140).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS           PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-FOLIOS             PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-FACTDET            PIC XX.
       01  WS-FACTDET-OK         PIC X VALUE "N".
       01  fin-detalle           PIC X.
       01  FS-FACTBENEF          PIC XX.
       01  WS-FACTBENEF-OK       PIC X VALUE "N".
       01  fin-bloques           PIC X.
       01  WS-DET-RUT            PIC 9(10).
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-RUTA-DTE           PIC X(60).

       01  WS-CONT-EMITIDAS      PIC 9(06) VALUE 0.
       01  WS-SUMA-MONTOS        PIC 9(13)V99 VALUE 0.
       01  WS-SUMA-IVA           PIC 9(13)V99 VALUE 0.

      *    LAYOUT FIJO DEL ENVIO A LA AUTORIDAD.
       01  DTE-CABECERA.
           05  DTE-H-TIPO        PIC X VALUE "H".
           05  DTE-H-FECHA       PIC 9(08).
           05  DTE-H-SECUENCIA   PIC 9(06).
           05  FILLER            PIC X(125) VALUE SPACES.
       01  DTE-DETALLE.
           05  DTE-D-TIPO        PIC X VALUE "D".
           05  DTE-D-FOLIO       PIC 9(08).
           05  DTE-D-FEC-EMISION PIC 9(08).
           05  DTE-D-MONTO       PIC 9(11)V99.
           05  DTE-D-RAZON       PIC X(40).
           05  DTE-D-NETO        PIC 9(11)V99.
           05  DTE-D-EXENTO      PIC 9(11)V99.
           05  DTE-D-IVA         PIC 9(11)V99.
           05  DTE-D-TASA-IVA    PIC 9(02).
           05  FILLER            PIC X(12) VALUE SPACES.
      *    LINEA DE DETALLE; DIAS EN 0 = LINEA SIN PRORRATEO
      *    REGISTRADO (MES COMPLETO); MESES > 1 = COBRO ADELANTADO.
       01  DTE-LINEA-DET.
           05  DTE-L-TIPO        PIC X VALUE "L".
           05  DTE-L-FOLIO       PIC 9(08).
           05  DTE-L-SERVICIO    PIC X(06).
           05  DTE-L-CANTIDAD    PIC 9(03).
           05  DTE-L-PRECIO      PIC 9(09)V99.
           05  DTE-L-MONTO       PIC 9(11)V99.
           05  DTE-L-DIAS-ACT    PIC 9(02).
           05  DTE-L-DIAS-PER    PIC 9(02).
           05  DTE-L-DESCRIPCION PIC X(40).
           05  DTE-L-MESES       PIC 9(02).
           05  DTE-L-CLASE       PIC X.
      *        D = descuento (promocion): DTE-L-MONTO resta.
           05  DTE-L-EXENTO      PIC X.
      *        S = linea exenta de IVA; N = afecta.
           05  FILLER            PIC X(50) VALUE SPACES.
       01  DTE-TRAILER.
           05  DTE-T-TIPO        PIC X VALUE "T".
           05  DTE-T-CANTIDAD    PIC 9(06).
           05  DTE-T-SUMA        PIC 9(13)V99.
           05  DTE-T-FOLIO-INI   PIC 9(08).
           05  DTE-T-FOLIO-FIN   PIC 9(08).
           05  DTE-T-SUMA-IVA    PIC 9(13)V99.
           05  FILLER            PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-factdet
           IF FS-FACTDET = "00" THEN
              MOVE "S" TO WS-FACTDET-OK
           END-IF
           OPEN INPUT datos-factbenef
           IF FS-FACTBENEF = "00" THEN
              MOVE "S" TO WS-FACTBENEF-OK
           END-IF

           PERFORM LEER-CONTROL-ENVIOS
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1

           MOVE WS-CONT-EMITIDAS TO DTE-T-CANTIDAD
           MOVE WS-SUMA-MONTOS   TO DTE-T-SUMA
           MOVE WS-SUMA-IVA      TO DTE-T-SUMA-IVA
           MOVE WS-FOLIO-ULTIMO  TO DTE-T-FOLIO-FIN
           MOVE DTE-TRAILER      TO dte-linea
           WRITE dte-linea
           CLOSE archivo-dte datos-facturas datos-usuarios
           IF WS-FACTDET-OK = "S" THEN
              CLOSE datos-factdet
           END-IF
           IF WS-FACTBENEF-OK = "S" THEN
              CLOSE datos-factbenef
           END-IF

           IF WS-CONT-EMITIDAS > 0 THEN
              MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
           MOVE WS-FOLIO-ULTIMO TO factura-folio-dte
           MOVE "E"             TO factura-estado-dte
           MOVE SPACES          TO factura-dte-motivo
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE

           MOVE WS-FOLIO-ULTIMO     TO DTE-D-FOLIO
           MOVE factura-periodo     TO DTE-D-PERIODO
           MOVE factura-fec-emision TO DTE-D-FEC-EMISION
           MOVE factura-monto       TO DTE-D-MONTO
           MOVE factura-neto        TO DTE-D-NETO
           MOVE factura-exento      TO DTE-D-EXENTO
           MOVE factura-iva         TO DTE-D-IVA
           MOVE factura-tasa-iva    TO DTE-D-TASA-IVA
           MOVE SPACE               TO DTE-D-DV
           MOVE SPACES              TO DTE-D-RAZON
           MOVE factura-rut TO usuario-rut
           END-READ
           MOVE DTE-DETALLE TO dte-linea
           WRITE dte-linea
           IF WS-FACTDET-OK = "S" THEN
              MOVE factura-rut TO WS-DET-RUT
              PERFORM EMITIR-LINEAS-DETALLE
              IF factura-cant-benef IS NUMERIC AND
                 factura-cant-benef > 0 AND
                 WS-FACTBENEF-OK = "S" THEN
                 PERFORM EMITIR-LINEAS-BLOQUES
              END-IF
           END-IF
           ADD 1             TO WS-CONT-EMITIDAS
           ADD factura-monto TO WS-SUMA-MONTOS
           ADD factura-iva   TO WS-SUMA-IVA.
       EMITIR-UNA-FACTURA-SALIR.
           EXIT.

      *    LAS LINEAS L NO CUENTAN EN EL TRAILER: ESTE TOTALIZA LAS
      *    FACTURAS (REGISTROS D).
       EMITIR-LINEAS-DETALLE.
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
                          fdet-periodo NOT = factura-periodo THEN
                          MOVE "S" TO fin-detalle
                       ELSE
                          MOVE WS-FOLIO-ULTIMO   TO DTE-L-FOLIO
                          MOVE fdet-servicio     TO DTE-L-SERVICIO
                          MOVE fdet-cantidad     TO DTE-L-CANTIDAD
                          MOVE fdet-precio-unit  TO DTE-L-PRECIO
                          MOVE fdet-monto        TO DTE-L-MONTO
                          MOVE fdet-dias-activos TO DTE-L-DIAS-ACT
                          MOVE fdet-dias-periodo TO DTE-L-DIAS-PER
                          MOVE fdet-descripcion  TO DTE-L-DESCRIPCION
                          MOVE fdet-meses        TO DTE-L-MESES
                          MOVE "C"               TO DTE-L-CLASE
                          IF fdet-linea-descuento THEN
                             MOVE "D"            TO DTE-L-CLASE
                          END-IF
                          MOVE "N"               TO DTE-L-EXENTO
                          IF fdet-exento THEN
                             MOVE "S"            TO DTE-L-EXENTO
                          END-IF
                          MOVE DTE-LINEA-DET TO dte-linea
                          WRITE dte-linea
                       END-IF
               END-READ
           END-PERFORM
           .

      *    FACTURA CONSOLIDADA: LAS LINEAS DE CADA BENEFICIARIO
      *    ESTAN EN factura_det.dat BAJO SU PROPIO RUT.
       EMITIR-LINEAS-BLOQUES.
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
                          MOVE fben-rut-benef TO WS-DET-RUT
                          PERFORM EMITIR-LINEAS-DETALLE
                       END-IF
               END-READ
           END-PERFORM
           .

       LEER-RANGO-FOLIOS.
           MOVE 0 TO WS-FOLIO-DESDE WS-FOLIO-HASTA WS-FOLIO-ULTIMO
           OPEN INPUT control-folios
