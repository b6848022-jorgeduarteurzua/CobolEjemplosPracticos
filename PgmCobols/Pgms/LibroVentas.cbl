      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Libro de ventas mensual, armado desde los documentos
      *          que la autoridad ya acepto: las facturas con
      *          factura-estado-dte = A emitidas en el periodo, en
      *          orden de folio, con RUT, nombre o razon social,
      *          fecha, neto, exento y total, seguidas de las notas
      *          de credito del mismo periodo (notas_credito.dat,
      *          con el desglose proporcional al de la factura que
      *          rebajan). Aparte lista los rechazados (R) que siguen
      *          sin reemitir y los documentos del periodo aun sin
      *          respuesta, y revisa la secuencia de folios contra el
      *          rango de dte_folios.dat: informa huecos, duplicados
      *          y folios fuera del rango usado. Los folios que
      *          BandejaDTE abandono al reencolar un rechazo
      *          (dte_folios_anulados.txt) cierran la secuencia y no
      *          cuentan como hueco. Periodo AAAAMM desde
      *          libro_ventas_param.dat; sin parametro, el mes
      *          anterior. Sale por spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroVentas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-notas
               ASSIGN TO
           "C:\PgmCobols\Data\notas_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nc-numero
               FILE STATUS IS FS-NOTAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT control-folios ASSIGN TO
           "C:\PgmCobols\Data\dte_folios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLIOS.

           SELECT folios-anulados ASSIGN TO
           "C:\PgmCobols\Data\dte_folios_anulados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANULADOS.

           SELECT param-libro ASSIGN TO
           "C:\PgmCobols\Data\libro_ventas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT sort-libro ASSIGN TO
           "C:\PgmCobols\Data\libro_sort.tmp".

           SELECT sort-folios ASSIGN TO
           "C:\PgmCobols\Data\folios_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-notas.
           copy "C:\PgmCobols\FD\FDNotaCredito.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  control-folios.
       01  folios-linea        PIC X(40).

       FD  folios-anulados.
       01  anulado-linea       PIC X(80).

       FD  param-libro.
       01  param-linea         PIC X(20).

       SD  sort-libro.
       01  SRT-REGISTRO.
           05  SRT-SECCION     PIC 9(01).
      *        1 = facturas aceptadas, 2 = notas de credito,
      *        3 = rechazadas sin reemitir, 4 = sin respuesta.
           05  SRT-FOLIO       PIC 9(08).
           05  SRT-RUT         PIC 9(10).
           05  SRT-FECHA       PIC 9(08).
           05  SRT-NETO        PIC 9(11)V99.
           05  SRT-EXENTO      PIC 9(11)V99.
           05  SRT-IVA         PIC 9(11)V99.
           05  SRT-TOTAL       PIC 9(11)V99.
           05  SRT-REF         PIC X(30).

       SD  sort-folios.
       01  SRF-REGISTRO.
           05  SRF-FOLIO       PIC 9(08).
           05  SRF-ORIGEN      PIC X.
      *        F = folio de una factura, A = anulado por rechazo.
           05  SRF-RUT         PIC 9(10).
           05  SRF-PERIODO     PIC 9(06).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS         PIC XX.
       01  FS-NOTAS            PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-FOLIOS           PIC XX.
       01  FS-ANULADOS         PIC XX.
       01  FS-PARAM            PIC XX.
       01  fin-de-archivo      PIC X.
       01  fin-ordenado        PIC X.
       01  WS-NOTAS-OK         PIC X VALUE "N".
       01  WS-CLIENTES-OK      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-SPOOL       PIC X(80).

       01  WS-PERIODO          PIC 9(06).
       01  WS-PER-ANO          PIC 9(04).
       01  WS-PER-MES          PIC 9(02).
       01  WS-FECHA-DOC        PIC 9(08).
       01  R-FECHA-DOC REDEFINES WS-FECHA-DOC.
           05  WS-FECHA-DOC-PER PIC 9(06).
           05  FILLER           PIC 9(02).

       01  WS-FOLIO-DESDE      PIC 9(08).
       01  WS-FOLIO-HASTA      PIC 9(08).
       01  WS-FOLIO-ULTIMO     PIC 9(08).
       01  WS-FOLIO-ESPERADO   PIC 9(08).
       01  WS-FOLIO-HUECO-FIN  PIC 9(08).
       01  WS-PREV-FOLIO       PIC 9(08).
       01  WS-PREV-ORIGEN      PIC X.
       01  WS-PREV-RUT         PIC 9(10).
       01  WS-PREV-PERIODO     PIC 9(06).
       01  WS-ANU-FOLIO        PIC 9(08).
       01  WS-ANU-RUT          PIC 9(10).
       01  WS-ANU-PERIODO      PIC 9(06).

       01  WS-SECCION-ANT      PIC 9(01).
       01  WS-BASE-DESGLOSE    PIC 9(11)V99.
       01  WS-NOMBRE           PIC X(60).
       01  WS-ORIGEN-EVAL      PIC X.
       01  WS-DESC-ORIGEN      PIC X(20).
       01  WS-DESC-ORIGEN-ANT  PIC X(20).

       01  WS-CONT-FACTURAS    PIC 9(06) VALUE 0.
       01  WS-CONT-NOTAS       PIC 9(06) VALUE 0.
       01  WS-CONT-RECHAZOS    PIC 9(06) VALUE 0.
       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-DESGLOSE PIC 9(06) VALUE 0.
       01  WS-CONT-HUECOS      PIC 9(06) VALUE 0.
       01  WS-CONT-FOLIOS-HUECO PIC 9(08) VALUE 0.
       01  WS-CONT-DUPLICADOS  PIC 9(06) VALUE 0.
       01  WS-CONT-FUERA-RANGO PIC 9(06) VALUE 0.
       01  WS-CONT-ANULADOS    PIC 9(06) VALUE 0.

       01  WS-TOT-FAC-NETO     PIC 9(13)V99 VALUE 0.
       01  WS-TOT-FAC-EXENTO   PIC 9(13)V99 VALUE 0.
       01  WS-TOT-FAC-IVA      PIC 9(13)V99 VALUE 0.
       01  WS-TOT-FAC-TOTAL    PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NC-NETO      PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NC-EXENTO    PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NC-IVA       PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NC-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-TOT-NETO         PIC S9(13)V99.
       01  WS-TOT-EXENTO       PIC S9(13)V99.
       01  WS-TOT-IVA          PIC S9(13)V99.
       01  WS-TOT-TOTAL        PIC S9(13)V99.

       01  WS-RUT-EDIT         PIC Z(09)9.
       01  WS-RUT-DV           PIC X(12).
       01  WS-NETO-EDIT        PIC Z(10)9.99.
       01  WS-EXENTO-EDIT      PIC Z(10)9.99.
       01  WS-TOTAL-EDIT       PIC Z(10)9.99.
       01  WS-TOT-EDIT         PIC -(12)9.99.

       01  PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01  PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01  PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM LEER-RANGO-FOLIOS

           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-notas
           IF FS-NOTAS = "00" THEN
              MOVE "S" TO WS-NOTAS-OK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-CLIENTES-OK
           END-IF

           MOVE "LIBROVENTAS" TO lk-sp-reporte
           MOVE "BATCH"       TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "LIBRO DE VENTAS PERIODO " DELIMITED BY SIZE
                  WS-PERIODO                 DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "FOLIO    FECHA    RUT          NOMBRE / RAZON SOCIAL   
      -         "           NETO         EXENTO          TOTAL"
                                TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE 0 TO WS-SECCION-ANT
           SORT sort-libro
               ON ASCENDING KEY SRT-SECCION
                                SRT-FOLIO
               INPUT PROCEDURE IS SORT-SELECCIONAR-DOCUMENTOS
               OUTPUT PROCEDURE IS SORT-LISTAR-LIBRO
           PERFORM ESCRIBIR-TOTALES-LIBRO

           PERFORM REVISAR-FOLIOS THRU REVISAR-FOLIOS-FIN

           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-facturas
           IF WS-NOTAS-OK = "S" THEN
              CLOSE datos-notas
           END-IF
           IF WS-CLIENTES-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "LIBRO DE VENTAS PERIODO " WS-PERIODO
           DISPLAY "FACTURAS ACEPTADAS.: " WS-CONT-FACTURAS
           DISPLAY "NOTAS DE CREDITO...: " WS-CONT-NOTAS
           DISPLAY "SIN DESGLOSE IVA...: " WS-CONT-SIN-DESGLOSE
           DISPLAY "RECHAZADAS.........: " WS-CONT-RECHAZOS
           DISPLAY "SIN RESPUESTA......: " WS-CONT-PENDIENTES
           DISPLAY "HUECOS DE FOLIO....: " WS-CONT-HUECOS
                   " (" WS-CONT-FOLIOS-HUECO " FOLIOS)"
           DISPLAY "FOLIOS DUPLICADOS..: " WS-CONT-DUPLICADOS
           DISPLAY "FUERA DE RANGO.....: " WS-CONT-FUERA-RANGO
           DISPLAY "ANULADOS (RECHAZO).: " WS-CONT-ANULADOS
           IF WS-CONT-RECHAZOS > 0 OR WS-CONT-PENDIENTES > 0 OR
              WS-CONT-HUECOS > 0 OR WS-CONT-DUPLICADOS > 0 OR
              WS-CONT-FUERA-RANGO > 0 THEN
              DISPLAY "*** LIBRO CON OBSERVACIONES: REVISAR ANTES DE "
                      "PRESENTAR ***"
           END-IF
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : periodo AAAAMM a informar; sin archivo  *
      * o sin valor valido, el mes anterior a la fecha de hoy.    *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           MOVE WS-FECHA-SYS(1:4) TO WS-PER-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-PER-MES
           IF WS-PER-MES = 1 THEN
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF
           COMPUTE WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES

           OPEN INPUT param-libro
           IF FS-PARAM = "00" THEN
              READ param-libro INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:6) IS NUMERIC THEN
                         MOVE param-linea(1:6) TO WS-PERIODO
                      END-IF
              END-READ
              CLOSE param-libro
           END-IF
           .

       LEER-RANGO-FOLIOS.
           MOVE 0 TO WS-FOLIO-DESDE WS-FOLIO-HASTA WS-FOLIO-ULTIMO
           OPEN INPUT control-folios
           IF FS-FOLIOS = "00" THEN
              READ control-folios INTO folios-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING folios-linea DELIMITED BY ";"
                          INTO WS-FOLIO-DESDE, WS-FOLIO-HASTA,
                               WS-FOLIO-ULTIMO
                      END-UNSTRING
              END-READ
              CLOSE control-folios
           END-IF
           IF WS-FOLIO-ULTIMO < WS-FOLIO-DESDE AND
              WS-FOLIO-DESDE > 0 THEN
              COMPUTE WS-FOLIO-ULTIMO = WS-FOLIO-DESDE - 1
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-SELECCIONAR-DOCUMENTOS : cada documento entra en la  *
      * seccion que le toca. Un rechazo de un periodo anterior    *
      * que sigue sin reemitir tambien se lista: mientras no se   *
      * resuelva, ese libro quedo con un hueco.                   *
      *----------------------------------------------------------*
       SORT-SELECCIONAR-DOCUMENTOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       PERFORM SELECCIONAR-FACTURA
               END-READ
           END-PERFORM

           IF WS-NOTAS-OK = "S" THEN
              MOVE "N" TO fin-de-archivo
              MOVE 0 TO nc-numero
              START datos-notas KEY IS NOT < nc-numero
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ datos-notas NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          MOVE nc-fec-emision TO WS-FECHA-DOC
                          IF WS-FECHA-DOC-PER = WS-PERIODO THEN
                             PERFORM SELECCIONAR-NOTA
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           .

       SELECCIONAR-FACTURA.
           MOVE factura-fec-emision TO WS-FECHA-DOC
           IF WS-FECHA-DOC-PER > WS-PERIODO THEN
              CONTINUE
           ELSE
              IF WS-FECHA-DOC-PER < WS-PERIODO AND
                 NOT factura-dte-rechazado THEN
                 CONTINUE
              ELSE
                 PERFORM ARMAR-LINEA-FACTURA
              END-IF
           END-IF
           .

      *    EL TOTAL DEL LIBRO ES EL DESGLOSE DE LA EMISION: UNA NOTA
      *    DE CREDITO REBAJA factura-monto PERO SE INFORMA COMO
      *    DOCUMENTO PROPIO. FACTURAS SIN DESGLOSE VAN CON SU MONTO.
       ARMAR-LINEA-FACTURA.
           MOVE factura-folio-dte   TO SRT-FOLIO
           MOVE factura-rut         TO SRT-RUT
           MOVE factura-fec-emision TO SRT-FECHA
           MOVE factura-neto        TO SRT-NETO
           MOVE factura-exento      TO SRT-EXENTO
           MOVE factura-iva         TO SRT-IVA
           COMPUTE SRT-TOTAL = factura-neto + factura-exento +
                               factura-iva
           IF SRT-TOTAL = 0 THEN
              MOVE factura-monto TO SRT-TOTAL
           END-IF
           MOVE SPACES TO SRT-REF
           EVALUATE TRUE
               WHEN factura-dte-aceptado
                   MOVE 1 TO SRT-SECCION
                   ADD 1 TO WS-CONT-FACTURAS
                   IF factura-neto = 0 AND factura-exento = 0 THEN
                      ADD 1 TO WS-CONT-SIN-DESGLOSE
                   END-IF
                   ADD SRT-NETO   TO WS-TOT-FAC-NETO
                   ADD SRT-EXENTO TO WS-TOT-FAC-EXENTO
                   ADD SRT-IVA    TO WS-TOT-FAC-IVA
                   ADD SRT-TOTAL  TO WS-TOT-FAC-TOTAL
               WHEN factura-dte-rechazado
                   MOVE 3 TO SRT-SECCION
                   MOVE factura-dte-motivo TO SRT-REF
                   ADD 1 TO WS-CONT-RECHAZOS
               WHEN factura-dte-enviado
                   MOVE 4 TO SRT-SECCION
                   MOVE "ENVIADO SIN RESPUESTA" TO SRT-REF
                   ADD 1 TO WS-CONT-PENDIENTES
               WHEN OTHER
                   MOVE 4 TO SRT-SECCION
                   MOVE "SIN ENVIAR A LA AUTORIDAD" TO SRT-REF
                   ADD 1 TO WS-CONT-PENDIENTES
           END-EVALUATE
           RELEASE SRT-REGISTRO
           .

      *    LA NOTA NO TRAE DESGLOSE: SE REPARTE EN PROPORCION AL DE
      *    LA FACTURA QUE REBAJA, Y EL IVA CIERRA LA DIFERENCIA.
       SELECCIONAR-NOTA.
           MOVE 2              TO SRT-SECCION
           MOVE nc-numero      TO SRT-FOLIO
           MOVE nc-rut         TO SRT-RUT
           MOVE nc-fec-emision TO SRT-FECHA
           MOVE nc-monto       TO SRT-TOTAL
           MOVE 0 TO SRT-NETO SRT-EXENTO SRT-IVA
           MOVE SPACES TO SRT-REF
           MOVE nc-rut             TO factura-rut
           MOVE nc-factura-periodo TO factura-periodo
           READ datos-facturas
               INVALID KEY
                   MOVE "FACTURA NO EXISTE" TO SRT-REF
               NOT INVALID KEY
                   STRING "REF. FOLIO "     DELIMITED BY SIZE
                          factura-folio-dte DELIMITED BY SIZE
                             INTO SRT-REF
                   END-STRING
                   COMPUTE WS-BASE-DESGLOSE = factura-neto +
                           factura-exento + factura-iva
                   IF WS-BASE-DESGLOSE > 0 THEN
                      COMPUTE SRT-NETO ROUNDED = nc-monto *
                              factura-neto / WS-BASE-DESGLOSE
                      COMPUTE SRT-EXENTO ROUNDED = nc-monto *
                              factura-exento / WS-BASE-DESGLOSE
                      COMPUTE SRT-IVA = nc-monto - SRT-NETO -
                              SRT-EXENTO
                   ELSE
                      ADD 1 TO WS-CONT-SIN-DESGLOSE
                   END-IF
           END-READ
           ADD 1          TO WS-CONT-NOTAS
           ADD SRT-NETO   TO WS-TOT-NC-NETO
           ADD SRT-EXENTO TO WS-TOT-NC-EXENTO
           ADD SRT-IVA    TO WS-TOT-NC-IVA
           ADD SRT-TOTAL  TO WS-TOT-NC-TOTAL
           RELEASE SRT-REGISTRO
           .

       SORT-LISTAR-LIBRO.
           MOVE "N" TO fin-ordenado
           PERFORM UNTIL fin-ordenado = "S"
               RETURN sort-libro
                   AT END
                       MOVE "S" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UN-DOCUMENTO
               END-RETURN
           END-PERFORM
           .

       LISTAR-UN-DOCUMENTO.
           IF SRT-SECCION NOT = WS-SECCION-ANT THEN
              IF WS-SECCION-ANT = 1 THEN
                 PERFORM ESCRIBIR-SUBTOTAL-FACTURAS
              END-IF
              MOVE SRT-SECCION TO WS-SECCION-ANT
              MOVE "D"    TO lk-rw-operacion
              MOVE SPACES TO lk-rw-linea
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
              EVALUATE SRT-SECCION
                  WHEN 1
                      MOVE "*** FACTURAS ACEPTADAS POR LA AUTORIDAD"
                                                     TO lk-rw-linea
                  WHEN 2
                      MOVE "*** NOTAS DE CREDITO DEL PERIODO"
                                                     TO lk-rw-linea
                  WHEN 3
                      MOVE "*** DTE RECHAZADOS SIN REEMITIR"
                                                     TO lk-rw-linea
                  WHEN 4
                      MOVE "*** DOCUMENTOS DEL PERIODO SIN ACEPTAR"
                                                     TO lk-rw-linea
              END-EVALUATE
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-IF

           PERFORM BUSCAR-NOMBRE
           MOVE SRT-RUT TO WS-RUT-EDIT
           MOVE SPACES  TO WS-RUT-DV
           STRING WS-RUT-EDIT DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  usuario-dv  DELIMITED BY SIZE
                     INTO WS-RUT-DV
           END-STRING
           MOVE SRT-NETO   TO WS-NETO-EDIT
           MOVE SRT-EXENTO TO WS-EXENTO-EDIT
           MOVE SRT-TOTAL  TO WS-TOTAL-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING SRT-FOLIO      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  SRT-FECHA      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-RUT-DV      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-NOMBRE(1:24) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-NETO-EDIT   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-EXENTO-EDIT DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-TOTAL-EDIT  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  SRT-REF        DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    RAZON SOCIAL PARA EMPRESAS, NOMBRE COMPLETO PARA PERSONAS.
       BUSCAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE
           MOVE SPACE  TO usuario-dv
           IF WS-CLIENTES-OK = "S" THEN
              MOVE SRT-RUT TO usuario-rut
              READ datos-usuarios
                  INVALID KEY
                      MOVE "(CLIENTE NO EXISTE)" TO WS-NOMBRE
                      MOVE SPACE TO usuario-dv
                  NOT INVALID KEY
                      IF usuario-juridica THEN
                         MOVE usuario-razon-social TO WS-NOMBRE
                      ELSE
                         STRING usuario-nombre DELIMITED BY "  "
                                " "            DELIMITED BY SIZE
                                usuario-apepat DELIMITED BY "  "
                                " "            DELIMITED BY SIZE
                                usuario-apemat DELIMITED BY "  "
                                   INTO WS-NOMBRE
                         END-STRING
                      END-IF
              END-READ
           END-IF
           .

       ESCRIBIR-SUBTOTAL-FACTURAS.
           MOVE WS-TOT-FAC-NETO   TO WS-NETO-EDIT
           MOVE WS-TOT-FAC-EXENTO TO WS-EXENTO-EDIT
           MOVE WS-TOT-FAC-TOTAL  TO WS-TOTAL-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "SUBTOTAL FACTURAS: "  DELIMITED BY SIZE
                  WS-CONT-FACTURAS       DELIMITED BY SIZE
                  " DOCUMENTOS"          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           MOVE WS-NETO-EDIT   TO lk-rw-linea(57:14)
           MOVE WS-EXENTO-EDIT TO lk-rw-linea(72:14)
           MOVE WS-TOTAL-EDIT  TO lk-rw-linea(87:14)
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    CIERRE DEL LIBRO: FACTURAS MENOS NOTAS DE CREDITO, CON EL
      *    IVA DEBITO DEL PERIODO.
       ESCRIBIR-TOTALES-LIBRO.
           IF WS-SECCION-ANT = 1 THEN
              PERFORM ESCRIBIR-SUBTOTAL-FACTURAS
           END-IF
           COMPUTE WS-TOT-NETO   = WS-TOT-FAC-NETO - WS-TOT-NC-NETO
           COMPUTE WS-TOT-EXENTO = WS-TOT-FAC-EXENTO -
                                   WS-TOT-NC-EXENTO
           COMPUTE WS-TOT-IVA    = WS-TOT-FAC-IVA - WS-TOT-NC-IVA
           COMPUTE WS-TOT-TOTAL  = WS-TOT-FAC-TOTAL - WS-TOT-NC-TOTAL

           MOVE "T"    TO lk-rw-operacion
           MOVE WS-TOT-NC-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "NOTAS DE CREDITO: " DELIMITED BY SIZE
                  WS-CONT-NOTAS        DELIMITED BY SIZE
                  " POR $"             DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-NETO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "NETO DEL PERIODO..: $" DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-EXENTO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "EXENTO DEL PERIODO: $" DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-IVA TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "IVA DEBITO........: $" DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL DEL LIBRO...: $" DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *----------------------------------------------------------*
      * REVISAR-FOLIOS : todos los folios emitidos (cualquier     *
      * periodo) mas los anulados por rechazo, ordenados, contra  *
      * el rango DESDE..ULTIMO de dte_folios.dat. Los folios bajo *
      * DESDE son de rangos anteriores y no se revisan.           *
      *----------------------------------------------------------*
       REVISAR-FOLIOS.
           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           IF WS-FOLIO-HASTA = 0 THEN
              MOVE "SIN RANGO DE FOLIOS: NO SE REVISA LA SECUENCIA"
                                   TO lk-rw-linea
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
              GO TO REVISAR-FOLIOS-FIN
           END-IF
           STRING "SECUENCIA DE FOLIOS " DELIMITED BY SIZE
                  WS-FOLIO-DESDE         DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  WS-FOLIO-ULTIMO        DELIMITED BY SIZE
                  " (RANGO HASTA "       DELIMITED BY SIZE
                  WS-FOLIO-HASTA         DELIMITED BY SIZE
                  ")"                    DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE WS-FOLIO-DESDE TO WS-FOLIO-ESPERADO
           MOVE 0 TO WS-PREV-FOLIO
           SORT sort-folios
               ON ASCENDING KEY SRF-FOLIO
               INPUT PROCEDURE IS SORT-CARGAR-FOLIOS
               OUTPUT PROCEDURE IS SORT-REVISAR-SECUENCIA

           IF WS-FOLIO-ESPERADO NOT > WS-FOLIO-ULTIMO THEN
              MOVE WS-FOLIO-ULTIMO TO WS-FOLIO-HUECO-FIN
              PERFORM INFORMAR-HUECO
           END-IF

           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           IF WS-CONT-HUECOS = 0 AND WS-CONT-DUPLICADOS = 0 AND
              WS-CONT-FUERA-RANGO = 0 THEN
              MOVE "SECUENCIA COMPLETA: SIN HUECOS NI DUPLICADOS"
                                   TO lk-rw-linea
           ELSE
              STRING "HUECOS: "          DELIMITED BY SIZE
                     WS-CONT-HUECOS      DELIMITED BY SIZE
                     "  DUPLICADOS: "    DELIMITED BY SIZE
                     WS-CONT-DUPLICADOS  DELIMITED BY SIZE
                     "  FUERA DE RANGO: " DELIMITED BY SIZE
                     WS-CONT-FUERA-RANGO DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "FOLIOS ANULADOS POR RECHAZO (REEMITIDOS): "
                                         DELIMITED BY SIZE
                  WS-CONT-ANULADOS       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER.
       REVISAR-FOLIOS-FIN.
           EXIT.

       SORT-CARGAR-FOLIOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF factura-folio-dte > 0 THEN
                          MOVE factura-folio-dte TO SRF-FOLIO
                          MOVE "F"               TO SRF-ORIGEN
                          MOVE factura-rut       TO SRF-RUT
                          MOVE factura-periodo   TO SRF-PERIODO
                          RELEASE SRF-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT folios-anulados
           IF FS-ANULADOS = "00" THEN
              MOVE "N" TO fin-de-archivo
              PERFORM UNTIL fin-de-archivo = "S"
                  READ folios-anulados
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          MOVE 0 TO WS-ANU-FOLIO WS-ANU-RUT
                                    WS-ANU-PERIODO
                          UNSTRING anulado-linea DELIMITED BY ";"
                              INTO WS-ANU-FOLIO, WS-ANU-RUT,
                                   WS-ANU-PERIODO
                          END-UNSTRING
                          IF WS-ANU-FOLIO > 0 THEN
                             MOVE WS-ANU-FOLIO   TO SRF-FOLIO
                             MOVE "A"            TO SRF-ORIGEN
                             MOVE WS-ANU-RUT     TO SRF-RUT
                             MOVE WS-ANU-PERIODO TO SRF-PERIODO
                             RELEASE SRF-REGISTRO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE folios-anulados
           END-IF
           .

       SORT-REVISAR-SECUENCIA.
           MOVE "N" TO fin-ordenado
           PERFORM UNTIL fin-ordenado = "S"
               RETURN sort-folios
                   AT END
                       MOVE "S" TO fin-ordenado
                   NOT AT END
                       PERFORM REVISAR-UN-FOLIO
               END-RETURN
           END-PERFORM
           .

       REVISAR-UN-FOLIO.
           IF SRF-FOLIO < WS-FOLIO-DESDE THEN
              CONTINUE
           ELSE
              IF SRF-FOLIO = WS-PREV-FOLIO THEN
                 PERFORM INFORMAR-DUPLICADO
              ELSE
                 IF SRF-FOLIO > WS-FOLIO-ESPERADO THEN
                    COMPUTE WS-FOLIO-HUECO-FIN = SRF-FOLIO - 1
                    PERFORM INFORMAR-HUECO
                 END-IF
                 IF SRF-FOLIO > WS-FOLIO-ULTIMO THEN
                    PERFORM INFORMAR-FUERA-RANGO
                 END-IF
                 IF SRF-ORIGEN = "A" THEN
                    ADD 1 TO WS-CONT-ANULADOS
                 END-IF
                 COMPUTE WS-FOLIO-ESPERADO = SRF-FOLIO + 1
              END-IF
              MOVE SRF-FOLIO   TO WS-PREV-FOLIO
              MOVE SRF-ORIGEN  TO WS-PREV-ORIGEN
              MOVE SRF-RUT     TO WS-PREV-RUT
              MOVE SRF-PERIODO TO WS-PREV-PERIODO
           END-IF
           .

       INFORMAR-HUECO.
           ADD 1 TO WS-CONT-HUECOS
           COMPUTE WS-CONT-FOLIOS-HUECO = WS-CONT-FOLIOS-HUECO +
                   WS-FOLIO-HUECO-FIN - WS-FOLIO-ESPERADO + 1
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "HUECO: FOLIOS "     DELIMITED BY SIZE
                  WS-FOLIO-ESPERADO    DELIMITED BY SIZE
                  " A "                DELIMITED BY SIZE
                  WS-FOLIO-HUECO-FIN   DELIMITED BY SIZE
                  " SIN DOCUMENTO NI ANULACION REGISTRADA"
                                       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       INFORMAR-DUPLICADO.
           ADD 1 TO WS-CONT-DUPLICADOS
           MOVE WS-PREV-ORIGEN TO WS-ORIGEN-EVAL
           PERFORM DESCRIBIR-ORIGEN
           MOVE WS-DESC-ORIGEN TO WS-DESC-ORIGEN-ANT
           MOVE SRF-ORIGEN     TO WS-ORIGEN-EVAL
           PERFORM DESCRIBIR-ORIGEN
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "DUPLICADO: FOLIO "  DELIMITED BY SIZE
                  SRF-FOLIO            DELIMITED BY SIZE
                  " EN "               DELIMITED BY SIZE
                  WS-DESC-ORIGEN-ANT   DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  WS-PREV-RUT          DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-PREV-PERIODO      DELIMITED BY SIZE
                  " Y EN "             DELIMITED BY SIZE
                  WS-DESC-ORIGEN       DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  SRF-RUT              DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  SRF-PERIODO          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       INFORMAR-FUERA-RANGO.
           ADD 1 TO WS-CONT-FUERA-RANGO
           MOVE SRF-ORIGEN TO WS-ORIGEN-EVAL
           PERFORM DESCRIBIR-ORIGEN
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "FUERA DEL RANGO USADO: FOLIO " DELIMITED BY SIZE
                  SRF-FOLIO            DELIMITED BY SIZE
                  " EN "               DELIMITED BY SIZE
                  WS-DESC-ORIGEN       DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  SRF-RUT              DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  SRF-PERIODO          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       DESCRIBIR-ORIGEN.
           IF WS-ORIGEN-EVAL = "A" THEN
              MOVE "ANULADO POR RECHAZO" TO WS-DESC-ORIGEN
           ELSE
              MOVE "FACTURA"             TO WS-DESC-ORIGEN
           END-IF
           .

       END PROGRAM LibroVentas.
