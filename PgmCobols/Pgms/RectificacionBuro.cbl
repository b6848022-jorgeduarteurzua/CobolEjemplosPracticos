      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Rectificacion diaria al buro de credito. Recorre los
      *          episodios abiertos de buro.dat (clientes informados
      *          por InformeBuro) y aclara al cliente cuando
      *          facturas.dat ya no le muestra nada impago con
      *          vencimiento hasta el de la ultima factura informada
      *          (las que estan en disputa abierta no cuentan; una
      *          castigada sigue siendo deuda). Los aclarados van en
      *          un envio de ancho fijo con el layout de InformeBuro
      *          (cabecera tipo R, detalle B = baja) y la siguiente
      *          secuencia de buro_ctrl.dat; si ningun cliente se
      *          aclara no se genera envio ni se consume secuencia.
      *          El episodio queda cerrado con la fecha del pago,
      *          la fecha y la secuencia del envio que lo retiro,
      *          como respaldo ante el cliente. Se avisa cuando entre
      *          el pago y la aclaracion pasaron mas dias que los
      *          DIAS-ACLARACION de buro_param.dat (plazo legal, por
      *          defecto 7).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RectificacionBuro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-buro
               ASSIGN TO
           "C:\PgmCobols\Data\buro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS buro-llave
               FILE STATUS IS FS-BURO.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT param-buro
               ASSIGN TO
           "C:\PgmCobols\Data\buro_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT control-buro ASSIGN TO
           "C:\PgmCobols\Data\buro_ctrl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT envio-buro ASSIGN TO DYNAMIC WS-RUTA-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-buro.
           copy "C:\PgmCobols\FD\FDBuro.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  param-buro.
       01  param-linea           PIC X(40).

       FD  control-buro.
       01  control-linea         PIC X(20).

       FD  envio-buro.
       01  envio-linea           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-BURO               PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  WS-USUARIOS-OK        PIC X VALUE "N".
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  WS-ENVIO-ABIERTO      PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-facturas          PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-RUTA-ENVIO         PIC X(60).
       01  WS-SEQ-ULTIMA         PIC 9(06) VALUE 0.
       01  WS-SEQ-EMITIR         PIC 9(06) VALUE 0.

      *    MISMO buro_param.dat DE InformeBuro.
       01  WS-DIAS-INFORME       PIC 9(05).
       01  WS-DIAS-ACLARACION    PIC 9(05).

       01  WS-SIGUE-MOROSO       PIC X.
       01  WS-FEC-PAGO           PIC 9(08).

       01  WS-CONT-REVISADOS     PIC 9(06) VALUE 0.
       01  WS-CONT-ACLARADOS     PIC 9(06) VALUE 0.
       01  WS-CONT-MOROSOS       PIC 9(06) VALUE 0.
       01  WS-CONT-FUERA-PLAZO   PIC 9(06) VALUE 0.
       01  WS-HASH-RUT           PIC 9(12) VALUE 0.

      *    LAYOUT FIJO DEL BURO (EL MISMO DE InformeBuro).
       01  BUR-CABECERA.
           05  BUR-H-TIPO        PIC X VALUE "H".
           05  BUR-H-FECHA       PIC 9(08).
           05  BUR-H-SECUENCIA   PIC 9(06).
           05  BUR-H-ENVIO       PIC X VALUE "R".
      *            I = informe mensual, R = rectificacion.
           05  FILLER            PIC X(104) VALUE SPACES.
       01  BUR-DETALLE.
           05  BUR-D-TIPO        PIC X VALUE "D".
           05  BUR-D-MOVIMIENTO  PIC X VALUE "B".
      *            A = alta o actualizacion, B = baja (aclarado).
           05  BUR-D-RUT         PIC 9(10).
           05  BUR-D-DV          PIC X.
           05  BUR-D-NOMBRE      PIC X(40).
           05  BUR-D-MONTO       PIC 9(11)V99.
           05  BUR-D-DIAS        PIC 9(05).
           05  BUR-D-VENC        PIC 9(08).
           05  FILLER            PIC X(41) VALUE SPACES.
       01  BUR-TRAILER.
           05  BUR-T-TIPO        PIC X VALUE "T".
           05  BUR-T-CANTIDAD    PIC 9(06).
           05  BUR-T-HASH-RUT    PIC 9(12).
           05  FILLER            PIC X(101) VALUE SPACES.

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).
       01 OUT-DIFFDIASFECHA.
           05 DIFF-DIAS       PIC 9(07).
           05 DIFF-ANOS        PIC 9(04).
           05 DIFF-MESES       PIC 9(02).
           05 DIFF-DIAS-RESTO  PIC 9(02).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS-BURO

           OPEN I-O datos-buro
           IF FS-BURO NOT = "00" THEN
              DISPLAY "NO HAY CLIENTES INFORMADOS AL BURO."
              GOBACK
           END-IF
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              CLOSE datos-buro
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-USUARIOS-OK
           END-IF
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF

           MOVE 0 TO buro-rut buro-episodio
           START datos-buro KEY IS NOT < buro-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-buro NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF buro-informado THEN
                          PERFORM REVISAR-CLIENTE THRU
                                  REVISAR-CLIENTE-FIN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ENVIO-ABIERTO = "S" THEN
              MOVE WS-CONT-ACLARADOS TO BUR-T-CANTIDAD
              MOVE WS-HASH-RUT       TO BUR-T-HASH-RUT
              MOVE BUR-TRAILER       TO envio-linea
              WRITE envio-linea
              CLOSE envio-buro
              MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
              PERFORM GRABAR-CONTROL-BURO
           END-IF

           CLOSE datos-buro datos-facturas
           IF WS-USUARIOS-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "RECTIFICACION BURO AL " WS-FECHA-SYS
           DISPLAY "INFORMADOS REVISADOS: " WS-CONT-REVISADOS
           DISPLAY "ACLARADOS...........: " WS-CONT-ACLARADOS
           DISPLAY "SIGUEN MOROSOS......: " WS-CONT-MOROSOS
           DISPLAY "FUERA DE PLAZO LEGAL: " WS-CONT-FUERA-PLAZO
                   " (" WS-DIAS-ACLARACION " DIAS)"
           IF WS-ENVIO-ABIERTO = "S" THEN
              DISPLAY "ENVIO " WS-SEQ-EMITIR " GENERADO: "
                      WS-RUTA-ENVIO
              DISPLAY "SUMA CONTROL DE RUT.: " WS-HASH-RUT
           ELSE
              DISPLAY "SIN ACLARACIONES: NO SE GENERA ENVIO."
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE CobranzaEtapas: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO.
       LEER-PARAMETROS-BURO.
           MOVE 90 TO WS-DIAS-INFORME
           MOVE 7  TO WS-DIAS-ACLARACION
           OPEN INPUT param-buro
           IF FS-PARAM = "00" THEN
              READ param-buro INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-INFORME, WS-DIAS-ACLARACION
                      END-UNSTRING
              END-READ
              CLOSE param-buro
           END-IF
           .

      *----------------------------------------------------------*
      * REVISAR-CLIENTE : el cliente informado sigue moroso si le  *
      * queda una factura pendiente (sin disputa abierta) o        *
      * castigada con vencimiento hasta buro-venc-ultima. Si no,   *
      * se aclara; la fecha de pago es la del ultimo pago aplicado *
      * a esas facturas (factura-fecmod).                          *
      *----------------------------------------------------------*
       REVISAR-CLIENTE.
           ADD 1 TO WS-CONT-REVISADOS
           MOVE "N" TO WS-SIGUE-MOROSO
           MOVE 0   TO WS-FEC-PAGO
           MOVE "N" TO fin-facturas
           MOVE buro-rut TO factura-rut
           MOVE 0        TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = buro-rut THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-fec-venc NOT >
                             buro-venc-ultima THEN
                             PERFORM REVISAR-FACTURA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SIGUE-MOROSO = "S" THEN
              ADD 1 TO WS-CONT-MOROSOS
              GO TO REVISAR-CLIENTE-FIN
           END-IF
           IF WS-FEC-PAGO = 0 THEN
              MOVE WS-FECHA-SYS TO WS-FEC-PAGO
           END-IF

           IF WS-ENVIO-ABIERTO NOT = "S" THEN
              PERFORM ABRIR-ENVIO
           END-IF
           ADD 1 TO WS-CONT-ACLARADOS
           ADD buro-rut TO WS-HASH-RUT
      *        EL DESBORDE SOBRE 12 DIGITOS SE TRUNCA SOLO (SIZE
      *        ERROR IGNORADO A PROPOSITO): ES UNA SUMA DE CONTROL.

           MOVE buro-rut TO BUR-D-RUT
           MOVE SPACES   TO BUR-D-DV BUR-D-NOMBRE
           IF WS-USUARIOS-OK = "S" THEN
              MOVE buro-rut TO usuario-rut
              READ datos-usuarios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE usuario-dv TO BUR-D-DV
                      IF usuario-juridica THEN
                         MOVE usuario-razon-social TO BUR-D-NOMBRE
                      ELSE
                         STRING usuario-nombre DELIMITED BY "  "
                                " "            DELIMITED BY SIZE
                                usuario-apepat DELIMITED BY "  "
                                       INTO BUR-D-NOMBRE
                         END-STRING
                      END-IF
              END-READ
           END-IF
           MOVE buro-monto-informado TO BUR-D-MONTO
           MOVE buro-dias-atraso     TO BUR-D-DIAS
           MOVE buro-venc-antigua    TO BUR-D-VENC
           MOVE BUR-DETALLE          TO envio-linea
           WRITE envio-linea

           MOVE "A"           TO buro-estado
           MOVE WS-FEC-PAGO   TO buro-fec-pago
           MOVE WS-FECHA-SYS  TO buro-fec-aclaracion
           MOVE WS-SEQ-EMITIR TO buro-seq-aclaracion
           MOVE WS-FECHA-SYS  TO buro-fecmod
           MOVE "BATCH"       TO buro-usuario-mod
           REWRITE buro-registro END-REWRITE

           IF WS-FEC-PAGO < WS-FECHA-SYS THEN
              MOVE WS-FEC-PAGO  TO FECHA1-YYYYMMDD
              MOVE WS-FECHA-SYS TO FECHA2-YYYYMMDD
              CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                         OUT-DIFFDIASFECHA
              IF DIFF-DIAS > WS-DIAS-ACLARACION THEN
                 ADD 1 TO WS-CONT-FUERA-PLAZO
                 DISPLAY "RUT " buro-rut " PAGO " WS-FEC-PAGO
                         " ACLARADO FUERA DE PLAZO (" DIFF-DIAS
                         " DIAS)"
              END-IF
           END-IF.
       REVISAR-CLIENTE-FIN.
           EXIT.

       REVISAR-FACTURA.
           EVALUATE TRUE
               WHEN factura-castigada
                   MOVE "S" TO WS-SIGUE-MOROSO
               WHEN factura-pendiente
                   PERFORM VER-DISPUTA-FACTURA
                   IF WS-EN-DISPUTA NOT = "S" THEN
                      MOVE "S" TO WS-SIGUE-MOROSO
                   END-IF
               WHEN factura-cancelada
                   IF factura-fecmod > WS-FEC-PAGO THEN
                      MOVE factura-fecmod TO WS-FEC-PAGO
                   END-IF
           END-EVALUATE
           .

      *    EL ENVIO SE ABRE CON EL PRIMER ACLARADO, ASI UN DIA SIN
      *    PAGOS DE INFORMADOS NO CONSUME SECUENCIA.
       ABRIR-ENVIO.
           PERFORM LEER-CONTROL-BURO
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1
           MOVE SPACES TO WS-RUTA-ENVIO
           STRING "C:\PgmCobols\Data\buro_rectif_"
                                 DELIMITED BY SIZE
                  WS-SEQ-EMITIR  DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                     INTO WS-RUTA-ENVIO
           END-STRING
           OPEN OUTPUT envio-buro
           MOVE "S"           TO WS-ENVIO-ABIERTO
           MOVE WS-FECHA-SYS  TO BUR-H-FECHA
           MOVE WS-SEQ-EMITIR TO BUR-H-SECUENCIA
           MOVE BUR-CABECERA  TO envio-linea
           WRITE envio-linea
           .

       VER-DISPUTA-FACTURA.
           MOVE "N" TO WS-EN-DISPUTA
           IF WS-DISPUTAS-OK = "S" THEN
              MOVE factura-rut     TO disputa-rut
              MOVE factura-periodo TO disputa-periodo
              READ datos-disputas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF disputa-abierta THEN
                         MOVE "S" TO WS-EN-DISPUTA
                      END-IF
              END-READ
           END-IF
           .

       LEER-CONTROL-BURO.
           MOVE 0 TO WS-SEQ-ULTIMA
           OPEN INPUT control-buro
           IF FS-CONTROL = "00" THEN
              READ control-buro INTO control-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF control-linea(1:6) IS NUMERIC THEN
                         MOVE control-linea(1:6) TO WS-SEQ-ULTIMA
                      END-IF
              END-READ
              CLOSE control-buro
           END-IF
           .

       GRABAR-CONTROL-BURO.
           OPEN OUTPUT control-buro
           MOVE SPACES TO control-linea
           MOVE WS-SEQ-ULTIMA TO control-linea(1:6)
           WRITE control-linea
           CLOSE control-buro
           .

       END PROGRAM RectificacionBuro.
