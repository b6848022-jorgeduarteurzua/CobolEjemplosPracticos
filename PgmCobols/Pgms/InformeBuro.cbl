      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Informe mensual de morosos al buro de credito, en
      *          ancho fijo con el mismo esquema de ExtractoBanco:
      *          registro H con fecha, secuencia y tipo de envio (I =
      *          informe), registros D por cliente y registro T con
      *          cantidad y suma de control de los RUT. La secuencia
      *          vive en buro_ctrl.dat y la comparte con
      *          RectificacionBuro, asi el buro recibe los envios en
      *          estricto orden. Entra el cliente cuya factura
      *          pendiente mas antigua supera los dias de atraso de
      *          buro_param.dat ("DIAS-INFORME;DIAS-ACLARACION", por
      *          defecto 90;7), sin contar facturas en disputa
      *          abierta (disputas.dat) y dejando fuera al cliente
      *          con convenio de pago vigente (convenios.dat). Se
      *          informa el saldo de las facturas sobre el umbral.
      *          Cada cliente informado queda en el registro
      *          buro.dat (episodio abierto con fecha y secuencia del
      *          primer y del ultimo envio), que RectificacionBuro
      *          cierra cuando el cliente paga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeBuro.

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

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-buro
               ASSIGN TO
           "C:\PgmCobols\Data\buro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS buro-llave
               FILE STATUS IS FS-BURO.

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
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-buro.
           copy "C:\PgmCobols\FD\FDBuro.cpy".

       FD  param-buro.
       01  param-linea           PIC X(40).

       FD  control-buro.
       01  control-linea         PIC X(20).

       FD  envio-buro.
       01  envio-linea           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS           PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-BURO               PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-buro              PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-RUTA-ENVIO         PIC X(60).
       01  WS-SEQ-ULTIMA         PIC 9(06) VALUE 0.
       01  WS-SEQ-EMITIR         PIC 9(06).

      *    PARAMETROS DE buro_param.dat; LOS DIAS DE ACLARACION LOS
      *    USA RectificacionBuro PARA VIGILAR EL PLAZO LEGAL.
       01  WS-DIAS-INFORME       PIC 9(05).
       01  WS-DIAS-ACLARACION    PIC 9(05).

      *    CORTE DE CONTROL POR RUT SOBRE facturas.dat (RUT+PERIODO):
      *    SOLO SE ACUMULAN LAS FACTURAS SOBRE EL UMBRAL.
       01  WS-RUT-CORTE          PIC 9(10) VALUE 0.
       01  WS-CLI-CANT           PIC 9(04).
       01  WS-CLI-MONTO          PIC 9(11)V99.
       01  WS-CLI-DIAS           PIC 9(05).
       01  WS-CLI-VENC-ANTIGUA   PIC 9(08).
       01  WS-CLI-VENC-ULTIMA    PIC 9(08).
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-DIAS-ATRASO        PIC 9(07).

       01  WS-ULT-EPISODIO       PIC 9(03).
       01  WS-ULT-INFORMADO      PIC X.

       01  WS-CONT-INFORMADOS    PIC 9(06) VALUE 0.
       01  WS-CONT-NUEVOS        PIC 9(06) VALUE 0.
       01  WS-CONT-REITERADOS    PIC 9(06) VALUE 0.
       01  WS-CONT-CONVENIO      PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CLIENTE   PIC 9(06) VALUE 0.
       01  WS-HASH-RUT           PIC 9(12) VALUE 0.
       01  WS-TOTAL-INFORMADO    PIC 9(13)V99 VALUE 0.
       01  WS-MONTO-EDIT         PIC Z(12)9.99.

      *    LAYOUT FIJO DEL BURO (COMUN AL INFORME Y A LA
      *    RECTIFICACION).
       01  BUR-CABECERA.
           05  BUR-H-TIPO        PIC X VALUE "H".
           05  BUR-H-FECHA       PIC 9(08).
           05  BUR-H-SECUENCIA   PIC 9(06).
           05  BUR-H-ENVIO       PIC X VALUE "I".
      *            I = informe mensual, R = rectificacion.
           05  FILLER            PIC X(104) VALUE SPACES.
       01  BUR-DETALLE.
           05  BUR-D-TIPO        PIC X VALUE "D".
           05  BUR-D-MOVIMIENTO  PIC X VALUE "A".
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

           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR clientes.dat: " FS-USUARIOS
              CLOSE datos-facturas
              GOBACK
           END-IF
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              MOVE "S" TO WS-CONVENIOS-OK
           END-IF
           OPEN I-O datos-buro
           IF FS-BURO = "35" THEN
              OPEN OUTPUT datos-buro
              CLOSE datos-buro
              OPEN I-O datos-buro
           END-IF

           PERFORM LEER-CONTROL-BURO
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1
           MOVE SPACES TO WS-RUTA-ENVIO
           STRING "C:\PgmCobols\Data\buro_informe_"
                                 DELIMITED BY SIZE
                  WS-SEQ-EMITIR  DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                     INTO WS-RUTA-ENVIO
           END-STRING
           OPEN OUTPUT envio-buro

           MOVE WS-FECHA-SYS  TO BUR-H-FECHA
           MOVE WS-SEQ-EMITIR TO BUR-H-SECUENCIA
           MOVE "I"           TO BUR-H-ENVIO
           MOVE BUR-CABECERA  TO envio-linea
           WRITE envio-linea

           PERFORM INICIAR-CLIENTE
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                       IF WS-RUT-CORTE NOT = 0 THEN
                          PERFORM EVALUAR-CLIENTE THRU
                                  EVALUAR-CLIENTE-FIN
                       END-IF
                   NOT AT END
                       IF factura-rut NOT = WS-RUT-CORTE THEN
                          IF WS-RUT-CORTE NOT = 0 THEN
                             PERFORM EVALUAR-CLIENTE THRU
                                     EVALUAR-CLIENTE-FIN
                          END-IF
                          MOVE factura-rut TO WS-RUT-CORTE
                          PERFORM INICIAR-CLIENTE
                       END-IF
                       IF factura-pendiente THEN
                          PERFORM ACUMULAR-FACTURA THRU
                                  ACUMULAR-FACTURA-FIN
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CONT-INFORMADOS TO BUR-T-CANTIDAD
           MOVE WS-HASH-RUT        TO BUR-T-HASH-RUT
           MOVE BUR-TRAILER        TO envio-linea
           WRITE envio-linea

           CLOSE datos-facturas datos-usuarios datos-buro envio-buro
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios
           END-IF

           MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
           PERFORM GRABAR-CONTROL-BURO

           DISPLAY "-------------------------------------------"
           DISPLAY "INFORME BURO " WS-SEQ-EMITIR " GENERADO: "
                   WS-RUTA-ENVIO
           DISPLAY "UMBRAL DE ATRASO....: " WS-DIAS-INFORME " DIAS"
           DISPLAY "CLIENTES INFORMADOS.: " WS-CONT-INFORMADOS
           DISPLAY "  NUEVOS............: " WS-CONT-NUEVOS
           DISPLAY "  REITERADOS........: " WS-CONT-REITERADOS
           DISPLAY "OMITIDOS X CONVENIO.: " WS-CONT-CONVENIO
           DISPLAY "SIN FICHA CLIENTE...: " WS-CONT-SIN-CLIENTE
           MOVE WS-TOTAL-INFORMADO TO WS-MONTO-EDIT
           DISPLAY "MONTO INFORMADO.....: $" WS-MONTO-EDIT
           DISPLAY "SUMA CONTROL DE RUT.: " WS-HASH-RUT
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

       INICIAR-CLIENTE.
           MOVE 0        TO WS-CLI-CANT WS-CLI-MONTO WS-CLI-DIAS
                            WS-CLI-VENC-ULTIMA
           MOVE 99999999 TO WS-CLI-VENC-ANTIGUA
           .

      *    SOLO LAS FACTURAS VENCIDAS SOBRE EL UMBRAL Y SIN DISPUTA
      *    ABIERTA; LA MAS ANTIGUA DEFINE EL ATRASO INFORMADO.
       ACUMULAR-FACTURA.
           IF factura-fec-venc NOT < WS-FECHA-SYS THEN
              GO TO ACUMULAR-FACTURA-FIN
           END-IF
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              GO TO ACUMULAR-FACTURA-FIN
           END-IF
           MOVE factura-fec-venc TO FECHA1-YYYYMMDD
           MOVE WS-FECHA-SYS     TO FECHA2-YYYYMMDD
           CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                      OUT-DIFFDIASFECHA
           MOVE DIFF-DIAS        TO WS-DIAS-ATRASO
           IF WS-DIAS-ATRASO NOT > WS-DIAS-INFORME THEN
              GO TO ACUMULAR-FACTURA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           ADD 1            TO WS-CLI-CANT
           ADD WS-PENDIENTE TO WS-CLI-MONTO
           IF factura-fec-venc < WS-CLI-VENC-ANTIGUA THEN
              MOVE factura-fec-venc TO WS-CLI-VENC-ANTIGUA
              MOVE WS-DIAS-ATRASO   TO WS-CLI-DIAS
           END-IF
           IF factura-fec-venc > WS-CLI-VENC-ULTIMA THEN
              MOVE factura-fec-venc TO WS-CLI-VENC-ULTIMA
           END-IF.
       ACUMULAR-FACTURA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EVALUAR-CLIENTE : al cambiar de RUT, el cliente con        *
      * facturas sobre el umbral va al envio salvo que tenga un    *
      * convenio vigente. La suma de control del trailer acumula   *
      * los RUT modulo 12 digitos, igual que ExtractoBanco.        *
      *----------------------------------------------------------*
       EVALUAR-CLIENTE.
           IF WS-CLI-CANT = 0 THEN
              GO TO EVALUAR-CLIENTE-FIN
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              MOVE WS-RUT-CORTE TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF convenio-vigente THEN
                         ADD 1 TO WS-CONT-CONVENIO
                         GO TO EVALUAR-CLIENTE-FIN
                      END-IF
              END-READ
           END-IF
           MOVE WS-RUT-CORTE TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-CLIENTE
                   DISPLAY "RUT " WS-RUT-CORTE
                           " CON FACTURAS PERO SIN FICHA; NO INFORMADO"
                   GO TO EVALUAR-CLIENTE-FIN
           END-READ

           ADD 1 TO WS-CONT-INFORMADOS
           ADD usuario-rut TO WS-HASH-RUT
      *        EL DESBORDE SOBRE 12 DIGITOS SE TRUNCA SOLO (SIZE
      *        ERROR IGNORADO A PROPOSITO): ES UNA SUMA DE CONTROL.
           ADD WS-CLI-MONTO TO WS-TOTAL-INFORMADO

           MOVE "A"         TO BUR-D-MOVIMIENTO
           MOVE usuario-rut TO BUR-D-RUT
           MOVE usuario-dv  TO BUR-D-DV
           MOVE SPACES      TO BUR-D-NOMBRE
           IF usuario-juridica THEN
              MOVE usuario-razon-social TO BUR-D-NOMBRE
           ELSE
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                            INTO BUR-D-NOMBRE
              END-STRING
           END-IF
           MOVE WS-CLI-MONTO        TO BUR-D-MONTO
           MOVE WS-CLI-DIAS         TO BUR-D-DIAS
           MOVE WS-CLI-VENC-ANTIGUA TO BUR-D-VENC
           MOVE BUR-DETALLE         TO envio-linea
           WRITE envio-linea

           PERFORM REGISTRAR-INFORME.
       EVALUAR-CLIENTE-FIN.
           EXIT.

      *    EL EPISODIO ABIERTO DEL CLIENTE SE ACTUALIZA CON ESTE
      *    ENVIO; SI NO TIENE (NUNCA INFORMADO O YA ACLARADO) SE
      *    ABRE EL SIGUIENTE.
       REGISTRAR-INFORME.
           MOVE 0   TO WS-ULT-EPISODIO
           MOVE "N" TO WS-ULT-INFORMADO
           MOVE "N" TO fin-buro
           MOVE WS-RUT-CORTE TO buro-rut
           MOVE 0            TO buro-episodio
           START datos-buro KEY IS NOT < buro-llave
               INVALID KEY
                   MOVE "S" TO fin-buro
           END-START
           PERFORM UNTIL fin-buro = "S"
               READ datos-buro NEXT RECORD
                   AT END
                       MOVE "S" TO fin-buro
                   NOT AT END
                       IF buro-rut = WS-RUT-CORTE THEN
                          MOVE buro-episodio TO WS-ULT-EPISODIO
                          MOVE "N"           TO WS-ULT-INFORMADO
                          IF buro-informado THEN
                             MOVE "S" TO WS-ULT-INFORMADO
                          END-IF
                       ELSE
                          MOVE "S" TO fin-buro
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ULT-INFORMADO = "S" THEN
              MOVE WS-RUT-CORTE    TO buro-rut
              MOVE WS-ULT-EPISODIO TO buro-episodio
              READ datos-buro END-READ
              ADD 1 TO WS-CONT-REITERADOS
           ELSE
              INITIALIZE buro-registro
              MOVE WS-RUT-CORTE    TO buro-rut
              ADD 1 WS-ULT-EPISODIO GIVING buro-episodio
              MOVE "I"             TO buro-estado
              MOVE WS-FECHA-SYS    TO buro-fec-informe
              MOVE WS-SEQ-EMITIR   TO buro-seq-informe
              ADD 1 TO WS-CONT-NUEVOS
           END-IF
           MOVE WS-FECHA-SYS        TO buro-fec-ult-informe
           MOVE WS-SEQ-EMITIR       TO buro-seq-ult-informe
           MOVE WS-CLI-MONTO        TO buro-monto-informado
           MOVE WS-CLI-DIAS         TO buro-dias-atraso
           MOVE WS-CLI-VENC-ANTIGUA TO buro-venc-antigua
           IF WS-CLI-VENC-ULTIMA > buro-venc-ultima THEN
              MOVE WS-CLI-VENC-ULTIMA TO buro-venc-ultima
           END-IF
           MOVE WS-FECHA-SYS        TO buro-fecmod
           MOVE "BATCH"             TO buro-usuario-mod
           IF WS-ULT-INFORMADO = "S" THEN
              REWRITE buro-registro END-REWRITE
           ELSE
              WRITE buro-registro END-WRITE
           END-IF
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

       END PROGRAM InformeBuro.
