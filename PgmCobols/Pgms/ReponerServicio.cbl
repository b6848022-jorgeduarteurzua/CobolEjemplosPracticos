      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reposicion del servicio cortado por cobranza. Si el
      *          cliente tiene suscripciones cortadas (CorteServicio)
      *          y ya esta al dia (ninguna factura pendiente vencida
      *          fuera de disputa) o tiene un convenio de pago
      *          vigente, las repone, deja una orden de reposicion
      *          por suscripcion en ordenes_corte.txt para el area de
      *          terreno y registra el cargo de reposicion como cargo
      *          extraordinario (GrabarCargoPend) para la proxima
      *          factura. La llaman PagarFactura y PagosBanco tras
      *          aplicar un pago, ConvenioPago al pactar un convenio
      *          y la misma CorteServicio en su barrido de cortados.
      *          El servicio del cargo sale de corte_param.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReponerServicio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-suscripciones
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susc-llave
               FILE STATUS IS FS-SUSCRIP.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT param-corte
               ASSIGN TO
           "C:\PgmCobols\Data\corte_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-ordenes ASSIGN TO
           "C:\PgmCobols\Data\ordenes_corte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-suscripciones.
           copy "C:\PgmCobols\FD\FDSuscripcion.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  param-corte.
       01  param-linea           PIC X(40).

       FD  archivo-ordenes.
       01  orden-linea           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SUSCRIP            PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-ORDENES            PIC XX.
       01  WS-DISPUTAS-OK        PIC X.
       01  WS-EN-DISPUTA         PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  fin-suscrip           PIC X.
       01  fin-facturas          PIC X.
       01  WS-CANT-CORTADAS      PIC 9(03).
       01  WS-MOROSO             PIC X.

      *    MISMO ARCHIVO DE PARAMETROS DE CorteServicio: ETAPA DE
      *    COBRANZA QUE CORTA Y SERVICIO DEL CATALOGO CON QUE SE
      *    COBRA LA REPOSICION. AQUI SOLO SE USA EL SEGUNDO.
       01  WS-ETAPA-CORTE        PIC 9 VALUE 2.
       01  WS-SRV-REPOSICION     PIC X(06) VALUE "REPOS".

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-CPEND.
           05  lk-cp-operacion  PIC X.
           05  lk-cp-rut        PIC 9(10).
           05  lk-cp-correlativo PIC 9(04).
           05  lk-cp-servicio   PIC X(06).
           05  lk-cp-cantidad   PIC 9(03).
           05  lk-cp-motivo     PIC X(40).
           05  lk-cp-origen     PIC X.
           05  lk-cp-operador   PIC X(10).
       01 PAR-SALIDA-CPEND.
           05  OUT-CODRET-CP    PIC 9(04).
           05  OUT-DESRET-CP    PIC X(50).
           05  OUT-CORREL-CP    PIC 9(04).

       LINKAGE SECTION.
       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
      *        0 = servicio repuesto; 1 = sin servicio cortado;
      *        4 = el cliente sigue moroso, no se repone
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).
      *        Suscripciones repuestas en esta llamada.

       PROCEDURE DIVISION USING PAR-ENTRADA-REPOS
                                PAR-SALIDA-REPOS.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           MOVE 0      TO OUT-CODRET-RP OUT-REPUESTAS-RP
           MOVE SPACES TO OUT-DESRET-RP

      *       SIN suscripciones.dat NO HAY NADA CORTADO.
           OPEN I-O datos-suscripciones
           IF FS-SUSCRIP NOT = "00" THEN
              MOVE 1 TO OUT-CODRET-RP
              MOVE "EL CLIENTE NO TIENE SERVICIO CORTADO"
                                      TO OUT-DESRET-RP
              GOBACK
           END-IF

           PERFORM CONTAR-CORTADAS
           IF WS-CANT-CORTADAS = 0 THEN
              MOVE 1 TO OUT-CODRET-RP
              MOVE "EL CLIENTE NO TIENE SERVICIO CORTADO"
                                      TO OUT-DESRET-RP
              CLOSE datos-suscripciones
              GOBACK
           END-IF

           PERFORM REVISAR-MOROSIDAD THRU REVISAR-MOROSIDAD-FIN
           IF WS-MOROSO = "S" THEN
              MOVE 4 TO OUT-CODRET-RP
              MOVE "EL CLIENTE SIGUE MOROSO: SERVICIO SIN REPONER"
                                      TO OUT-DESRET-RP
              CLOSE datos-suscripciones
              GOBACK
           END-IF

           PERFORM LEER-PARAMETROS-CORTE
           OPEN EXTEND archivo-ordenes
           IF FS-ORDENES NOT = "00" THEN
              OPEN OUTPUT archivo-ordenes
              CLOSE archivo-ordenes
              OPEN EXTEND archivo-ordenes
           END-IF
           PERFORM REPONER-SUSCRIPCIONES
           CLOSE datos-suscripciones archivo-ordenes

      *       EL CARGO DE REPOSICION VA UNO POR REPOSICION, NO POR
      *       SUSCRIPCION. SI NO SE PUEDE GRABAR (SERVICIO AUSENTE
      *       DEL CATALOGO) EL SERVICIO QUEDA REPUESTO IGUAL Y EL
      *       LLAMADOR RECIBE EL MOTIVO.
           MOVE "A"                   TO lk-cp-operacion
           MOVE lk-rp-rut             TO lk-cp-rut
           MOVE 0                     TO lk-cp-correlativo
           MOVE WS-SRV-REPOSICION     TO lk-cp-servicio
           MOVE 1                     TO lk-cp-cantidad
           MOVE "REPOSICION DE SERVICIO" TO lk-cp-motivo
           MOVE "R"                   TO lk-cp-origen
           MOVE lk-rp-operador        TO lk-cp-operador
           CALL "GrabarCargoPend" USING PAR-ENTRADA-CPEND
                                        PAR-SALIDA-CPEND
           IF OUT-CODRET-CP = 0 THEN
              MOVE "SERVICIO REPUESTO; CARGO DE REPOSICION REGISTRADO"
                                      TO OUT-DESRET-RP
           ELSE
              MOVE OUT-DESRET-CP      TO OUT-DESRET-RP
           END-IF
           GOBACK
           .

       CONTAR-CORTADAS.
           MOVE 0         TO WS-CANT-CORTADAS
           MOVE "N"       TO fin-suscrip
           MOVE lk-rp-rut TO susc-rut
           MOVE SPACES    TO susc-servicio
           START datos-suscripciones KEY IS NOT < susc-llave
               INVALID KEY
                   MOVE "S" TO fin-suscrip
           END-START
           PERFORM UNTIL fin-suscrip = "S"
               READ datos-suscripciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-suscrip
                   NOT AT END
                       IF susc-rut NOT = lk-rp-rut THEN
                          MOVE "S" TO fin-suscrip
                       ELSE
                          IF susc-suspendida THEN
                             ADD 1 TO WS-CANT-CORTADAS
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * REVISAR-MOROSIDAD : al dia = ninguna factura pendiente ya  *
      * vencida, sin contar las que tienen disputa abierta. Un     *
      * convenio de pago vigente deja al cliente al dia aunque le  *
      * queden facturas vencidas, igual que en CobranzaEtapas.     *
      *----------------------------------------------------------*
       REVISAR-MOROSIDAD.
           MOVE "N" TO WS-MOROSO
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              MOVE lk-rp-rut TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
              END-READ
              IF FS-CONVENIOS = "00" AND convenio-vigente THEN
                 CLOSE datos-convenios
                 GO TO REVISAR-MOROSIDAD-FIN
              END-IF
              CLOSE datos-convenios
           END-IF

           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              GO TO REVISAR-MOROSIDAD-FIN
           END-IF
           MOVE "N" TO WS-DISPUTAS-OK
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF

           MOVE "N"       TO fin-facturas
           MOVE lk-rp-rut TO factura-rut
           MOVE 0         TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S" OR WS-MOROSO = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = lk-rp-rut THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-pendiente AND
                             factura-fec-venc < WS-FECHA-SYS THEN
                             PERFORM VER-DISPUTA-FACTURA
                             IF WS-EN-DISPUTA = "N" THEN
                                MOVE "S" TO WS-MOROSO
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-facturas
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF.
       REVISAR-MOROSIDAD-FIN.
           EXIT.

      *    ORDEN DE REPOSICION PARA TERRENO, MISMO FORMATO QUE LAS DE
      *    CORTE: R;FECHA;RUT;SERVICIO;CANTIDAD;ETAPA;OPERADOR, CON
      *    LA ETAPA EN 0.
       REPONER-SUSCRIPCIONES.
           MOVE "N"       TO fin-suscrip
           MOVE lk-rp-rut TO susc-rut
           MOVE SPACES    TO susc-servicio
           START datos-suscripciones KEY IS NOT < susc-llave
               INVALID KEY
                   MOVE "S" TO fin-suscrip
           END-START
           PERFORM UNTIL fin-suscrip = "S"
               READ datos-suscripciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-suscrip
                   NOT AT END
                       IF susc-rut NOT = lk-rp-rut THEN
                          MOVE "S" TO fin-suscrip
                       ELSE
                          IF susc-suspendida THEN
                             PERFORM REPONER-UNA-SUSCRIPCION
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       REPONER-UNA-SUSCRIPCION.
           MOVE "N"            TO susc-corte
           MOVE WS-FECHA-SYS   TO susc-fec-reposicion
           MOVE WS-FECHA-SYS   TO susc-fecmod
           MOVE lk-rp-operador TO susc-usuario-mod
           REWRITE susc-registro END-REWRITE
           IF FS-SUSCRIP = "00" THEN
              ADD 1 TO OUT-REPUESTAS-RP
              MOVE SPACES TO orden-linea
              STRING "R;"             DELIMITED BY SIZE
                     WS-FECHA-SYS     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-rut         DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-servicio    DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-cantidad    DELIMITED BY SIZE
                     ";0;"            DELIMITED BY SIZE
                     lk-rp-operador   DELIMITED BY SIZE
                             INTO orden-linea
              END-STRING
              WRITE orden-linea
           END-IF
           .

       LEER-PARAMETROS-CORTE.
           OPEN INPUT param-corte
           IF FS-PARAM = "00" THEN
              READ param-corte INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-ETAPA-CORTE, WS-SRV-REPOSICION
                      END-UNSTRING
              END-READ
              CLOSE param-corte
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

       END PROGRAM ReponerServicio.
