      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Conciliacion de la cartola diaria de la cuenta
      *          corriente del banco (cartola_banco.txt, ancho fijo
      *          con cabecera H fecha + cuenta, detalles D fecha +
      *          tipo A/C + monto + referencia + descripcion y
      *          trailer T con cantidad y suma de montos). Cada abono
      *          de la cartola se calza contra las partidas de libros
      *          de los ultimos N dias aun no conciliadas:
      *          transferencias recibidas en caja (abonos de
      *          PagarFactura con medio B, tomados por su comprobante
      *          en comprobantes.dat, que lleva el RUT y el total de
      *          los abonos grabados en movimientos.dat), cheques
      *          depositados (cheques.dat) y remesas de efectivo
      *          (remesas.dat). Se calza primero por referencia y
      *          monto (RUT, numero de cheque o sello de la remesa),
      *          luego una remesa solo por su sello (informando la
      *          diferencia) y al final por monto dentro de los dias
      *          de tolerancia. Lo calzado queda en conciliacion.dat
      *          (una partida no se ofrece a otra cartola; la misma
      *          cartola se puede reprocesar). Parametros en
      *          conciliacion_param.dat ("DIAS;TOLERANCIA", por
      *          defecto 10;3). Reporte por spool (CONCILCARTOLA) en
      *          tres secciones: calzadas, en el banco y no en
      *          libros, y en libros y no en el banco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliarCartola.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cartola ASSIGN TO
           "C:\PgmCobols\Data\cartola_banco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTOLA.

           SELECT datos-comprobantes
               ASSIGN TO
           "C:\PgmCobols\Data\comprobantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-folio
               FILE STATUS IS FS-COMPROBANTES.

           SELECT datos-cheques
               ASSIGN TO
           "C:\PgmCobols\Data\cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chq-llave
               FILE STATUS IS FS-CHEQUES.

           SELECT datos-remesas
               ASSIGN TO
           "C:\PgmCobols\Data\remesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS remesa-numero
               FILE STATUS IS FS-REMESAS.

           SELECT datos-conciliacion
               ASSIGN TO
           "C:\PgmCobols\Data\conciliacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS conc-llave
               FILE STATUS IS FS-CONCILIACION.

           SELECT param-conciliacion ASSIGN TO
           "C:\PgmCobols\Data\conciliacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cartola.
       01  cartola-linea         PIC X(80).

       FD  datos-comprobantes.
           copy "C:\PgmCobols\FD\FDComprobante.cpy".

       FD  datos-cheques.
           copy "C:\PgmCobols\FD\FDCheque.cpy".

       FD  datos-remesas.
           copy "C:\PgmCobols\FD\FDRemesa.cpy".

       FD  datos-conciliacion.
           copy "C:\PgmCobols\FD\FDConciliacion.cpy".

       FD  param-conciliacion.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-CARTOLA            PIC XX.
       01  FS-COMPROBANTES       PIC XX.
       01  FS-CHEQUES            PIC XX.
       01  FS-REMESAS            PIC XX.
       01  FS-CONCILIACION       PIC XX.
       01  FS-PARAM              PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

      *    PARAMETROS CON VALORES POR DEFECTO SI
      *    conciliacion_param.dat NO EXISTE.
       01  WS-DIAS-LIBROS        PIC 9(03) VALUE 10.
       01  WS-DIAS-TOLERANCIA    PIC 9(03) VALUE 3.

      *    LAYOUT FIJO DE LA CARTOLA.
       01  WS-LINEA-ENTRADA      PIC X(80).
       01  R-ENT-CABECERA REDEFINES WS-LINEA-ENTRADA.
           05  ENT-H-TIPO        PIC X.
           05  ENT-H-FECHA       PIC 9(08).
           05  ENT-H-CUENTA      PIC X(20).
           05  FILLER            PIC X(51).
       01  R-ENT-DETALLE REDEFINES WS-LINEA-ENTRADA.
           05  ENT-D-TIPO        PIC X.
           05  ENT-D-FECHA       PIC 9(08).
           05  ENT-D-SIGNO       PIC X.
      *        A = abono (credito en la cuenta); C = cargo.
           05  ENT-D-MONTO       PIC 9(11)V99.
           05  ENT-D-REFERENCIA  PIC X(20).
           05  ENT-D-DESCRIPCION PIC X(30).
           05  FILLER            PIC X(07).
       01  R-ENT-TRAILER REDEFINES WS-LINEA-ENTRADA.
           05  ENT-T-TIPO        PIC X.
           05  ENT-T-CANTIDAD    PIC 9(06).
           05  ENT-T-TOTAL       PIC 9(13)V99.
           05  FILLER            PIC X(58).

       01  WS-HAY-CABECERA       PIC X VALUE "N".
       01  WS-FECHA-CARTOLA      PIC 9(08).
       01  WS-CUENTA             PIC X(20).
       01  WS-CONT-DETALLES      PIC 9(06) VALUE 0.
       01  WS-SUMA-DETALLES      PIC 9(13)V99 VALUE 0.
       01  WS-FECHA-DESDE        PIC 9(08).
       01  WS-FECHA-TOLERANCIA   PIC 9(08).
      *        Partidas de libros desde WS-FECHA-DESDE; el calce solo
      *        por monto exige fecha desde WS-FECHA-TOLERANCIA.

      *    ABONOS DE LA CARTOLA.
       01  WS-TAB-BANCO.
           05  WS-BAN-ITEM OCCURS 2000 TIMES.
               10  WS-BAN-FECHA     PIC 9(08).
               10  WS-BAN-MONTO     PIC 9(11)V99.
               10  WS-BAN-REF       PIC X(20).
               10  WS-BAN-DESC      PIC X(30).
               10  WS-BAN-LIBRO     PIC 9(04).
      *                Partida de libros calzada; 0 = sin calce.
               10  WS-BAN-REGLA     PIC X(12).
       01  WS-BAN-CANT           PIC 9(04) VALUE 0.
       01  WS-BAN-IDX            PIC 9(04).
       01  WS-BAN-REF-NORM       PIC X(20).

      *    PARTIDAS DE LIBROS PENDIENTES DE CONCILIAR.
       01  WS-TAB-LIBRO.
           05  WS-LIB-ITEM OCCURS 2000 TIMES.
               10  WS-LIB-TIPO      PIC X.
               10  WS-LIB-LLAVE     PIC X(20).
               10  WS-LIB-FECHA     PIC 9(08).
               10  WS-LIB-MONTO     PIC 9(11)V99.
               10  WS-LIB-REF       PIC X(20).
               10  WS-LIB-REF-NORM  PIC X(20).
               10  WS-LIB-CALZADO   PIC X.
       01  WS-LIB-CANT           PIC 9(04) VALUE 0.
       01  WS-LIB-IDX            PIC 9(04).
       01  WS-LIB-HALLADO        PIC 9(04).

      *    PARTIDA EN CARGA (AGREGAR-LIBRO).
       01  WS-NUE-TIPO           PIC X.
       01  WS-NUE-LLAVE          PIC X(20).
       01  WS-NUE-FECHA          PIC 9(08).
       01  WS-NUE-MONTO          PIC 9(11)V99.
       01  WS-NUE-REF            PIC X(20).
       01  WS-NUE-RUT            PIC 9(10).

      *    REFERENCIA SIN CEROS NI BLANCOS A LA IZQUIERDA, PARA QUE
      *    UN RUT "0012345678" CALCE CON "12345678".
       01  WS-REF-ENT            PIC X(20).
       01  WS-REF-NORM           PIC X(20).
       01  WS-REF-POS            PIC 9(02).
       01  WS-REF-INI            PIC 9(02).

       01  WS-TIPO-DESC          PIC X(10).
       01  WS-OBSERVACION        PIC X(20).
       01  WS-DIFERENCIA         PIC S9(11)V99.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-LIBRO-EDIT         PIC Z(10)9.99.
       01  WS-DIF-EDIT           PIC -(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.

       01  WS-CONT-CARGOS        PIC 9(06) VALUE 0.
       01  WS-CONT-CALZADOS      PIC 9(06) VALUE 0.
       01  WS-CONT-SOLO-BANCO    PIC 9(06) VALUE 0.
       01  WS-CONT-SOLO-LIBROS   PIC 9(06) VALUE 0.
       01  WS-CONT-EXCEDIDOS     PIC 9(06) VALUE 0.
       01  WS-TOT-CALZADO        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-SOLO-BANCO     PIC 9(13)V99 VALUE 0.
       01  WS-TOT-SOLO-LIBROS    PIC 9(13)V99 VALUE 0.

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
           05 SUM-RES-TIPO    PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       01  WS-RUTA-SPOOL         PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS

           OPEN INPUT archivo-cartola
           IF FS-CARTOLA NOT = "00" THEN
              DISPLAY "NO HAY ARCHIVO cartola_banco.txt QUE PROCESAR."
              GOBACK
           END-IF
           PERFORM LEER-CARTOLA THRU LEER-CARTOLA-FIN
           CLOSE archivo-cartola
           IF WS-HAY-CABECERA NOT = "S" THEN
              GOBACK
           END-IF

           MOVE WS-DIAS-LIBROS TO SUM-RES-DIAS
           PERFORM RESTAR-DIAS
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-DESDE
           MOVE WS-DIAS-TOLERANCIA TO SUM-RES-DIAS
           PERFORM RESTAR-DIAS
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-TOLERANCIA

           OPEN I-O datos-conciliacion
           IF FS-CONCILIACION = "35" THEN
              OPEN OUTPUT datos-conciliacion
              CLOSE datos-conciliacion
              OPEN I-O datos-conciliacion
           END-IF
           PERFORM CARGAR-TRANSFERENCIAS
           PERFORM CARGAR-CHEQUES
           PERFORM CARGAR-REMESAS

           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > WS-BAN-CANT
              PERFORM CALZAR-ABONO
           END-PERFORM
           CLOSE datos-conciliacion

           PERFORM EMITIR-REPORTE

           DISPLAY "-------------------------------------------"
           DISPLAY "CONCILIACION CARTOLA " WS-FECHA-CARTOLA
           DISPLAY "ABONOS EN CARTOLA..: " WS-BAN-CANT
           DISPLAY "CARGOS (NO CONCIL.): " WS-CONT-CARGOS
           DISPLAY "PARTIDAS EN LIBROS.: " WS-LIB-CANT
           DISPLAY "CALZADAS...........: " WS-CONT-CALZADOS
           DISPLAY "SOLO EN EL BANCO...: " WS-CONT-SOLO-BANCO
           DISPLAY "SOLO EN LIBROS.....: " WS-CONT-SOLO-LIBROS
           IF WS-CONT-EXCEDIDOS > 0 THEN
              DISPLAY "SIN ESPACIO EN TABLA: " WS-CONT-EXCEDIDOS
           END-IF
           DISPLAY "REPORTE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-conciliacion
           IF FS-PARAM = "00" THEN
              READ param-conciliacion INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-LIBROS, WS-DIAS-TOLERANCIA
                      END-UNSTRING
              END-READ
              CLOSE param-conciliacion
           END-IF
           IF WS-DIAS-LIBROS NOT NUMERIC OR WS-DIAS-LIBROS = 0 THEN
              MOVE 10 TO WS-DIAS-LIBROS
           END-IF
           IF WS-DIAS-TOLERANCIA NOT NUMERIC THEN
              MOVE 3 TO WS-DIAS-TOLERANCIA
           END-IF
           .

      *    FECHA DE LA CARTOLA MENOS SUM-RES-DIAS DIAS CORRIDOS;
      *    FUERA DEL CALENDARIO SE QUEDA EN LA MISMA FECHA.
       RESTAR-DIAS.
           MOVE WS-FECHA-CARTOLA TO FECHA-YYYYMMDD
           MOVE "-"              TO SUM-RES-SIGNO
           MOVE "C"              TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA NOT = "S" OR
              NUEVA-FECHA-YYYYMMDD IS NOT NUMERIC THEN
              MOVE WS-FECHA-CARTOLA TO NUEVA-FECHA-YYYYMMDD
           END-IF
           .

      *----------------------------------------------------------*
      * LEER-CARTOLA : carga los abonos en la tabla y valida el   *
      * trailer (cantidad de detalles y suma de montos). Un       *
      * descuadre rechaza la cartola completa.                    *
      *----------------------------------------------------------*
       LEER-CARTOLA.
           MOVE "N" TO fin-de-archivo
           PERFORM UNTIL fin-de-archivo = "S"
               READ archivo-cartola INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       EVALUATE ENT-H-TIPO
                           WHEN "H"
                               MOVE "S"          TO WS-HAY-CABECERA
                               MOVE ENT-H-FECHA  TO WS-FECHA-CARTOLA
                               MOVE ENT-H-CUENTA TO WS-CUENTA
                           WHEN "D"
                               ADD 1 TO WS-CONT-DETALLES
                               ADD ENT-D-MONTO TO WS-SUMA-DETALLES
                               PERFORM TOMAR-DETALLE
                           WHEN "T"
                               IF ENT-T-CANTIDAD NOT =
                                  WS-CONT-DETALLES OR
                                  ENT-T-TOTAL NOT =
                                  WS-SUMA-DETALLES THEN
                                  DISPLAY "TRAILER DESCUADRADO; LA"
                                          " CARTOLA SE RECHAZA."
                                  MOVE "N" TO WS-HAY-CABECERA
                                  MOVE "S" TO fin-de-archivo
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HAY-CABECERA NOT = "S" THEN
              DISPLAY "CARTOLA SIN CABECERA O DESCUADRADA."
           END-IF.
       LEER-CARTOLA-FIN.
           EXIT.

       TOMAR-DETALLE.
           IF ENT-D-SIGNO NOT = "A" THEN
              ADD 1 TO WS-CONT-CARGOS
           ELSE
              IF WS-BAN-CANT = 2000 THEN
                 ADD 1 TO WS-CONT-EXCEDIDOS
              ELSE
                 ADD 1 TO WS-BAN-CANT
                 MOVE ENT-D-FECHA      TO WS-BAN-FECHA(WS-BAN-CANT)
                 MOVE ENT-D-MONTO      TO WS-BAN-MONTO(WS-BAN-CANT)
                 MOVE ENT-D-REFERENCIA TO WS-BAN-REF(WS-BAN-CANT)
                 MOVE ENT-D-DESCRIPCION
                                       TO WS-BAN-DESC(WS-BAN-CANT)
                 MOVE 0                TO WS-BAN-LIBRO(WS-BAN-CANT)
                 MOVE SPACES           TO WS-BAN-REGLA(WS-BAN-CANT)
              END-IF
           END-IF
           .

      *    TRANSFERENCIAS: COMPROBANTES VIGENTES CON MEDIO B Y FECHA
      *    VALOR EN LA VENTANA; LA REFERENCIA ES EL RUT.
       CARGAR-TRANSFERENCIAS.
           OPEN INPUT datos-comprobantes
           IF FS-COMPROBANTES = "00" THEN
              MOVE "N" TO fin-de-archivo
              MOVE 0   TO comp-folio
              START datos-comprobantes KEY IS NOT < comp-folio
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ datos-comprobantes NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF comp-medio = "B" AND comp-vigente AND
                             comp-fecha-valor >= WS-FECHA-DESDE AND
                             comp-fecha-valor <= WS-FECHA-CARTOLA
                          THEN
                             MOVE "T"              TO WS-NUE-TIPO
                             MOVE comp-folio       TO WS-NUE-LLAVE
                             MOVE comp-fecha-valor TO WS-NUE-FECHA
                             MOVE comp-monto       TO WS-NUE-MONTO
                             MOVE comp-rut         TO WS-NUE-RUT
                             MOVE WS-NUE-RUT       TO WS-NUE-REF
                             PERFORM AGREGAR-LIBRO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE datos-comprobantes
           END-IF
           .

      *    CHEQUES DEPOSITADOS EN LA VENTANA Y NO PROTESTADOS; LA
      *    REFERENCIA ES EL NUMERO DE CHEQUE.
       CARGAR-CHEQUES.
           OPEN INPUT datos-cheques
           IF FS-CHEQUES = "00" THEN
              MOVE "N"        TO fin-de-archivo
              MOVE LOW-VALUES TO chq-llave
              START datos-cheques KEY IS NOT < chq-llave
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ datos-cheques NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF NOT chq-protestado AND
                             chq-fec-deposito >= WS-FECHA-DESDE AND
                             chq-fec-deposito <= WS-FECHA-CARTOLA
                          THEN
                             MOVE "Q"              TO WS-NUE-TIPO
                             MOVE chq-llave        TO WS-NUE-LLAVE
                             MOVE chq-fec-deposito TO WS-NUE-FECHA
                             MOVE chq-monto        TO WS-NUE-MONTO
                             MOVE chq-numero       TO WS-NUE-REF
                             PERFORM AGREGAR-LIBRO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE datos-cheques
           END-IF
           .

      *    REMESAS ENVIADAS EN LA VENTANA; LA REFERENCIA ES EL SELLO
      *    Y EL MONTO EL CONFIRMADO SI TESORERIA YA LO REGISTRO.
       CARGAR-REMESAS.
           OPEN INPUT datos-remesas
           IF FS-REMESAS = "00" THEN
              MOVE "N" TO fin-de-archivo
              MOVE 0   TO remesa-numero
              START datos-remesas KEY IS NOT < remesa-numero
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
              PERFORM UNTIL fin-de-archivo = "S"
                  READ datos-remesas NEXT RECORD
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          IF remesa-fecha >= WS-FECHA-DESDE AND
                             remesa-fecha <= WS-FECHA-CARTOLA THEN
                             MOVE "R"           TO WS-NUE-TIPO
                             MOVE remesa-numero TO WS-NUE-LLAVE
                             MOVE remesa-fecha  TO WS-NUE-FECHA
                             IF remesa-enviada THEN
                                MOVE remesa-monto TO WS-NUE-MONTO
                             ELSE
                                MOVE remesa-monto-banco
                                                  TO WS-NUE-MONTO
                             END-IF
                             MOVE remesa-sello  TO WS-NUE-REF
                             PERFORM AGREGAR-LIBRO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE datos-remesas
           END-IF
           .

      *    LA PARTIDA YA CONCILIADA CON OTRA CARTOLA NO SE OFRECE;
      *    CONCILIADA CON ESTA MISMA (REPROCESO) SE VUELVE A CALZAR.
       AGREGAR-LIBRO.
           MOVE WS-NUE-TIPO  TO conc-tipo
           MOVE WS-NUE-LLAVE TO conc-llave-libro
           READ datos-conciliacion
               INVALID KEY
                   MOVE WS-FECHA-CARTOLA TO conc-fecha-cartola
           END-READ
           IF conc-fecha-cartola = WS-FECHA-CARTOLA THEN
              IF WS-LIB-CANT = 2000 THEN
                 ADD 1 TO WS-CONT-EXCEDIDOS
              ELSE
                 ADD 1 TO WS-LIB-CANT
                 MOVE WS-NUE-TIPO  TO WS-LIB-TIPO(WS-LIB-CANT)
                 MOVE WS-NUE-LLAVE TO WS-LIB-LLAVE(WS-LIB-CANT)
                 MOVE WS-NUE-FECHA TO WS-LIB-FECHA(WS-LIB-CANT)
                 MOVE WS-NUE-MONTO TO WS-LIB-MONTO(WS-LIB-CANT)
                 MOVE WS-NUE-REF   TO WS-LIB-REF(WS-LIB-CANT)
                 MOVE WS-NUE-REF   TO WS-REF-ENT
                 PERFORM NORMALIZAR-REF
                 MOVE WS-REF-NORM  TO WS-LIB-REF-NORM(WS-LIB-CANT)
                 MOVE "N"          TO WS-LIB-CALZADO(WS-LIB-CANT)
              END-IF
           END-IF
           .

       NORMALIZAR-REF.
           MOVE 0 TO WS-REF-INI
           PERFORM VARYING WS-REF-POS FROM 1 BY 1
                   UNTIL WS-REF-POS > 20 OR WS-REF-INI > 0
              IF WS-REF-ENT(WS-REF-POS:1) NOT = "0" AND
                 WS-REF-ENT(WS-REF-POS:1) NOT = SPACE THEN
                 MOVE WS-REF-POS TO WS-REF-INI
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REF-NORM
           IF WS-REF-INI > 0 THEN
              MOVE WS-REF-ENT(WS-REF-INI:) TO WS-REF-NORM
           END-IF
           .

      *----------------------------------------------------------*
      * CALZAR-ABONO : 1) referencia y monto; 2) remesa por su    *
      * sello aunque difiera el monto; 3) monto exacto con fecha  *
      * dentro de la tolerancia. La primera partida libre que     *
      * cumple se calza y queda en conciliacion.dat.              *
      *----------------------------------------------------------*
       CALZAR-ABONO.
           MOVE 0 TO WS-LIB-HALLADO
           MOVE WS-BAN-REF(WS-BAN-IDX) TO WS-REF-ENT
           PERFORM NORMALIZAR-REF
           MOVE WS-REF-NORM TO WS-BAN-REF-NORM

           IF WS-BAN-REF-NORM NOT = SPACES THEN
              PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                      UNTIL WS-LIB-IDX > WS-LIB-CANT OR
                            WS-LIB-HALLADO > 0
                 IF WS-LIB-CALZADO(WS-LIB-IDX) = "N" AND
                    WS-LIB-REF-NORM(WS-LIB-IDX) = WS-BAN-REF-NORM AND
                    WS-LIB-MONTO(WS-LIB-IDX) = WS-BAN-MONTO(WS-BAN-IDX)
                 THEN
                    MOVE WS-LIB-IDX  TO WS-LIB-HALLADO
                    MOVE "REF+MONTO" TO WS-BAN-REGLA(WS-BAN-IDX)
                 END-IF
              END-PERFORM
           END-IF
           IF WS-LIB-HALLADO = 0 AND WS-BAN-REF-NORM NOT = SPACES
           THEN
              PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                      UNTIL WS-LIB-IDX > WS-LIB-CANT OR
                            WS-LIB-HALLADO > 0
                 IF WS-LIB-CALZADO(WS-LIB-IDX) = "N" AND
                    WS-LIB-TIPO(WS-LIB-IDX) = "R" AND
                    WS-LIB-REF-NORM(WS-LIB-IDX) = WS-BAN-REF-NORM
                 THEN
                    MOVE WS-LIB-IDX   TO WS-LIB-HALLADO
                    MOVE "REFERENCIA" TO WS-BAN-REGLA(WS-BAN-IDX)
                 END-IF
              END-PERFORM
           END-IF
           IF WS-LIB-HALLADO = 0 THEN
              PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                      UNTIL WS-LIB-IDX > WS-LIB-CANT OR
                            WS-LIB-HALLADO > 0
                 IF WS-LIB-CALZADO(WS-LIB-IDX) = "N" AND
                    WS-LIB-MONTO(WS-LIB-IDX) =
                    WS-BAN-MONTO(WS-BAN-IDX) AND
                    WS-LIB-FECHA(WS-LIB-IDX) >= WS-FECHA-TOLERANCIA
                 THEN
                    MOVE WS-LIB-IDX    TO WS-LIB-HALLADO
                    MOVE "MONTO+FECHA" TO WS-BAN-REGLA(WS-BAN-IDX)
                 END-IF
              END-PERFORM
           END-IF

           IF WS-LIB-HALLADO > 0 THEN
              MOVE "S"            TO WS-LIB-CALZADO(WS-LIB-HALLADO)
              MOVE WS-LIB-HALLADO TO WS-BAN-LIBRO(WS-BAN-IDX)
              MOVE WS-LIB-TIPO(WS-LIB-HALLADO)  TO conc-tipo
              MOVE WS-LIB-LLAVE(WS-LIB-HALLADO) TO conc-llave-libro
              MOVE WS-FECHA-CARTOLA             TO conc-fecha-cartola
              MOVE WS-BAN-MONTO(WS-BAN-IDX)     TO conc-monto-banco
              MOVE WS-BAN-REF(WS-BAN-IDX)       TO conc-ref-banco
              MOVE WS-BAN-REGLA(WS-BAN-IDX)     TO conc-regla
              MOVE WS-FECHA-SYS                 TO conc-fecmod
              WRITE conc-registro
                  INVALID KEY
                      REWRITE conc-registro END-REWRITE
              END-WRITE
           END-IF
           .

      *----------------------------------------------------------*
      * EMITIR-REPORTE : tres secciones; una partida de libros    *
      * sin calce anterior a la tolerancia se marca ATRASADA.     *
      *----------------------------------------------------------*
       EMITIR-REPORTE.
           MOVE "CONCILCARTOLA" TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "CONCILIACION CARTOLA " DELIMITED BY SIZE
                  WS-FECHA-CARTOLA        DELIMITED BY SIZE
                  " CUENTA "              DELIMITED BY SIZE
                  WS-CUENTA               DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "ORIGEN     FECHA    REFERENCIA          "
                                          DELIMITED BY SIZE
                  "         MONTO  CALCE / OBSERVACION"
                                          DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D" TO lk-rw-operacion

           MOVE "1. PARTIDAS CALZADAS" TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > WS-BAN-CANT
              IF WS-BAN-LIBRO(WS-BAN-IDX) > 0 THEN
                 PERFORM LISTAR-CALZADO
              END-IF
           END-PERFORM

           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "2. EN EL BANCO Y NO EN LIBROS" TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > WS-BAN-CANT
              IF WS-BAN-LIBRO(WS-BAN-IDX) = 0 THEN
                 PERFORM LISTAR-SOLO-BANCO
              END-IF
           END-PERFORM

           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "3. EN LIBROS Y NO EN EL BANCO" TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-CANT
              IF WS-LIB-CALZADO(WS-LIB-IDX) = "N" THEN
                 PERFORM LISTAR-SOLO-LIBROS
              END-IF
           END-PERFORM

           MOVE "T" TO lk-rw-operacion
           MOVE WS-TOT-CALZADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "CALZADAS: "         DELIMITED BY SIZE
                  WS-CONT-CALZADOS     DELIMITED BY SIZE
                  " POR $"             DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-SOLO-BANCO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SOLO EN EL BANCO: " DELIMITED BY SIZE
                  WS-CONT-SOLO-BANCO   DELIMITED BY SIZE
                  " POR $"             DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-SOLO-LIBROS TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SOLO EN LIBROS: "   DELIMITED BY SIZE
                  WS-CONT-SOLO-LIBROS  DELIMITED BY SIZE
                  " POR $"             DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LISTAR-CALZADO.
           MOVE WS-BAN-LIBRO(WS-BAN-IDX) TO WS-LIB-IDX
           ADD 1                        TO WS-CONT-CALZADOS
           ADD WS-BAN-MONTO(WS-BAN-IDX) TO WS-TOT-CALZADO
           PERFORM DESCRIBIR-TIPO
           MOVE WS-BAN-MONTO(WS-BAN-IDX) TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "BANCO      "              DELIMITED BY SIZE
                  WS-BAN-FECHA(WS-BAN-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BAN-REF(WS-BAN-IDX)     DELIMITED BY SIZE
                  WS-MONTO-EDIT              DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-BAN-REGLA(WS-BAN-IDX)   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-LIB-MONTO(WS-LIB-IDX) TO WS-LIBRO-EDIT
           MOVE SPACES TO WS-OBSERVACION
           IF WS-LIB-MONTO(WS-LIB-IDX) NOT = WS-BAN-MONTO(WS-BAN-IDX)
           THEN
              COMPUTE WS-DIFERENCIA = WS-BAN-MONTO(WS-BAN-IDX)
                                    - WS-LIB-MONTO(WS-LIB-IDX)
              MOVE WS-DIFERENCIA TO WS-DIF-EDIT
              STRING "DIF $"     DELIMITED BY SIZE
                     WS-DIF-EDIT DELIMITED BY SIZE
                        INTO WS-OBSERVACION
              END-STRING
           END-IF
           MOVE SPACES TO lk-rw-linea
           STRING "  "                       DELIMITED BY SIZE
                  WS-TIPO-DESC               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LIB-FECHA(WS-LIB-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LIB-REF(WS-LIB-IDX)     DELIMITED BY SIZE
                  WS-LIBRO-EDIT              DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-LIB-LLAVE(WS-LIB-IDX)   DELIMITED BY SPACE
                  " "                        DELIMITED BY SIZE
                  WS-OBSERVACION             DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LISTAR-SOLO-BANCO.
           ADD 1                        TO WS-CONT-SOLO-BANCO
           ADD WS-BAN-MONTO(WS-BAN-IDX) TO WS-TOT-SOLO-BANCO
           MOVE WS-BAN-MONTO(WS-BAN-IDX) TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "BANCO      "              DELIMITED BY SIZE
                  WS-BAN-FECHA(WS-BAN-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BAN-REF(WS-BAN-IDX)     DELIMITED BY SIZE
                  WS-MONTO-EDIT              DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-BAN-DESC(WS-BAN-IDX)    DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LISTAR-SOLO-LIBROS.
           ADD 1                        TO WS-CONT-SOLO-LIBROS
           ADD WS-LIB-MONTO(WS-LIB-IDX) TO WS-TOT-SOLO-LIBROS
           PERFORM DESCRIBIR-TIPO
           MOVE WS-LIB-MONTO(WS-LIB-IDX) TO WS-MONTO-EDIT
           MOVE SPACES TO WS-OBSERVACION
           IF WS-LIB-FECHA(WS-LIB-IDX) < WS-FECHA-TOLERANCIA THEN
              MOVE "ATRASADA" TO WS-OBSERVACION
           END-IF
           MOVE SPACES TO lk-rw-linea
           STRING WS-TIPO-DESC               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LIB-FECHA(WS-LIB-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LIB-REF(WS-LIB-IDX)     DELIMITED BY SIZE
                  WS-MONTO-EDIT              DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-LIB-LLAVE(WS-LIB-IDX)   DELIMITED BY SPACE
                  " "                        DELIMITED BY SIZE
                  WS-OBSERVACION             DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       DESCRIBIR-TIPO.
           EVALUATE WS-LIB-TIPO(WS-LIB-IDX)
               WHEN "T"   MOVE "TRANSFER." TO WS-TIPO-DESC
               WHEN "Q"   MOVE "CHEQUE"    TO WS-TIPO-DESC
               WHEN "R"   MOVE "REMESA"    TO WS-TIPO-DESC
               WHEN OTHER MOVE SPACES      TO WS-TIPO-DESC
           END-EVALUATE
           .

       END PROGRAM ConciliarCartola.
