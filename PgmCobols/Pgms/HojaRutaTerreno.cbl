      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Hojas de ruta diarias para los cobradores en
      *          terreno. Toma de cobranzas.dat los clientes en etapa
      *          2 o 3 (requerimiento / ultimo aviso) que no tienen
      *          convenio de pago vigente ni una promesa de pago
      *          reciente (promesas.dat), resuelve su comuna contra
      *          comunas.dat (usuario-ciudad, con el codigo postal) y
      *          la asigna al cobrador a cargo de esa comuna. Ordena
      *          con SORT por cobrador, comuna y direccion, que es el
      *          orden en que se recorre la ruta, e imprime una hoja
      *          por cobrador en el spool (HOJA-RUTA) con direccion,
      *          deuda, ultimo contacto (contactos.dat) y espacio
      *          para anotar el resultado. Cada visita queda en
      *          rutas_terreno.dat con su numero de orden, que es el
      *          que CapturarVisitas usa para cargar lo anotado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HojaRutaTerreno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-cobranzas
               ASSIGN TO
           "C:\PgmCobols\Data\cobranzas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cobranza-rut
               FILE STATUS IS FS-COBRANZAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-comunas
               ASSIGN TO
           "C:\PgmCobols\Data\comunas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comuna-nombre
               FILE STATUS IS FS-COMUNAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-promesas
               ASSIGN TO
           "C:\PgmCobols\Data\promesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-llave
               FILE STATUS IS FS-PROMESAS.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT datos-rutas
               ASSIGN TO
           "C:\PgmCobols\Data\rutas_terreno.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ruta-llave
               FILE STATUS IS FS-RUTAS.

           SELECT param-terreno
               ASSIGN TO
           "C:\PgmCobols\Data\terreno_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\rutas_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cobranzas.
           copy "C:\PgmCobols\FD\FDCobranza.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-comunas.
           copy "C:\PgmCobols\FD\FDComuna.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-promesas.
           copy "C:\PgmCobols\FD\FDPromesa.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  datos-rutas.
           copy "C:\PgmCobols\FD\FDRuta.cpy".

       FD  param-terreno.
       01  param-linea           PIC X(40).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-COBRADOR      PIC X(10).
           05  SRT-COMUNA        PIC X(50).
           05  SRT-DIRECCION     PIC X(50).
           05  SRT-RUT           PIC 9(10).
           05  SRT-DV            PIC X.
           05  SRT-NOMBRE        PIC X(62).
           05  SRT-COD-POSTAL    PIC X(07).
           05  SRT-TELEFONO1     PIC X(15).
           05  SRT-TELEFONO2     PIC X(15).
           05  SRT-ETAPA         PIC 9.
           05  SRT-DIAS-ATRASO   PIC 9(05).
           05  SRT-MONTO         PIC 9(11)V99.
           05  SRT-ULT-FECHA     PIC 9(08).
           05  SRT-ULT-TIPO      PIC X.
           05  SRT-ULT-NOTA      PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-COBRANZAS          PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-COMUNAS            PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-PROMESAS           PIC XX.
       01  FS-CONTACTOS          PIC XX.
       01  FS-RUTAS              PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-COMUNAS-OK         PIC X VALUE "N".
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-PROMESAS-OK        PIC X VALUE "N".
       01  WS-CONTACTOS-OK       PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-promesas          PIC X.
       01  fin-contactos         PIC X.
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-DESCARTAR          PIC X.

      *    PARAMETROS DE TERRENO, CON VALORES POR DEFECTO SI
      *    terreno_param.dat NO EXISTE: DIAS HACIA ATRAS EN QUE UNA
      *    PROMESA DE PAGO SE CONSIDERA RECIENTE (Y SACA AL CLIENTE
      *    DE LA RUTA) Y COBRADOR QUE RECIBE LAS COMUNAS SIN
      *    COBRADOR ASIGNADO EN comunas.dat.
       01  WS-DIAS-PROMESA       PIC 9(03) VALUE 7.
       01  WS-COB-DEFECTO        PIC X(10) VALUE "TERRENO".

      *    CORTES DE CONTROL DE LA SALIDA ORDENADA: UN SPOOL POR
      *    COBRADOR Y UN SUBTITULO POR COMUNA DENTRO DE SU HOJA.
       01  WS-COBRADOR-ANT       PIC X(10) VALUE SPACES.
       01  WS-COMUNA-ANT         PIC X(50) VALUE SPACES.
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-ORDEN              PIC 9(04).
       01  WS-VISITAS-COB        PIC 9(04).
       01  WS-MONTO-COB          PIC 9(11)V99.

       01  WS-CONT-ETAPA         PIC 9(06) VALUE 0.
       01  WS-CONT-CONVENIO      PIC 9(06) VALUE 0.
       01  WS-CONT-PROMESA       PIC 9(06) VALUE 0.
       01  WS-CONT-VISITAS       PIC 9(06) VALUE 0.
       01  WS-CONT-COBRADORES    PIC 9(04) VALUE 0.
       01  WS-CONT-SIN-COMUNA    PIC 9(06) VALUE 0.
      *        Clientes cuya comuna no esta en comunas.dat o no tiene
      *        cobrador: van al cobrador por defecto.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-ORDEN-EDIT         PIC Z(03)9.
       01  WS-DIAS-EDIT          PIC Z(04)9.
       01  WS-VISITAS-EDIT       PIC Z(03)9.
       01  WS-RUTA-SPOOL         PIC X(80).
       01  WS-RAYA               PIC X(76) VALUE ALL "_".

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
           PERFORM LEER-PARAMETROS-TERRENO

           OPEN INPUT datos-cobranzas
           IF FS-COBRANZAS NOT = "00" THEN
              DISPLAY "NO HAY GESTIONES DE COBRANZA (cobranzas.dat)."
              GOBACK
           END-IF
           OPEN I-O datos-rutas
           IF FS-RUTAS = "35" THEN
              OPEN OUTPUT datos-rutas
              CLOSE datos-rutas
              OPEN I-O datos-rutas
           END-IF

      *       LA HOJA DEL DIA SE ARMA UNA SOLA VEZ: LOS NUMEROS DE
      *       ORDEN YA IMPRESOS SON LOS QUE SE CAPTURAN DESPUES.
           MOVE WS-FECHA-SYS TO ruta-fecha
           MOVE SPACES       TO ruta-cobrador
           MOVE 0            TO ruta-orden
           START datos-rutas KEY IS NOT < ruta-llave
               INVALID KEY
                   MOVE "N" TO WS-DESCARTAR
               NOT INVALID KEY
                   READ datos-rutas NEXT RECORD
                       AT END
                           MOVE "N" TO WS-DESCARTAR
                       NOT AT END
                           IF ruta-fecha = WS-FECHA-SYS THEN
                              MOVE "S" TO WS-DESCARTAR
                           ELSE
                              MOVE "N" TO WS-DESCARTAR
                           END-IF
                   END-READ
           END-START
           IF WS-DESCARTAR = "S" THEN
              DISPLAY "LAS HOJAS DE RUTA DEL " WS-FECHA-SYS
                      " YA FUERON GENERADAS."
              CLOSE datos-cobranzas datos-rutas
              GOBACK
           END-IF

           OPEN INPUT datos-usuarios
      *       Comunas, convenios, promesas y contactos son opcionales:
      *       sin ellos el cliente va al cobrador por defecto, sin
      *       filtro o sin ultimo contacto.
           OPEN INPUT datos-comunas
           IF FS-COMUNAS = "00" THEN
              MOVE "S" TO WS-COMUNAS-OK
           END-IF
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              MOVE "S" TO WS-CONVENIOS-OK
           END-IF
           OPEN INPUT datos-promesas
           IF FS-PROMESAS = "00" THEN
              MOVE "S" TO WS-PROMESAS-OK
           END-IF
           OPEN INPUT datos-contactos
           IF FS-CONTACTOS = "00" THEN
              MOVE "S" TO WS-CONTACTOS-OK
           END-IF

           SORT sort-work ON ASCENDING KEY SRT-COBRADOR
                                           SRT-COMUNA
                                           SRT-DIRECCION
               INPUT PROCEDURE IS SORT-TOMAR-MOROSOS
               OUTPUT PROCEDURE IS SORT-IMPRIMIR-HOJAS

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-HOJA-COBRADOR
           END-IF

           CLOSE datos-cobranzas datos-usuarios datos-rutas
           IF WS-COMUNAS-OK = "S" THEN
              CLOSE datos-comunas
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios
           END-IF
           IF WS-PROMESAS-OK = "S" THEN
              CLOSE datos-promesas
           END-IF
           IF WS-CONTACTOS-OK = "S" THEN
              CLOSE datos-contactos
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "HOJAS DE RUTA EN TERRENO AL " WS-FECHA-SYS
           DISPLAY "CLIENTES ETAPA 2-3.: " WS-CONT-ETAPA
           DISPLAY "CON CONVENIO.......: " WS-CONT-CONVENIO
           DISPLAY "CON PROMESA RECIENTE: " WS-CONT-PROMESA
           DISPLAY "VISITAS ASIGNADAS..: " WS-CONT-VISITAS
           DISPLAY "COBRADORES.........: " WS-CONT-COBRADORES
           DISPLAY "A COBRADOR DEFECTO.: " WS-CONT-SIN-COMUNA
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE CobranzaEtapas: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO DE WORKING.
       LEER-PARAMETROS-TERRENO.
           OPEN INPUT param-terreno
           IF FS-PARAM = "00" THEN
              READ param-terreno INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-PROMESA, WS-COB-DEFECTO
                      END-UNSTRING
              END-READ
              CLOSE param-terreno
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-TOMAR-MOROSOS : recorre cobranzas.dat y suelta al     *
      * SORT los clientes en etapa 2 o 3 que no tienen convenio    *
      * vigente ni promesa reciente; la etapa 4 ya esta en manos   *
      * del estudio juridico y no se visita.                       *
      *----------------------------------------------------------*
       SORT-TOMAR-MOROSOS.
           MOVE 0 TO cobranza-rut
           START datos-cobranzas KEY IS NOT < cobranza-rut
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-cobranzas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF cobranza-requerimiento OR
                          cobranza-ultimatum THEN
                          ADD 1 TO WS-CONT-ETAPA
                          PERFORM SOLTAR-UN-MOROSO THRU
                                  SOLTAR-UN-MOROSO-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       SOLTAR-UN-MOROSO.
           IF WS-CONVENIOS-OK = "S" THEN
              MOVE cobranza-rut TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF convenio-vigente THEN
                         ADD 1 TO WS-CONT-CONVENIO
                         GO TO SOLTAR-UN-MOROSO-FIN
                      END-IF
              END-READ
           END-IF
           IF WS-PROMESAS-OK = "S" THEN
              PERFORM VER-PROMESA-RECIENTE
              IF WS-DESCARTAR = "S" THEN
                 ADD 1 TO WS-CONT-PROMESA
                 GO TO SOLTAR-UN-MOROSO-FIN
              END-IF
           END-IF
           MOVE cobranza-rut TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   GO TO SOLTAR-UN-MOROSO-FIN
           END-READ

           MOVE SPACES TO SRT-COBRADOR
           IF WS-COMUNAS-OK = "S" THEN
              MOVE usuario-ciudad TO comuna-nombre
              READ datos-comunas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE comuna-cobrador TO SRT-COBRADOR
              END-READ
           END-IF
           IF SRT-COBRADOR = SPACES THEN
              MOVE WS-COB-DEFECTO TO SRT-COBRADOR
              ADD 1 TO WS-CONT-SIN-COMUNA
           END-IF
           MOVE usuario-ciudad        TO SRT-COMUNA
           MOVE usuario-direccion     TO SRT-DIRECCION
           MOVE usuario-rut           TO SRT-RUT
           MOVE usuario-dv            TO SRT-DV
           MOVE usuario-cod-postal    TO SRT-COD-POSTAL
           MOVE usuario-telefono1     TO SRT-TELEFONO1
           MOVE usuario-telefono2     TO SRT-TELEFONO2
           MOVE cobranza-etapa        TO SRT-ETAPA
           MOVE cobranza-dias-atraso  TO SRT-DIAS-ATRASO
           MOVE cobranza-monto-moroso TO SRT-MONTO
           MOVE SPACES                TO SRT-NOMBRE
           IF usuario-juridica THEN
              MOVE usuario-razon-social TO SRT-NOMBRE
           ELSE
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apemat DELIMITED BY "  "
                            INTO SRT-NOMBRE
              END-STRING
           END-IF
           PERFORM BUSCAR-ULTIMO-CONTACTO
           RELEASE SRT-REGISTRO.
       SOLTAR-UN-MOROSO-FIN.
           EXIT.

      *    UNA PROMESA AUN PENDIENTE, O UNA CREADA DENTRO DE LOS
      *    ULTIMOS WS-DIAS-PROMESA DIAS (AUNQUE YA SE HAYA CERRADO),
      *    SACA AL CLIENTE DE LA RUTA: YA HUBO GESTION Y HAY QUE
      *    DEJAR CORRER EL PLAZO.
       VER-PROMESA-RECIENTE.
           MOVE "N"          TO WS-DESCARTAR
           MOVE "N"          TO fin-promesas
           MOVE cobranza-rut TO prom-rut
           MOVE 0            TO prom-correlativo
           START datos-promesas KEY IS NOT < prom-llave
               INVALID KEY
                   MOVE "S" TO fin-promesas
           END-START
           PERFORM UNTIL fin-promesas = "S" OR WS-DESCARTAR = "S"
               READ datos-promesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-promesas
                   NOT AT END
                       IF prom-rut NOT = cobranza-rut THEN
                          MOVE "S" TO fin-promesas
                       ELSE
                          IF prom-pendiente THEN
                             MOVE "S" TO WS-DESCARTAR
                          ELSE
                             IF prom-fec-creacion < WS-FECHA-SYS THEN
                                MOVE prom-fec-creacion
                                                 TO FECHA1-YYYYMMDD
                                MOVE WS-FECHA-SYS TO FECHA2-YYYYMMDD
                                CALL "DiffDiasFecha" USING
                                        INP-DIFFDIASFECHA
                                        OUT-DIFFDIASFECHA
                                IF DIFF-DIAS <= WS-DIAS-PROMESA THEN
                                   MOVE "S" TO WS-DESCARTAR
                                END-IF
                             ELSE
                                MOVE "S" TO WS-DESCARTAR
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    contactos.dat VA POR RUT+FECHA+HORA: EL ULTIMO REGISTRO
      *    DEL RUT ES EL CONTACTO MAS RECIENTE.
       BUSCAR-ULTIMO-CONTACTO.
           MOVE 0      TO SRT-ULT-FECHA
           MOVE SPACES TO SRT-ULT-TIPO SRT-ULT-NOTA
           IF WS-CONTACTOS-OK = "S" THEN
              MOVE "N"          TO fin-contactos
              MOVE cobranza-rut TO contacto-rut
              MOVE 0            TO contacto-fecha contacto-hora
              START datos-contactos KEY IS NOT < contacto-llave
                  INVALID KEY
                      MOVE "S" TO fin-contactos
              END-START
              PERFORM UNTIL fin-contactos = "S"
                  READ datos-contactos NEXT RECORD
                      AT END
                          MOVE "S" TO fin-contactos
                      NOT AT END
                          IF contacto-rut NOT = cobranza-rut THEN
                             MOVE "S" TO fin-contactos
                          ELSE
                             MOVE contacto-fecha TO SRT-ULT-FECHA
                             MOVE contacto-tipo  TO SRT-ULT-TIPO
                             MOVE contacto-nota  TO SRT-ULT-NOTA
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-IMPRIMIR-HOJAS : quiebre por cobrador (cierra la hoja *
      * anterior y abre su propio spool) y por comuna (subtitulo   *
      * con el codigo postal). Cada visita se numera dentro de la  *
      * hoja del cobrador y queda grabada en rutas_terreno.dat.    *
      *----------------------------------------------------------*
       SORT-IMPRIMIR-HOJAS.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM IMPRIMIR-UNA-VISITA
               END-RETURN
           END-PERFORM
           .

       IMPRIMIR-UNA-VISITA.
           IF WS-PRIMERA = "S" OR
              SRT-COBRADOR NOT = WS-COBRADOR-ANT THEN
              IF WS-PRIMERA = "N" THEN
                 PERFORM CERRAR-HOJA-COBRADOR
              END-IF
              PERFORM ABRIR-HOJA-COBRADOR
           END-IF
           IF SRT-COMUNA NOT = WS-COMUNA-ANT THEN
              PERFORM ESCRIBIR-TITULO-COMUNA
           END-IF

           ADD 1 TO WS-ORDEN
           ADD 1 TO WS-VISITAS-COB
           ADD 1 TO WS-CONT-VISITAS
           ADD SRT-MONTO TO WS-MONTO-COB

           MOVE WS-FECHA-SYS  TO ruta-fecha
           MOVE SRT-COBRADOR  TO ruta-cobrador
           MOVE WS-ORDEN      TO ruta-orden
           MOVE SRT-RUT       TO ruta-rut
           MOVE SRT-COMUNA    TO ruta-comuna
           MOVE SRT-ETAPA     TO ruta-etapa
           MOVE SRT-MONTO     TO ruta-monto-moroso
           MOVE "P"           TO ruta-estado
           MOVE SPACES        TO ruta-resultado
           MOVE WS-FECHA-SYS  TO ruta-fecmod
           MOVE "BATCH"       TO ruta-usuario-mod
           WRITE ruta-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA VISITA " SRT-RUT
           END-WRITE

           MOVE WS-ORDEN      TO WS-ORDEN-EDIT
           MOVE SRT-RUT       TO WS-RUT-EDIT
           MOVE SRT-MONTO     TO WS-MONTO-EDIT
           MOVE SRT-DIAS-ATRASO TO WS-DIAS-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-ORDEN-EDIT   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  SRT-DV          DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SRT-NOMBRE(1:50) DELIMITED BY SIZE
                  " ETAPA "       DELIMITED BY SIZE
                  SRT-ETAPA       DELIMITED BY SIZE
                  "  ATRASO "     DELIMITED BY SIZE
                  WS-DIAS-EDIT    DELIMITED BY SIZE
                  "  DEUDA "      DELIMITED BY SIZE
                  WS-MONTO-EDIT   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE SPACES TO lk-rw-linea
           STRING "      DIRECCION: " DELIMITED BY SIZE
                  SRT-DIRECCION       DELIMITED BY SIZE
                  "  FONOS: "         DELIMITED BY SIZE
                  SRT-TELEFONO1       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SRT-TELEFONO2       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE SPACES TO lk-rw-linea
           IF SRT-ULT-FECHA = 0 THEN
              MOVE "      ULT.CONTACTO: SIN CONTACTOS REGISTRADOS"
                                  TO lk-rw-linea
           ELSE
              STRING "      ULT.CONTACTO: " DELIMITED BY SIZE
                     SRT-ULT-FECHA          DELIMITED BY SIZE
                     " ("                   DELIMITED BY SIZE
                     SRT-ULT-TIPO           DELIMITED BY SIZE
                     ") "                   DELIMITED BY SIZE
                     SRT-ULT-NOTA           DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

      *       ESPACIO PARA QUE EL COBRADOR ANOTE EN TERRENO LO QUE
      *       DESPUES SE DIGITA EN CapturarVisitas.
           MOVE SPACES TO lk-rw-linea
           STRING "      RESULTADO [ ] C=COMPROMISO A=AUSENTE "
                                  DELIMITED BY SIZE
                  "R=RECHAZA D=DIR.ERRADA O=OTRO   "
                                  DELIMITED BY SIZE
                  "PAGA $______________ EL ____/__/__"
                                  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "      NOTA: "      DELIMITED BY SIZE
                  WS-RAYA             DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-HOJA-COBRADOR.
           MOVE "N"          TO WS-PRIMERA
           MOVE SRT-COBRADOR TO WS-COBRADOR-ANT
           MOVE SPACES       TO WS-COMUNA-ANT
           MOVE 0            TO WS-ORDEN WS-VISITAS-COB WS-MONTO-COB
           ADD 1 TO WS-CONT-COBRADORES

           MOVE "HOJA-RUTA"  TO lk-sp-reporte
           MOVE SRT-COBRADOR TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "HOJA DE RUTA COBRANZA TERRENO "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                  " COBRADOR "   DELIMITED BY SIZE
                  SRT-COBRADOR   DELIMITED BY SPACE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "  NRO  RUT CLIENTE  NOMBRE / DIRECCION / "
                                 DELIMITED BY SIZE
                  "ULTIMO CONTACTO / RESULTADO DE LA VISITA"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion
           DISPLAY "HOJA " SRT-COBRADOR ": " WS-RUTA-SPOOL
           .

       ESCRIBIR-TITULO-COMUNA.
           MOVE SRT-COMUNA TO WS-COMUNA-ANT
           MOVE SPACES TO lk-rw-linea
           IF SRT-COD-POSTAL = SPACES THEN
              STRING "=== COMUNA " DELIMITED BY SIZE
                     SRT-COMUNA    DELIMITED BY "  "
                     " ==="        DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           ELSE
              STRING "=== COMUNA "  DELIMITED BY SIZE
                     SRT-COMUNA     DELIMITED BY "  "
                     "  CP "        DELIMITED BY SIZE
                     SRT-COD-POSTAL DELIMITED BY SPACE
                     " ==="         DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-HOJA-COBRADOR.
           MOVE "T" TO lk-rw-operacion
           MOVE WS-VISITAS-COB TO WS-VISITAS-EDIT
           MOVE WS-MONTO-COB   TO WS-MONTO-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL VISITAS: " DELIMITED BY SIZE
                  WS-VISITAS-EDIT   DELIMITED BY SIZE
                  "   DEUDA EN RUTA: " DELIMITED BY SIZE
                  WS-MONTO-EDIT     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM HojaRutaTerreno.
