      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantencion del registro de plantillas de cartas y
      *          avisos (plantillas.dat con el texto en
      *          plantillas_texto.dat): codigo, version, marcadores
      *          permitidos y vigencia. Cada cambio de redaccion es
      *          una version nueva en borrador (parte del texto de la
      *          ultima version o, la primera vez, del archivo plano
      *          plantilla_<codigo>.txt); el texto se corrige linea a
      *          linea y se rechaza cualquier marcador que no este en
      *          la lista permitida de la plantilla, lista que a su
      *          vez solo admite los marcadores que saben reemplazar
      *          los procesos. Antes de activar hay que ver la vista
      *          previa combinada con un RUT real; la activacion
      *          (solo perfil A) fija el inicio de vigencia y cierra
      *          la version anterior el dia previo. Las versiones
      *          activadas no se modifican: quedan como prueba del
      *          texto vigente en cada fecha (CargarPlantilla).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorPlantillas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-plantillas
               ASSIGN TO
           "C:\PgmCobols\Data\plantillas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS plant-llave
               FILE STATUS IS FS-PLANTILLAS.

           SELECT datos-plant-texto
               ASSIGN TO
           "C:\PgmCobols\Data\plantillas_texto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ptxt-llave
               FILE STATUS IS FS-PLANT-TEXTO.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-plantillas.
           copy "C:\PgmCobols\FD\FDPlantilla.cpy".

       FD  datos-plant-texto.
           copy "C:\PgmCobols\FD\FDPlantillaTexto.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PLANTILLAS       PIC XX.
       01  FS-PLANT-TEXTO      PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  WS-USUARIOS-OK      PIC X VALUE "N".
       01  WS-FACTURAS-OK      PIC X VALUE "N".
       01  MSG-ERROR           PIC X(70).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-PAUSA            PIC X.

      *    MARCADORES QUE SABEN REEMPLAZAR GenerarCartas,
      *    CobranzaEtapas (&MONTO) Y ReajusteTarifas (&PERIODO,
      *    &PCT). UNA PLANTILLA NO PUEDE PERMITIR OTROS.
       01  WS-MARCADORES-SISTEMA.
           05  FILLER          PIC X(40) VALUE
               " &NOMBRE &APEPAT &DIRECCION &CIUDAD &RUT".
           05  FILLER          PIC X(40) VALUE
               " &MONTO &PERIODO &PCT ".

      *    TEXTO DE LA VERSION EN TRABAJO, EN MEMORIA.
       01  WS-TAB-TEXTO.
           05  WS-TXT-LINEA OCCURS 100 TIMES PIC X(120).
       01  WS-TXT-CANT         PIC 9(03) VALUE 0.
       01  WS-TXT-CANT-ANT     PIC 9(03).
       01  WS-TXT-IDX          PIC 9(03).

      *    VALIDACION DE MARCADORES: CADA "&" SEGUIDO DE LETRAS ES UN
      *    MARCADOR Y DEBE ESTAR EN LA LISTA; UN "&" SUELTO ("PEREZ &
      *    CIA") ES TEXTO.
       01  WS-LINEA-VAL        PIC X(120).
       01  WS-LISTA-VAL        PIC X(82).
       01  WS-MARCA            PIC X(16).
       01  WS-MARCA-LARGO      PIC 9(02).
       01  WS-BUSCA            PIC X(18).
       01  WS-BUSCA-LARGO      PIC 9(02).
       01  WS-CONT-HALLADO     PIC 9(03).
       01  WS-IDX-VAL          PIC 9(03).
       01  WS-MARCA-MALA       PIC X(16).
       01  WS-LINEA-MALA       PIC 9(03).

       01  WS-ULTIMA-VERSION   PIC 9(03).
       01  WS-BORRADOR-VERSION PIC 9(03).
       01  WS-HAY-POSTERIOR    PIC X.
       01  WS-PREVIA-CODIGO    PIC X(20) VALUE SPACES.
       01  WS-PREVIA-VERSION   PIC 9(03) VALUE 0.
      *        Version de la que ya se vio la vista previa en esta
      *        sesion: requisito para activarla.

       01  WS-LINEA-TRABAJO    PIC X(132).
       01  WS-LINEA-SALIDA     PIC X(132).
       01  WS-IDX-CAR          PIC 9(03).
       01  WS-PTR-SAL          PIC 9(03).
       01  WS-RUT-EDIT         PIC Z(09)9.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-ACU-PENDIENTE    PIC 9(11)V99.
       01  WS-PERIODO-HOY      PIC 9(06).
       01  WS-VERSION-EDIT     PIC ZZ9.
       01  WS-LINEAS-EDIT      PIC ZZ9.

       01 VARIABLES-PANTALLA.
           05 PLA-CODIGO       PIC X(20).
           05 PLA-VERSION      PIC 9(03).
           05 ACCION           PIC X.
           05 PLA-DESCRIPCION  PIC X(40).
           05 PLA-MARCADORES   PIC X(60).
           05 PLA-ESTADO       PIC X.
           05 PLA-VIG-DESDE    PIC 9(08).
           05 PLA-VIG-HASTA    PIC 9(08).
           05 PLA-CANT-LINEAS  PIC 9(03).
           05 LINEA-NUM        PIC 9(03).
           05 LINEA-TEXTO.
              10 LINEA-TEXTO-1 PIC X(60).
              10 LINEA-TEXTO-2 PIC X(60).
           05 RUT-PREVIA       PIC 9(10).
           05 SALIR            PIC X.

       01 PAR-ENTRADA-PLANT.
           05  lk-pl-codigo    PIC X(20).
           05  lk-pl-fecha     PIC 9(08).
       01 PAR-SALIDA-PLANT.
           05  lk-pl-version   PIC 9(03).
           05  lk-pl-origen    PIC X.
           05  lk-pl-cant      PIC 9(03).
           05  lk-pl-linea OCCURS 100 TIMES PIC X(120).

       01 PARAMETROS-ENTRADA-VALFEC.
           05 VALFEC-FECHA-YYYYMMDD PIC X(08).
           05 VALFEC-FECHA-FORMATO  PIC X.
       01 PARAMETRO-SALIDA-VALFEC.
           05 VALFEC-FECHA-VALIDA   PIC X.
           05 VALFEC-DIA-SEMANA     PIC 9.

       01 PARAMETROS-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
       01 PARAMETRO-SUMAR-SAL.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-PLANTILLA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Mantencion de Plantillas".
         03  LINE 3 COL 5   VALUE "CODIGO.......: ".
         03  LINE 3 COL 20 PIC X(20) USING PLA-CODIGO.
         03  LINE 4 COL 5   VALUE "VERSION......: ".
         03  LINE 4 COL 20 PIC ZZ9 USING PLA-VERSION.
         03  LINE 4 COL 25  VALUE "(0 = ULTIMA)".
         03  LINE 5 COL 5   VALUE "ACCION.......: ".
         03  LINE 5 COL 20 PIC X USING ACCION.
         03  LINE 5 COL 23
                  VALUE "N=NUEVA G=GRABAR E=LINEA B=BORRAR LINEA".
         03  LINE 6 COL 23
                  VALUE "V=VISTA PREVIA A=ACTIVAR L=LISTAR C=CONSULTAR".
         03  LINE 8 COL 5   VALUE "DESCRIPCION..: ".
         03  LINE 8 COL 20 PIC X(40) USING PLA-DESCRIPCION.
         03  LINE 9 COL 5   VALUE "MARCADORES...: ".
         03  LINE 9 COL 20 PIC X(60) USING PLA-MARCADORES.
         03  LINE 10 COL 5  VALUE "ESTADO.......: ".
         03  LINE 10 COL 20 PIC X FROM PLA-ESTADO.
         03  LINE 10 COL 23 VALUE "(B=BORRADOR A=ACTIVADA)".
         03  LINE 11 COL 5  VALUE "VIGENCIA.....: ".
         03  LINE 11 COL 20 PIC 9(08) USING PLA-VIG-DESDE.
         03  LINE 11 COL 30 VALUE "AL".
         03  LINE 11 COL 33 PIC 9(08) FROM PLA-VIG-HASTA.
         03  LINE 12 COL 5  VALUE "LINEAS.......: ".
         03  LINE 12 COL 20 PIC ZZ9 FROM PLA-CANT-LINEAS.
         03  LINE 14 COL 5  VALUE "LINEA NUMERO.: ".
         03  LINE 14 COL 20 PIC ZZ9 USING LINEA-NUM.
         03  LINE 15 COL 5  VALUE "TEXTO 1-60...: ".
         03  LINE 15 COL 20 PIC X(60) USING LINEA-TEXTO-1.
         03  LINE 16 COL 5  VALUE "TEXTO 61-120.: ".
         03  LINE 16 COL 20 PIC X(60) USING LINEA-TEXTO-2.
         03  LINE 18 COL 5  VALUE "RUT PREVIA...: ".
         03  LINE 18 COL 20 PIC ZZZZZZZZZ9 USING RUT-PREVIA.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A MANTENCION DE PLANTILLAS"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE WS-FECHA-SYS(1:6) TO WS-PERIODO-HOY

           OPEN I-O datos-plantillas
           IF FS-PLANTILLAS = "35" THEN
              OPEN OUTPUT datos-plantillas
              CLOSE datos-plantillas
              OPEN I-O datos-plantillas
           END-IF
           OPEN I-O datos-plant-texto
           IF FS-PLANT-TEXTO = "35" THEN
              OPEN OUTPUT datos-plant-texto
              CLOSE datos-plant-texto
              OPEN I-O datos-plant-texto
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-USUARIOS-OK
           END-IF
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF

           MOVE "N"    TO SALIR
           MOVE SPACES TO PLA-CODIGO
           MOVE 0      TO PLA-VERSION
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE "C"    TO ACCION
              MOVE 0      TO LINEA-NUM RUT-PREVIA
              MOVE SPACES TO LINEA-TEXTO
              DISPLAY PANTALLA-PLANTILLA
              ACCEPT  PANTALLA-PLANTILLA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 INSPECT PLA-CODIGO
                         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 INSPECT ACCION
                         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 PERFORM PROCESAR-ACCION THRU PROCESAR-ACCION-FIN
              END-IF
           END-PERFORM

           CLOSE datos-plantillas datos-plant-texto
           IF WS-USUARIOS-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           GOBACK.

       PROCESAR-ACCION.
           IF PLA-CODIGO = SPACES THEN
              MOVE "INGRESE EL CODIGO DE LA PLANTILLA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO PROCESAR-ACCION-FIN
           END-IF
           IF ACCION = "N" THEN
              PERFORM NUEVA-VERSION THRU NUEVA-VERSION-FIN
              GO TO PROCESAR-ACCION-FIN
           END-IF
           IF ACCION = "L" THEN
              PERFORM LISTAR-VERSIONES
              GO TO PROCESAR-ACCION-FIN
           END-IF

      *       EL RESTO DE LAS ACCIONES TRABAJA SOBRE UNA VERSION
      *       EXISTENTE: LA PEDIDA O, CON 0, LA ULTIMA.
           PERFORM BUSCAR-VERSIONES
           IF PLA-VERSION = 0 THEN
              MOVE WS-ULTIMA-VERSION TO PLA-VERSION
           END-IF
           MOVE PLA-CODIGO  TO plant-codigo
           MOVE PLA-VERSION TO plant-version
           READ datos-plantillas
               INVALID KEY
                   MOVE "NO EXISTE ESA PLANTILLA / VERSION (N = NUEVA)"
                                       TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO PROCESAR-ACCION-FIN
           END-READ
           PERFORM CARGAR-TEXTO-VERSION

           EVALUATE ACCION
               WHEN "C"
                   PERFORM MOSTRAR-CABECERA
               WHEN "G"
                   PERFORM GRABAR-CABECERA THRU GRABAR-CABECERA-FIN
               WHEN "E"
                   PERFORM EDITAR-LINEA THRU EDITAR-LINEA-FIN
               WHEN "B"
                   PERFORM BORRAR-LINEA THRU BORRAR-LINEA-FIN
               WHEN "V"
                   PERFORM VISTA-PREVIA THRU VISTA-PREVIA-FIN
               WHEN "A"
                   PERFORM ACTIVAR-VERSION THRU ACTIVAR-VERSION-FIN
               WHEN OTHER
                   MOVE "ACCION DEBE SER N, G, E, B, V, A, L O C"
                                       TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-EVALUATE.
       PROCESAR-ACCION-FIN.
           EXIT.

      *    ULTIMA VERSION DEL CODIGO Y, SI LO HAY, SU BORRADOR.
       BUSCAR-VERSIONES.
           MOVE 0          TO WS-ULTIMA-VERSION WS-BORRADOR-VERSION
           MOVE "N"        TO fin-de-archivo
           MOVE PLA-CODIGO TO plant-codigo
           MOVE 0          TO plant-version
           START datos-plantillas KEY IS NOT < plant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-plantillas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF plant-codigo NOT = PLA-CODIGO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          MOVE plant-version TO WS-ULTIMA-VERSION
                          IF plant-borrador THEN
                             MOVE plant-version TO WS-BORRADOR-VERSION
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOSTRAR-CABECERA.
           MOVE plant-version     TO PLA-VERSION
           MOVE plant-descripcion TO PLA-DESCRIPCION
           MOVE plant-marcadores  TO PLA-MARCADORES
           MOVE plant-estado      TO PLA-ESTADO
           MOVE plant-vig-desde   TO PLA-VIG-DESDE
           MOVE plant-vig-hasta   TO PLA-VIG-HASTA
           MOVE plant-cant-lineas TO PLA-CANT-LINEAS
           .

      *----------------------------------------------------------*
      * NUEVA-VERSION : abre un borrador con el numero siguiente.  *
      * Parte del texto y los marcadores de la ultima version; la  *
      * primera version de un codigo toma el archivo plano actual  *
      * (CargarPlantilla sin registro lee plantilla_<codigo>.txt). *
      * Un codigo admite un solo borrador a la vez.                *
      *----------------------------------------------------------*
       NUEVA-VERSION.
           PERFORM BUSCAR-VERSIONES
           IF WS-BORRADOR-VERSION > 0 THEN
              MOVE WS-BORRADOR-VERSION TO WS-VERSION-EDIT
              MOVE SPACES TO MSG-ERROR
              STRING "YA EXISTE EL BORRADOR VERSION "
                                         DELIMITED BY SIZE
                     WS-VERSION-EDIT     DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              MOVE WS-BORRADOR-VERSION TO PLA-VERSION
              GO TO NUEVA-VERSION-FIN
           END-IF
           IF WS-ULTIMA-VERSION = 999 THEN
              MOVE "SE AGOTO LA NUMERACION DE VERSIONES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO NUEVA-VERSION-FIN
           END-IF

           MOVE 0 TO WS-TXT-CANT
           IF WS-ULTIMA-VERSION > 0 THEN
              MOVE PLA-CODIGO        TO plant-codigo
              MOVE WS-ULTIMA-VERSION TO plant-version
              READ datos-plantillas
                  INVALID KEY
                      CONTINUE
              END-READ
              PERFORM CARGAR-TEXTO-VERSION
              IF PLA-DESCRIPCION = SPACES THEN
                 MOVE plant-descripcion TO PLA-DESCRIPCION
              END-IF
              IF PLA-MARCADORES = SPACES THEN
                 MOVE plant-marcadores TO PLA-MARCADORES
              END-IF
           ELSE
              MOVE PLA-CODIGO   TO lk-pl-codigo
              MOVE WS-FECHA-SYS TO lk-pl-fecha
              CALL "CargarPlantilla" USING PAR-ENTRADA-PLANT
                                           PAR-SALIDA-PLANT
              PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                      UNTIL WS-TXT-IDX > lk-pl-cant
                 MOVE lk-pl-linea(WS-TXT-IDX)
                   TO WS-TXT-LINEA(WS-TXT-IDX)
              END-PERFORM
              MOVE lk-pl-cant TO WS-TXT-CANT
              IF PLA-MARCADORES = SPACES THEN
                 PERFORM MARCADORES-POR-DEFECTO
              END-IF
           END-IF

           IF PLA-DESCRIPCION = SPACES THEN
              MOVE "INGRESE LA DESCRIPCION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO NUEVA-VERSION-FIN
           END-IF
           PERFORM VALIDAR-LISTA-MARCADORES
           IF WS-MARCA-MALA NOT = SPACES THEN
              GO TO NUEVA-VERSION-FIN
           END-IF

           INITIALIZE plant-registro
           MOVE PLA-CODIGO        TO plant-codigo
           COMPUTE plant-version = WS-ULTIMA-VERSION + 1
           MOVE PLA-DESCRIPCION   TO plant-descripcion
           MOVE PLA-MARCADORES    TO plant-marcadores
           MOVE "B"               TO plant-estado
           MOVE 0                 TO plant-vig-desde plant-vig-hasta
                                     plant-fec-activa
           MOVE WS-TXT-CANT       TO plant-cant-lineas
           MOVE WS-FECHA-SYS      TO plant-fec-creacion plant-fecmod
           MOVE LK-OPERADOR-ID    TO plant-usuario-mod
           WRITE plant-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR LA VERSION" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO NUEVA-VERSION-FIN
           END-WRITE
           MOVE 0 TO WS-TXT-CANT-ANT
           PERFORM GRABAR-TEXTO-VERSION
           PERFORM MOSTRAR-CABECERA

           MOVE plant-version TO WS-VERSION-EDIT
           MOVE WS-TXT-CANT   TO WS-LINEAS-EDIT
           MOVE SPACES TO MSG-ERROR
           STRING "BORRADOR VERSION "   DELIMITED BY SIZE
                  WS-VERSION-EDIT       DELIMITED BY SIZE
                  " CREADO CON "        DELIMITED BY SIZE
                  WS-LINEAS-EDIT        DELIMITED BY SIZE
                  " LINEAS"             DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       NUEVA-VERSION-FIN.
           EXIT.

      *    LOS MARCADORES DE LAS PLANTILLAS QUE YA USAN LOS PROCESOS.
       MARCADORES-POR-DEFECTO.
           EVALUATE TRUE
               WHEN PLA-CODIGO = "CARTA"
                   MOVE "&NOMBRE &APEPAT &DIRECCION &CIUDAD &RUT"
                     TO PLA-MARCADORES
               WHEN PLA-CODIGO(1:8) = "COBRANZA"
                   MOVE
                   "&NOMBRE &APEPAT &DIRECCION &CIUDAD &RUT &MONTO"
                     TO PLA-MARCADORES
               WHEN PLA-CODIGO = "REAJUSTE"
                   MOVE
                   "&NOMBRE &APEPAT &DIRECCION &PERIODO &PCT &RUT"
                     TO PLA-MARCADORES
           END-EVALUATE
           .

       GRABAR-CABECERA.
           IF NOT plant-borrador THEN
              MOVE "VERSION ACTIVADA: NO SE MODIFICA (N = NUEVA)"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              PERFORM MOSTRAR-CABECERA
              GO TO GRABAR-CABECERA-FIN
           END-IF
           IF PLA-DESCRIPCION = SPACES THEN
              MOVE "INGRESE LA DESCRIPCION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-CABECERA-FIN
           END-IF
           PERFORM VALIDAR-LISTA-MARCADORES
           IF WS-MARCA-MALA NOT = SPACES THEN
              GO TO GRABAR-CABECERA-FIN
           END-IF
           MOVE PLA-DESCRIPCION TO plant-descripcion
           MOVE PLA-MARCADORES  TO plant-marcadores
           MOVE WS-FECHA-SYS    TO plant-fecmod
           MOVE LK-OPERADOR-ID  TO plant-usuario-mod
           REWRITE plant-registro END-REWRITE
      *       CAMBIAR LA LISTA INVALIDA LA VISTA PREVIA YA VISTA.
           MOVE SPACES TO WS-PREVIA-CODIGO
           PERFORM MOSTRAR-CABECERA
           MOVE "PLANTILLA GRABADA" TO MSG-ERROR
           MOVE "I"                 TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                 TO MSG-SEVERIDAD.
       GRABAR-CABECERA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EDITAR-LINEA : reemplaza la linea indicada del borrador o, *
      * con un numero mayor a las existentes, la agrega al final   *
      * (completando con lineas en blanco). La linea se rechaza    *
      * si trae un marcador fuera de la lista de la plantilla.     *
      *----------------------------------------------------------*
       EDITAR-LINEA.
           PERFORM MOSTRAR-CABECERA
           IF NOT plant-borrador THEN
              MOVE "VERSION ACTIVADA: NO SE MODIFICA (N = NUEVA)"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO EDITAR-LINEA-FIN
           END-IF
           IF LINEA-NUM = 0 OR LINEA-NUM > 100 THEN
              MOVE "NUMERO DE LINEA ENTRE 1 Y 100" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO EDITAR-LINEA-FIN
           END-IF
           MOVE LINEA-TEXTO TO WS-LINEA-VAL
           MOVE 0           TO WS-LINEA-MALA
           PERFORM VALIDAR-LINEA
           IF WS-MARCA-MALA NOT = SPACES THEN
              PERFORM INFORMAR-MARCA-MALA
              GO TO EDITAR-LINEA-FIN
           END-IF

           MOVE WS-TXT-CANT TO WS-TXT-CANT-ANT
           PERFORM UNTIL WS-TXT-CANT >= LINEA-NUM
              ADD 1 TO WS-TXT-CANT
              MOVE SPACES TO WS-TXT-LINEA(WS-TXT-CANT)
           END-PERFORM
           MOVE LINEA-TEXTO TO WS-TXT-LINEA(LINEA-NUM)
           PERFORM GRABAR-TEXTO-VERSION
           PERFORM ACTUALIZAR-CANT-LINEAS
           MOVE "LINEA GRABADA" TO MSG-ERROR
           MOVE "I"             TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"             TO MSG-SEVERIDAD.
       EDITAR-LINEA-FIN.
           EXIT.

       BORRAR-LINEA.
           PERFORM MOSTRAR-CABECERA
           IF NOT plant-borrador THEN
              MOVE "VERSION ACTIVADA: NO SE MODIFICA (N = NUEVA)"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO BORRAR-LINEA-FIN
           END-IF
           IF LINEA-NUM = 0 OR LINEA-NUM > WS-TXT-CANT THEN
              MOVE "ESA LINEA NO EXISTE EN EL BORRADOR" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO BORRAR-LINEA-FIN
           END-IF
           MOVE WS-TXT-CANT TO WS-TXT-CANT-ANT
           PERFORM VARYING WS-TXT-IDX FROM LINEA-NUM BY 1
                   UNTIL WS-TXT-IDX >= WS-TXT-CANT
              MOVE WS-TXT-LINEA(WS-TXT-IDX + 1)
                TO WS-TXT-LINEA(WS-TXT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TXT-CANT
           PERFORM GRABAR-TEXTO-VERSION
           PERFORM ACTUALIZAR-CANT-LINEAS
           MOVE "LINEA ELIMINADA" TO MSG-ERROR
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD.
       BORRAR-LINEA-FIN.
           EXIT.

      *    TODO CAMBIO DE TEXTO OBLIGA A VER DE NUEVO LA VISTA PREVIA.
       ACTUALIZAR-CANT-LINEAS.
           MOVE WS-TXT-CANT    TO plant-cant-lineas
           MOVE WS-FECHA-SYS   TO plant-fecmod
           MOVE LK-OPERADOR-ID TO plant-usuario-mod
           REWRITE plant-registro END-REWRITE
           MOVE SPACES TO WS-PREVIA-CODIGO
           PERFORM MOSTRAR-CABECERA
           .

       CARGAR-TEXTO-VERSION.
           MOVE 0             TO WS-TXT-CANT
           MOVE "N"           TO fin-de-archivo
           MOVE plant-codigo  TO ptxt-codigo
           MOVE plant-version TO ptxt-version
           MOVE 0             TO ptxt-linea
           START datos-plant-texto KEY IS NOT < ptxt-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S" OR WS-TXT-CANT = 100
               READ datos-plant-texto NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF ptxt-codigo NOT = plant-codigo OR
                          ptxt-version NOT = plant-version THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          ADD 1 TO WS-TXT-CANT
                          MOVE ptxt-texto TO WS-TXT-LINEA(WS-TXT-CANT)
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EL TEXTO DEL BORRADOR SE REGRABA COMPLETO: SE REEMPLAZAN
      *    LAS LINEAS QUE YA EXISTIAN Y SE BORRAN LAS QUE SOBRAN.
       GRABAR-TEXTO-VERSION.
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-CANT
              MOVE plant-codigo             TO ptxt-codigo
              MOVE plant-version            TO ptxt-version
              MOVE WS-TXT-IDX               TO ptxt-linea
              MOVE WS-TXT-LINEA(WS-TXT-IDX) TO ptxt-texto
              IF WS-TXT-IDX > WS-TXT-CANT-ANT THEN
                 WRITE ptxt-registro
                     INVALID KEY
                         REWRITE ptxt-registro END-REWRITE
                 END-WRITE
              ELSE
                 REWRITE ptxt-registro
                     INVALID KEY
                         WRITE ptxt-registro END-WRITE
                 END-REWRITE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TXT-IDX FROM WS-TXT-IDX BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-CANT-ANT
              MOVE plant-codigo  TO ptxt-codigo
              MOVE plant-version TO ptxt-version
              MOVE WS-TXT-IDX    TO ptxt-linea
              DELETE datos-plant-texto RECORD
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-PERFORM
           .

      *----------------------------------------------------------*
      * VALIDAR-LISTA-MARCADORES : la lista de la plantilla solo   *
      * puede traer marcadores que los procesos sepan reemplazar.  *
      *----------------------------------------------------------*
       VALIDAR-LISTA-MARCADORES.
           MOVE SPACES           TO WS-MARCA-MALA
           MOVE 0                TO WS-LINEA-MALA
           MOVE PLA-MARCADORES   TO WS-LINEA-VAL
           MOVE WS-MARCADORES-SISTEMA TO WS-LISTA-VAL
           PERFORM VALIDAR-MARCAS
           IF WS-MARCA-MALA NOT = SPACES THEN
              MOVE SPACES TO MSG-ERROR
              STRING "MARCADOR " DELIMITED BY SIZE
                     WS-MARCA-MALA DELIMITED BY SPACE
                     " NO EXISTE; USE &NOMBRE &APEPAT &DIRECCION "
                                 DELIMITED BY SIZE
                     "&CIUDAD &RUT &MONTO &PERIODO &PCT"
                                 DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF
           .

      *    UNA LINEA DE TEXTO CONTRA LA LISTA DE LA PLANTILLA.
       VALIDAR-LINEA.
           MOVE SPACES TO WS-MARCA-MALA WS-LISTA-VAL
           STRING " "              DELIMITED BY SIZE
                  plant-marcadores DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                     INTO WS-LISTA-VAL
           END-STRING
           PERFORM VALIDAR-MARCAS
           .

      *    RECORRE WS-LINEA-VAL; AL PRIMER MARCADOR QUE NO ESTE EN
      *    WS-LISTA-VAL LO DEJA EN WS-MARCA-MALA.
       VALIDAR-MARCAS.
           MOVE 1 TO WS-IDX-VAL
           PERFORM UNTIL WS-IDX-VAL > 119 OR
                         WS-MARCA-MALA NOT = SPACES
              IF WS-LINEA-VAL(WS-IDX-VAL:1) = "&" AND
                 WS-LINEA-VAL(WS-IDX-VAL + 1:1) IS ALPHABETIC-UPPER
                 AND WS-LINEA-VAL(WS-IDX-VAL + 1:1) NOT = SPACE THEN
                 PERFORM EXTRAER-MARCA
                 MOVE SPACES TO WS-BUSCA
                 STRING " "                          DELIMITED BY SIZE
                        WS-MARCA(1:WS-MARCA-LARGO)   DELIMITED BY SIZE
                        " "                          DELIMITED BY SIZE
                           INTO WS-BUSCA
                 END-STRING
                 COMPUTE WS-BUSCA-LARGO = WS-MARCA-LARGO + 2
                 MOVE 0 TO WS-CONT-HALLADO
                 INSPECT WS-LISTA-VAL TALLYING WS-CONT-HALLADO
                         FOR ALL WS-BUSCA(1:WS-BUSCA-LARGO)
                 IF WS-CONT-HALLADO = 0 THEN
                    MOVE WS-MARCA TO WS-MARCA-MALA
                 END-IF
                 ADD WS-MARCA-LARGO TO WS-IDX-VAL
              ELSE
                 ADD 1 TO WS-IDX-VAL
              END-IF
           END-PERFORM
           .

       EXTRAER-MARCA.
           MOVE SPACES TO WS-MARCA
           MOVE "&"    TO WS-MARCA(1:1)
           MOVE 1      TO WS-MARCA-LARGO
           PERFORM UNTIL WS-IDX-VAL + WS-MARCA-LARGO > 120 OR
                         WS-MARCA-LARGO = 16 OR
                         WS-LINEA-VAL(WS-IDX-VAL + WS-MARCA-LARGO:1)
                            IS NOT ALPHABETIC-UPPER OR
                         WS-LINEA-VAL(WS-IDX-VAL + WS-MARCA-LARGO:1)
                            = SPACE
              ADD 1 TO WS-MARCA-LARGO
              MOVE WS-LINEA-VAL(WS-IDX-VAL + WS-MARCA-LARGO - 1:1)
                TO WS-MARCA(WS-MARCA-LARGO:1)
           END-PERFORM
           .

       INFORMAR-MARCA-MALA.
           MOVE SPACES TO MSG-ERROR
           IF WS-LINEA-MALA > 0 THEN
              MOVE WS-LINEA-MALA TO WS-LINEAS-EDIT
              STRING "LINEA "        DELIMITED BY SIZE
                     WS-LINEAS-EDIT  DELIMITED BY SIZE
                     ": "            DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
           END-IF
           STRING MSG-ERROR       DELIMITED BY "  "
                  "MARCADOR "     DELIMITED BY SIZE
                  WS-MARCA-MALA   DELIMITED BY SPACE
                  " NO PERMITIDO EN ESTA PLANTILLA"
                                  DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           .

      *    TODO EL TEXTO DE LA VERSION, LINEA A LINEA.
       VALIDAR-TEXTO.
           MOVE SPACES TO WS-MARCA-MALA
           MOVE 0      TO WS-LINEA-MALA
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-CANT OR
                         WS-MARCA-MALA NOT = SPACES
              MOVE WS-TXT-LINEA(WS-TXT-IDX) TO WS-LINEA-VAL
              PERFORM VALIDAR-LINEA
              IF WS-MARCA-MALA NOT = SPACES THEN
                 MOVE WS-TXT-IDX TO WS-LINEA-MALA
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------*
      * VISTA-PREVIA : combina el texto con los datos de un        *
      * cliente real, con los mismos reemplazos de los procesos.   *
      * &MONTO es el saldo pendiente del cliente; &PERIODO y &PCT  *
      * los fija la corrida del reajuste y aqui se muestran como   *
      * el periodo actual y [PCT].                                 *
      *----------------------------------------------------------*
       VISTA-PREVIA.
           PERFORM MOSTRAR-CABECERA
           PERFORM VALIDAR-TEXTO
           IF WS-MARCA-MALA NOT = SPACES THEN
              PERFORM INFORMAR-MARCA-MALA
              GO TO VISTA-PREVIA-FIN
           END-IF
           IF WS-TXT-CANT = 0 THEN
              MOVE "LA VERSION NO TIENE TEXTO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VISTA-PREVIA-FIN
           END-IF
           IF WS-USUARIOS-OK NOT = "S" THEN
              MOVE "NO SE PUDO ABRIR clientes.dat" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO VISTA-PREVIA-FIN
           END-IF
           MOVE RUT-PREVIA TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "INGRESE EL RUT DE UN CLIENTE EXISTENTE"
                                       TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO VISTA-PREVIA-FIN
           END-READ
           PERFORM CALCULAR-PENDIENTE

           MOVE plant-version TO WS-VERSION-EDIT
           DISPLAY " "
           DISPLAY "VISTA PREVIA " plant-codigo " VERSION "
                   WS-VERSION-EDIT " RUT " RUT-PREVIA
           DISPLAY "------------------------------------------------"
                   "------------------------------"
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-CANT
              MOVE WS-TXT-LINEA(WS-TXT-IDX) TO WS-LINEA-TRABAJO
              PERFORM SUSTITUIR-MARCADORES
              DISPLAY WS-LINEA-SALIDA(1:100)
           END-PERFORM
           DISPLAY "------------------------------------------------"
                   "------------------------------"
           DISPLAY "ENTER PARA CONTINUAR"
           ACCEPT WS-PAUSA
           MOVE plant-codigo  TO WS-PREVIA-CODIGO
           MOVE plant-version TO WS-PREVIA-VERSION.
       VISTA-PREVIA-FIN.
           EXIT.

      *    SALDO DE LAS FACTURAS PENDIENTES DEL CLIENTE.
       CALCULAR-PENDIENTE.
           MOVE 0 TO WS-ACU-PENDIENTE
           IF WS-FACTURAS-OK NOT = "S" THEN
              MOVE "S" TO fin-de-archivo
           ELSE
              MOVE "N"         TO fin-de-archivo
              MOVE usuario-rut TO factura-rut
              MOVE 0           TO factura-periodo
              START datos-facturas KEY IS NOT < factura-llave
                  INVALID KEY
                      MOVE "S" TO fin-de-archivo
              END-START
           END-IF
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF factura-rut NOT = usuario-rut THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF factura-pendiente THEN
                             COMPUTE WS-ACU-PENDIENTE =
                                     WS-ACU-PENDIENTE + factura-monto
                                   - factura-pagado
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * ACTIVAR-VERSION : solo perfil A, solo un borrador, con la  *
      * vista previa ya vista y el texto validado. La vigencia     *
      * parte en la fecha indicada (no antes de hoy); la version   *
      * anterior abierta se cierra el dia previo. No se puede      *
      * activar con inicio igual o anterior al de una version ya   *
      * activada: la historia de vigencias no se reescribe.        *
      *----------------------------------------------------------*
       ACTIVAR-VERSION.
           PERFORM MOSTRAR-CABECERA
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A ACTIVA PLANTILLAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           IF NOT plant-borrador THEN
              MOVE "LA VERSION YA ESTA ACTIVADA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           IF WS-TXT-CANT = 0 THEN
              MOVE "LA VERSION NO TIENE TEXTO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           PERFORM VALIDAR-TEXTO
           IF WS-MARCA-MALA NOT = SPACES THEN
              PERFORM INFORMAR-MARCA-MALA
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           IF WS-PREVIA-CODIGO NOT = plant-codigo OR
              WS-PREVIA-VERSION NOT = plant-version THEN
              MOVE "REVISE LA VISTA PREVIA (V) ANTES DE ACTIVAR"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           IF PLA-VIG-DESDE = 0 THEN
              MOVE WS-FECHA-SYS TO PLA-VIG-DESDE
           END-IF
           IF PLA-VIG-DESDE < WS-FECHA-SYS THEN
              MOVE "LA VIGENCIA NO PUEDE PARTIR ANTES DE HOY"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           MOVE PLA-VIG-DESDE TO VALFEC-FECHA-YYYYMMDD
           MOVE "1"           TO VALFEC-FECHA-FORMATO
           CALL "ValidarFecha" USING PARAMETROS-ENTRADA-VALFEC
                                     PARAMETRO-SALIDA-VALFEC
           IF VALFEC-FECHA-VALIDA NOT = "S" THEN
              MOVE "FECHA DE VIGENCIA INVALIDA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           MOVE PLA-VIG-DESDE TO FECHA-YYYYMMDD
           MOVE 1             TO SUM-RES-DIAS
           MOVE "-"           TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PARAMETROS-SUMAR
                                       PARAMETRO-SUMAR-SAL

      *       PRIMERO SE REVISAN LAS ACTIVADAS; SI ALGUNA PARTE EN O
      *       DESPUES DE LA NUEVA FECHA, NO SE TOCA NADA.
           PERFORM REVISAR-ACTIVADAS
           IF WS-HAY-POSTERIOR = "S" THEN
              MOVE "YA HAY UNA VERSION ACTIVADA DESDE ESA FECHA"
                                      TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ACTIVAR-VERSION-FIN
           END-IF
           PERFORM CERRAR-VERSION-ANTERIOR

           MOVE PLA-CODIGO  TO plant-codigo
           MOVE PLA-VERSION TO plant-version
           READ datos-plantillas
               INVALID KEY
                   GO TO ACTIVAR-VERSION-FIN
           END-READ
           MOVE "A"            TO plant-estado
           MOVE PLA-VIG-DESDE  TO plant-vig-desde
           MOVE 99999999       TO plant-vig-hasta
           MOVE WS-FECHA-SYS   TO plant-fec-activa plant-fecmod
           MOVE LK-OPERADOR-ID TO plant-usuario-activa
                                  plant-usuario-mod
           REWRITE plant-registro END-REWRITE
           PERFORM MOSTRAR-CABECERA
           MOVE SPACES TO WS-PREVIA-CODIGO
           MOVE "VERSION ACTIVADA" TO MSG-ERROR
           MOVE "I"                TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                TO MSG-SEVERIDAD.
       ACTIVAR-VERSION-FIN.
           EXIT.

       REVISAR-ACTIVADAS.
           MOVE "N"        TO WS-HAY-POSTERIOR
           MOVE "N"        TO fin-de-archivo
           MOVE PLA-CODIGO TO plant-codigo
           MOVE 0          TO plant-version
           START datos-plantillas KEY IS NOT < plant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-plantillas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF plant-codigo NOT = PLA-CODIGO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF plant-activada AND
                             plant-vig-desde NOT < PLA-VIG-DESDE THEN
                             MOVE "S" TO WS-HAY-POSTERIOR
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CERRAR-VERSION-ANTERIOR.
           MOVE "N"        TO fin-de-archivo
           MOVE PLA-CODIGO TO plant-codigo
           MOVE 0          TO plant-version
           START datos-plantillas KEY IS NOT < plant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-plantillas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF plant-codigo NOT = PLA-CODIGO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF plant-activada AND
                             plant-vig-hasta NOT < PLA-VIG-DESDE THEN
                             MOVE NUEVA-FECHA-YYYYMMDD
                               TO plant-vig-hasta
                             MOVE WS-FECHA-SYS   TO plant-fecmod
                             MOVE LK-OPERADOR-ID TO plant-usuario-mod
                             REWRITE plant-registro END-REWRITE
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       LISTAR-VERSIONES.
           MOVE "N"        TO fin-de-archivo
           MOVE PLA-CODIGO TO plant-codigo
           MOVE 0          TO plant-version
           START datos-plantillas KEY IS NOT < plant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           DISPLAY " "
           DISPLAY "VERSIONES DE LA PLANTILLA " PLA-CODIGO
           DISPLAY "VER E DESDE    HASTA    LINEAS ACTIVO POR "
                   "DESCRIPCION"
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-plantillas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF plant-codigo NOT = PLA-CODIGO THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          MOVE plant-cant-lineas TO WS-LINEAS-EDIT
                          DISPLAY plant-version " "
                                  plant-estado " "
                                  plant-vig-desde " "
                                  plant-vig-hasta " "
                                  WS-LINEAS-EDIT "    "
                                  plant-usuario-activa " "
                                  plant-descripcion
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ENTER PARA CONTINUAR"
           ACCEPT WS-PAUSA
           .

       SUSTITUIR-MARCADORES.
           MOVE SPACES TO WS-LINEA-SALIDA
           MOVE 1      TO WS-PTR-SAL
           MOVE 1      TO WS-IDX-CAR
           PERFORM UNTIL WS-IDX-CAR > 120
              IF WS-LINEA-TRABAJO(WS-IDX-CAR:1) = "&" THEN
                 PERFORM REEMPLAZAR-MARCADOR
              ELSE
                 STRING WS-LINEA-TRABAJO(WS-IDX-CAR:1)
                        DELIMITED BY SIZE
                        INTO WS-LINEA-SALIDA
                        WITH POINTER WS-PTR-SAL
                 END-STRING
                 ADD 1 TO WS-IDX-CAR
              END-IF
           END-PERFORM
           .

       REEMPLAZAR-MARCADOR.
           EVALUATE TRUE
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:7) = "&NOMBRE"
                   STRING usuario-nombre DELIMITED BY "  "
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 7 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:7) = "&APEPAT"
                   STRING usuario-apepat DELIMITED BY "  "
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 7 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:10) = "&DIRECCION"
                   STRING usuario-direccion DELIMITED BY "  "
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 10 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:7) = "&CIUDAD"
                   STRING usuario-ciudad DELIMITED BY "  "
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 7 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:6) = "&MONTO"
                   MOVE WS-ACU-PENDIENTE TO WS-MONTO-EDIT
                   STRING WS-MONTO-EDIT DELIMITED BY SIZE
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 6 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:8) = "&PERIODO"
                   STRING WS-PERIODO-HOY DELIMITED BY SIZE
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 8 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:4) = "&PCT"
                   STRING "[PCT]" DELIMITED BY SIZE
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 4 TO WS-IDX-CAR
               WHEN WS-LINEA-TRABAJO(WS-IDX-CAR:4) = "&RUT"
                   MOVE usuario-rut TO WS-RUT-EDIT
                   STRING WS-RUT-EDIT DELIMITED BY SIZE
                          "-"         DELIMITED BY SIZE
                          usuario-dv  DELIMITED BY SIZE
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 4 TO WS-IDX-CAR
               WHEN OTHER
                   STRING "&" DELIMITED BY SIZE
                          INTO WS-LINEA-SALIDA
                          WITH POINTER WS-PTR-SAL
                   END-STRING
                   ADD 1 TO WS-IDX-CAR
           END-EVALUATE
           .

       END PROGRAM MantenedorPlantillas.
