      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Archivo consolidado para la imprenta. Corrida diaria
      *          de la cadena: junta todos los documentos pendientes
      *          de la cola de impresion (impresion_docs.dat, que
      *          llenan GenerarCartas, CobranzaEtapas, ReajusteTarifas,
      *          EjecutarCampana e ImprimirFacturas por medio de
      *          EncolarImpresion), los ordena con SORT por codigo
      *          postal, ciudad y direccion (el orden de
      *          EtiquetasCorreo) y arma UN sobre por cliente con
      *          todos sus documentos como insertos, en
      *          imprenta_AAAAMMDD.txt. Cada sobre lleva su linea de
      *          control (%%SOBRE) con el numero de insertos, el
      *          bloque de direccion y cada inserto precedido de su
      *          linea %%INSERTO. Deja ademas el manifiesto de
      *          franqueo por spool (MANIFIESTO): un renglon por
      *          sobre, subtotal por codigo postal y total general.
      *          El franqueo sale de imprenta_param.dat
      *          "BASE;ADICIONAL;INSERTOS-BASE" (por defecto
      *          700;150;3): el sobre paga la base y cada inserto
      *          sobre los incluidos paga el adicional. Los clientes
      *          con usuario-dir-invalida, sin direccion o que ya no
      *          existen no se ensobran: van a la lista de excepciones
      *          (spool IMPR-EXCEP) y sus documentos siguen pendientes
      *          hasta que se corrija la direccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsolidarImpresion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-impdocs
               ASSIGN TO
           "C:\PgmCobols\Data\impresion_docs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS impd-id
               ALTERNATE RECORD KEY IS impd-clave-ref
                   WITH DUPLICATES
               FILE STATUS IS FS-IMPDOCS.

           SELECT datos-implineas
               ASSIGN TO
           "C:\PgmCobols\Data\impresion_lineas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS impl-llave
               FILE STATUS IS FS-IMPLINEAS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT param-imprenta ASSIGN TO
           "C:\PgmCobols\Data\imprenta_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-imprenta ASSIGN TO DYNAMIC WS-RUTA-IMPRENTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRENTA.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\imprenta_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-impdocs.
           copy "C:\PgmCobols\FD\FDImpresionDoc.cpy".

       FD  datos-implineas.
           copy "C:\PgmCobols\FD\FDImpresionLinea.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  param-imprenta.
       01  param-linea           PIC X(40).

       FD  archivo-imprenta.
       01  imprenta-linea        PIC X(132).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-COD-POSTAL    PIC X(07).
           05  SRT-CIUDAD        PIC X(50).
           05  SRT-DIRECCION     PIC X(50).
           05  SRT-RUT           PIC 9(10).
           05  SRT-ID            PIC 9(08).
           05  SRT-ORIGEN        PIC X(10).
           05  SRT-REFERENCIA    PIC X(20).
           05  SRT-NOMBRE        PIC X(62).

       WORKING-STORAGE SECTION.
       01  FS-IMPDOCS            PIC XX.
       01  FS-IMPLINEAS          PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-IMPRENTA           PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  fin-lineas            PIC X.
       01  WS-FECHA-NEGOCIO      PIC 9(08).
       01  WS-RUTA-IMPRENTA      PIC X(80).
       01  WS-IMPRENTA-ABIERTA   PIC X VALUE "N".

      *    FRANQUEO (PESOS): BASE POR SOBRE, ADICIONAL POR INSERTO
      *    SOBRE LOS INCLUIDOS EN LA BASE.
       01  WS-FRQ-BASE           PIC 9(07) VALUE 700.
       01  WS-FRQ-ADICIONAL      PIC 9(07) VALUE 150.
       01  WS-FRQ-INCLUIDOS      PIC 9(02) VALUE 3.
       01  WS-FRQ-SOBRE          PIC 9(09).

      *    SOBRE EN ARMADO: LOS DOCUMENTOS DEL CLIENTE SE ACUMULAN
      *    HASTA EL QUIEBRE DE RUT, PORQUE LA LINEA DE CONTROL DEL
      *    SOBRE LLEVA EL TOTAL DE INSERTOS.
       01  WS-MAX-INSERTOS       PIC 9(02) VALUE 50.
       01  WS-SOB-CANT           PIC 9(02) VALUE 0.
       01  WS-SOB-IDX            PIC 9(02).
       01  WS-TAB-SOBRE.
           05  WS-SOB-DOC OCCURS 50 TIMES.
               10  WS-SOB-ID          PIC 9(08).
               10  WS-SOB-ORIGEN      PIC X(10).
               10  WS-SOB-REFERENCIA  PIC X(20).
       01  WS-SOB-RUT            PIC 9(10).
       01  WS-SOB-NOMBRE         PIC X(62).
       01  WS-SOB-DIRECCION      PIC X(50).
       01  WS-SOB-CIUDAD         PIC X(50).
       01  WS-SOB-COD-POSTAL     PIC X(07).
       01  WS-NUM-SOBRE          PIC 9(06) VALUE 0.
      *        Correlativo del dia; una segunda corrida del mismo
      *        dia sigue la numeracion de la primera.

       01  WS-CP-ANTERIOR        PIC X(07).
       01  WS-PRIMER-SOBRE       PIC X VALUE "S".
       01  WS-CP-SOBRES          PIC 9(06) VALUE 0.
       01  WS-CP-INSERTOS        PIC 9(06) VALUE 0.
       01  WS-CP-FRANQUEO        PIC 9(09) VALUE 0.

       01  WS-CONT-PENDIENTES    PIC 9(06) VALUE 0.
       01  WS-CONT-EXCEPCIONES   PIC 9(06) VALUE 0.
       01  WS-TOT-SOBRES         PIC 9(06) VALUE 0.
       01  WS-TOT-INSERTOS       PIC 9(06) VALUE 0.
       01  WS-TOT-FRANQUEO       PIC 9(09) VALUE 0.

       01  WS-MOTIVO             PIC X(40).
       01  WS-SOBRE-EDIT         PIC Z(05)9.
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-ID-EDIT            PIC Z(07)9.
       01  WS-INS-EDIT           PIC Z9.
       01  WS-INS-EDIT2          PIC Z9.
       01  WS-CANT-EDIT          PIC Z(05)9.
       01  WS-FRQ-EDIT           PIC Z(08)9.
       01  WS-RUTA-EXCEP         PIC X(80).
       01  WS-RUTA-MANIF         PIC X(80).

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

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS

           OPEN I-O datos-impdocs
           IF FS-IMPDOCS NOT = "00" THEN
              DISPLAY "NO HAY DOCUMENTOS EN LA COLA DE IMPRESION."
              GOBACK
           END-IF
           OPEN INPUT datos-implineas
           OPEN INPUT datos-usuarios
           IF FS-IMPLINEAS NOT = "00" OR FS-USUARIOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR impresion_lineas.dat O "
                      "clientes.dat."
              CLOSE datos-impdocs
              GOBACK
           END-IF

           MOVE SPACES TO WS-RUTA-IMPRENTA
           STRING "C:\PgmCobols\Data\imprenta_" DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO              DELIMITED BY SIZE
                  ".txt"                        DELIMITED BY SIZE
                     INTO WS-RUTA-IMPRENTA
           END-STRING

           SORT sort-work ON ASCENDING KEY SRT-COD-POSTAL
                                           SRT-CIUDAD
                                           SRT-DIRECCION
                                           SRT-RUT
                                           SRT-ID
               INPUT PROCEDURE IS SORT-TOMAR-DOCUMENTOS
               OUTPUT PROCEDURE IS SORT-ARMAR-SOBRES

           CLOSE datos-impdocs datos-implineas datos-usuarios
           IF WS-IMPRENTA-ABIERTA = "S" THEN
              CLOSE archivo-imprenta
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "CONSOLIDADO IMPRENTA DEL " WS-FECHA-NEGOCIO
           DISPLAY "DOCUMENTOS PENDIENTES: " WS-CONT-PENDIENTES
           DISPLAY "SOBRES ARMADOS.......: " WS-TOT-SOBRES
           DISPLAY "INSERTOS.............: " WS-TOT-INSERTOS
           DISPLAY "FRANQUEO TOTAL.......: " WS-TOT-FRANQUEO
           DISPLAY "EXCEPCIONES..........: " WS-CONT-EXCEPCIONES
           IF WS-IMPRENTA-ABIERTA = "S" THEN
              DISPLAY "ARCHIVO IMPRENTA.....: " WS-RUTA-IMPRENTA
              DISPLAY "MANIFIESTO...........: " WS-RUTA-MANIF
           END-IF
           IF WS-CONT-EXCEPCIONES > 0 THEN
              DISPLAY "EXCEPCIONES..........: " WS-RUTA-EXCEP
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE AcumularPuntos: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO.
       LEER-PARAMETROS.
           OPEN INPUT param-imprenta
           IF FS-PARAM = "00" THEN
              READ param-imprenta INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-FRQ-BASE
                               WS-FRQ-ADICIONAL
                               WS-FRQ-INCLUIDOS
                      END-UNSTRING
              END-READ
              CLOSE param-imprenta
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-TOMAR-DOCUMENTOS : recorre la cola completa. Solo los *
      * documentos pendientes (P) entran al SORT; los que no       *
      * tienen una direccion utilizable van a la lista de          *
      * excepciones y quedan pendientes. De paso toma el ultimo    *
      * sobre ya numerado hoy, para seguir la numeracion.          *
      *----------------------------------------------------------*
       SORT-TOMAR-DOCUMENTOS.
           MOVE "IMPR-EXCEP"    TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-EXCEP
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-EXCEP TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "EXCEPCIONES DE IMPRENTA DEL " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO               DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "DOCUMENTO RUT        ORIGEN     REFERENCIA"
                                 DELIMITED BY SIZE
                  "           MOTIVO"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D" TO lk-rw-operacion

           MOVE 0 TO impd-id
           START datos-impdocs KEY IS NOT < impd-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-impdocs NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       EVALUATE TRUE
                           WHEN impd-pendiente
                               ADD 1 TO WS-CONT-PENDIENTES
                               PERFORM SOLTAR-UN-DOCUMENTO THRU
                                       SOLTAR-UN-DOCUMENTO-FIN
                           WHEN impd-impreso AND
                                impd-fec-impresion = WS-FECHA-NEGOCIO
                               IF impd-sobre > WS-NUM-SOBRE THEN
                                  MOVE impd-sobre TO WS-NUM-SOBRE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-EXCEPCIONES TO WS-CANT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "DOCUMENTOS SIN ENSOBRAR: " DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       SOLTAR-UN-DOCUMENTO.
           MOVE impd-rut TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                   PERFORM LISTAR-EXCEPCION
                   GO TO SOLTAR-UN-DOCUMENTO-FIN
           END-READ
           IF usuario-dir-invalida = "S" THEN
      *       Sobre ya devuelto por el courier (CorreoDevuelto):
      *       no se paga franqueo a una direccion muerta.
              MOVE "DIRECCION INVALIDA (CORREO DEVUELTO)"
                TO WS-MOTIVO
              PERFORM LISTAR-EXCEPCION
              GO TO SOLTAR-UN-DOCUMENTO-FIN
           END-IF
           IF usuario-direccion = SPACES THEN
              MOVE "SIN DIRECCION" TO WS-MOTIVO
              PERFORM LISTAR-EXCEPCION
              GO TO SOLTAR-UN-DOCUMENTO-FIN
           END-IF

           MOVE usuario-cod-postal TO SRT-COD-POSTAL
           MOVE usuario-ciudad     TO SRT-CIUDAD
           MOVE usuario-direccion  TO SRT-DIRECCION
           MOVE impd-rut           TO SRT-RUT
           MOVE impd-id            TO SRT-ID
           MOVE impd-origen        TO SRT-ORIGEN
           MOVE impd-referencia    TO SRT-REFERENCIA
           MOVE SPACES             TO SRT-NOMBRE
           IF usuario-tipo-cliente = "J" AND
              usuario-razon-social NOT = SPACES THEN
              MOVE usuario-razon-social TO SRT-NOMBRE
           ELSE
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                            INTO SRT-NOMBRE
              END-STRING
           END-IF
           RELEASE SRT-REGISTRO.
       SOLTAR-UN-DOCUMENTO-FIN.
           EXIT.

       LISTAR-EXCEPCION.
           ADD 1 TO WS-CONT-EXCEPCIONES
           MOVE impd-id  TO WS-ID-EDIT
           MOVE impd-rut TO WS-RUT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-ID-EDIT      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  impd-origen     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  impd-referencia DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MOTIVO       DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *----------------------------------------------------------*
      * SORT-ARMAR-SOBRES : los documentos llegan por codigo       *
      * postal, direccion y cliente; el quiebre de RUT cierra el   *
      * sobre. Un cliente con mas insertos que los que caben en    *
      * un sobre sigue en el sobre siguiente.                      *
      *----------------------------------------------------------*
       SORT-ARMAR-SOBRES.
           MOVE "MANIFIESTO"    TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-MANIF
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-MANIF TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "MANIFIESTO DE FRANQUEO DEL " DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO              DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "SOBRE  RUT        DESTINATARIO                   "
                                 DELIMITED BY SIZE
                  "CIUDAD               C.POST.  INS  FRANQUEO"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D" TO lk-rw-operacion

           PERFORM UNTIL fin-ordenado = "S"
               RETURN sort-work
                   AT END
                       MOVE "S" TO fin-ordenado
                   NOT AT END
                       PERFORM TOMAR-UN-DOCUMENTO
               END-RETURN
           END-PERFORM
           PERFORM CERRAR-SOBRE THRU CERRAR-SOBRE-FIN
           IF WS-PRIMER-SOBRE = "N" THEN
              PERFORM ESCRIBIR-CORTE-CP
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-TOT-SOBRES   TO WS-SOBRE-EDIT
           MOVE WS-TOT-INSERTOS TO WS-CANT-EDIT
           MOVE WS-TOT-FRANQUEO TO WS-FRQ-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL: "     DELIMITED BY SIZE
                  WS-SOBRE-EDIT DELIMITED BY SIZE
                  " SOBRES  "   DELIMITED BY SIZE
                  WS-CANT-EDIT  DELIMITED BY SIZE
                  " INSERTOS  FRANQUEO " DELIMITED BY SIZE
                  WS-FRQ-EDIT   DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       TOMAR-UN-DOCUMENTO.
           IF WS-SOB-CANT > 0 AND
              (SRT-RUT NOT = WS-SOB-RUT OR
               WS-SOB-CANT = WS-MAX-INSERTOS) THEN
              PERFORM CERRAR-SOBRE THRU CERRAR-SOBRE-FIN
           END-IF
           IF WS-SOB-CANT = 0 THEN
              MOVE SRT-RUT        TO WS-SOB-RUT
              MOVE SRT-NOMBRE     TO WS-SOB-NOMBRE
              MOVE SRT-DIRECCION  TO WS-SOB-DIRECCION
              MOVE SRT-CIUDAD     TO WS-SOB-CIUDAD
              MOVE SRT-COD-POSTAL TO WS-SOB-COD-POSTAL
           END-IF
           ADD 1 TO WS-SOB-CANT
           MOVE SRT-ID         TO WS-SOB-ID(WS-SOB-CANT)
           MOVE SRT-ORIGEN     TO WS-SOB-ORIGEN(WS-SOB-CANT)
           MOVE SRT-REFERENCIA TO WS-SOB-REFERENCIA(WS-SOB-CANT)
           .

      *----------------------------------------------------------*
      * CERRAR-SOBRE : escribe el sobre completo en el archivo de  *
      * la imprenta (control, direccion, insertos), marca sus      *
      * documentos como impresos y deja su renglon en el           *
      * manifiesto.                                                *
      *----------------------------------------------------------*
       CERRAR-SOBRE.
           IF WS-SOB-CANT = 0 THEN
              GO TO CERRAR-SOBRE-FIN
           END-IF
           IF WS-IMPRENTA-ABIERTA = "N" THEN
              PERFORM ABRIR-IMPRENTA
           END-IF
           IF WS-PRIMER-SOBRE = "N" AND
              WS-SOB-COD-POSTAL NOT = WS-CP-ANTERIOR THEN
              PERFORM ESCRIBIR-CORTE-CP
           END-IF
           MOVE "N"               TO WS-PRIMER-SOBRE
           MOVE WS-SOB-COD-POSTAL TO WS-CP-ANTERIOR

           ADD 1 TO WS-NUM-SOBRE
           MOVE WS-NUM-SOBRE TO WS-SOBRE-EDIT
           MOVE WS-SOB-RUT   TO WS-RUT-EDIT
           MOVE WS-SOB-CANT  TO WS-INS-EDIT
           MOVE SPACES TO imprenta-linea
           STRING "%%SOBRE "        DELIMITED BY SIZE
                  WS-NUM-SOBRE      DELIMITED BY SIZE
                  " RUT "           DELIMITED BY SIZE
                  WS-SOB-RUT        DELIMITED BY SIZE
                  " INSERTOS "      DELIMITED BY SIZE
                  WS-INS-EDIT       DELIMITED BY SIZE
                  " CP "            DELIMITED BY SIZE
                  WS-SOB-COD-POSTAL DELIMITED BY SIZE
                     INTO imprenta-linea
           END-STRING
           WRITE imprenta-linea

      *       BLOQUE DE DIRECCION DE TRES LINEAS, IGUAL QUE LA
      *       ETIQUETA DE EtiquetasCorreo.
           MOVE WS-SOB-NOMBRE TO imprenta-linea
           WRITE imprenta-linea
           MOVE WS-SOB-DIRECCION TO imprenta-linea
           WRITE imprenta-linea
           MOVE SPACES TO imprenta-linea
           IF WS-SOB-COD-POSTAL = SPACES THEN
              MOVE WS-SOB-CIUDAD TO imprenta-linea
           ELSE
              STRING WS-SOB-CIUDAD     DELIMITED BY "  "
                     "  CP "           DELIMITED BY SIZE
                     WS-SOB-COD-POSTAL DELIMITED BY SPACE
                             INTO imprenta-linea
              END-STRING
           END-IF
           WRITE imprenta-linea

           PERFORM VARYING WS-SOB-IDX FROM 1 BY 1
                   UNTIL WS-SOB-IDX > WS-SOB-CANT
              PERFORM ESCRIBIR-INSERTO
              PERFORM MARCAR-IMPRESO
           END-PERFORM

           MOVE SPACES TO imprenta-linea
           STRING "%%FIN SOBRE "    DELIMITED BY SIZE
                  WS-NUM-SOBRE      DELIMITED BY SIZE
                     INTO imprenta-linea
           END-STRING
           WRITE imprenta-linea

           IF WS-SOB-CANT > WS-FRQ-INCLUIDOS THEN
              COMPUTE WS-FRQ-SOBRE = WS-FRQ-BASE +
                      (WS-SOB-CANT - WS-FRQ-INCLUIDOS) *
                      WS-FRQ-ADICIONAL
           ELSE
              MOVE WS-FRQ-BASE TO WS-FRQ-SOBRE
           END-IF
           ADD 1            TO WS-CP-SOBRES    WS-TOT-SOBRES
           ADD WS-SOB-CANT  TO WS-CP-INSERTOS  WS-TOT-INSERTOS
           ADD WS-FRQ-SOBRE TO WS-CP-FRANQUEO  WS-TOT-FRANQUEO

           MOVE WS-FRQ-SOBRE TO WS-FRQ-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING WS-SOBRE-EDIT          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-RUT-EDIT            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-SOB-NOMBRE(1:30)    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-SOB-CIUDAD(1:20)    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-SOB-COD-POSTAL      DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-INS-EDIT            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-FRQ-EDIT            DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE 0 TO WS-SOB-CANT.
       CERRAR-SOBRE-FIN.
           EXIT.

      *    EL ARCHIVO DEL DIA SE EXTIENDE: UNA SEGUNDA CORRIDA NO
      *    PISA LOS SOBRES QUE YA SE ENTREGARON A LA IMPRENTA.
       ABRIR-IMPRENTA.
           OPEN EXTEND archivo-imprenta
           IF FS-IMPRENTA NOT = "00" THEN
              OPEN OUTPUT archivo-imprenta
              CLOSE archivo-imprenta
              OPEN EXTEND archivo-imprenta
           END-IF
           MOVE "S" TO WS-IMPRENTA-ABIERTA
           .

       ESCRIBIR-INSERTO.
           MOVE WS-SOB-IDX  TO WS-INS-EDIT2
           MOVE SPACES TO imprenta-linea
           STRING "%%INSERTO "                   DELIMITED BY SIZE
                  WS-INS-EDIT2                   DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  WS-INS-EDIT                    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-SOB-ORIGEN(WS-SOB-IDX)      DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-SOB-REFERENCIA(WS-SOB-IDX)  DELIMITED BY SIZE
                     INTO imprenta-linea
           END-STRING
           WRITE imprenta-linea

           MOVE "N"                   TO fin-lineas
           MOVE WS-SOB-ID(WS-SOB-IDX) TO impl-id
           MOVE 0                     TO impl-linea
           START datos-implineas KEY IS NOT < impl-llave
               INVALID KEY
                   MOVE "S" TO fin-lineas
           END-START
           PERFORM UNTIL fin-lineas = "S"
               READ datos-implineas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lineas
                   NOT AT END
                       IF impl-id NOT = WS-SOB-ID(WS-SOB-IDX) THEN
                          MOVE "S" TO fin-lineas
                       ELSE
                          MOVE impl-texto TO imprenta-linea
                          WRITE imprenta-linea
                       END-IF
               END-READ
           END-PERFORM
           .

       MARCAR-IMPRESO.
           MOVE WS-SOB-ID(WS-SOB-IDX) TO impd-id
           READ datos-impdocs
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "I"              TO impd-estado
                   MOVE WS-FECHA-NEGOCIO TO impd-fec-impresion
                   MOVE WS-NUM-SOBRE     TO impd-sobre
                   REWRITE impd-registro END-REWRITE
           END-READ
           .

       ESCRIBIR-CORTE-CP.
           MOVE WS-CP-SOBRES   TO WS-SOBRE-EDIT
           MOVE WS-CP-INSERTOS TO WS-CANT-EDIT
           MOVE WS-CP-FRANQUEO TO WS-FRQ-EDIT
           MOVE SPACES TO lk-rw-linea
           IF WS-CP-ANTERIOR = SPACES THEN
              MOVE "SIN CP" TO WS-CP-ANTERIOR
           END-IF
           STRING "   SUBTOTAL CP "    DELIMITED BY SIZE
                  WS-CP-ANTERIOR       DELIMITED BY SIZE
                  ": "                 DELIMITED BY SIZE
                  WS-SOBRE-EDIT        DELIMITED BY SIZE
                  " SOBRES  "          DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  " INSERTOS  FRANQUEO " DELIMITED BY SIZE
                  WS-FRQ-EDIT          DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE 0 TO WS-CP-SOBRES WS-CP-INSERTOS WS-CP-FRANQUEO
           .

       END PROGRAM ConsolidarImpresion.
