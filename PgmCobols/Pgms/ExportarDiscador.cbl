      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Lista diaria de llamados para el discador de la
      *          central telefonica (discador_llamadas.txt). Toma de
      *          cobranzas.dat los clientes en gestion (etapa minima
      *          de discador_param.dat hasta la 3; la etapa 4 ya esta
      *          en el estudio juridico) que autorizaron el canal
      *          telefonico (usuario-consent-telefono) y tienen al
      *          menos un telefono valido segun ValidaTelefono. Se
      *          omiten los con convenio vigente, los con promesa de
      *          pago pendiente y los que ya recibieron un llamado
      *          (contacto T en contactos.dat) en los ultimos N dias.
      *          La prioridad del discador sale de un SORT por monto
      *          moroso y dias de atraso, de mayor a menor. El
      *          resultado de cada llamado vuelve por IntakeDiscador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportarDiscador.

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

           SELECT param-discador
               ASSIGN TO
           "C:\PgmCobols\Data\discador_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-discador ASSIGN TO
           "C:\PgmCobols\Data\discador_llamadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISCADOR.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\discador_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cobranzas.
           copy "C:\PgmCobols\FD\FDCobranza.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-promesas.
           copy "C:\PgmCobols\FD\FDPromesa.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  param-discador.
       01  param-linea           PIC X(40).

       FD  archivo-discador.
       01  discador-linea        PIC X(150).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-MONTO         PIC 9(11)V99.
           05  SRT-DIAS-ATRASO   PIC 9(05).
           05  SRT-RUT           PIC 9(10).
           05  SRT-DV            PIC X.
           05  SRT-NOMBRE        PIC X(50).
           05  SRT-FONO1         PIC X(15).
           05  SRT-FONO2         PIC X(15).
           05  SRT-ETAPA         PIC 9.

       WORKING-STORAGE SECTION.
       01  FS-COBRANZAS          PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-PROMESAS           PIC XX.
       01  FS-CONTACTOS          PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-DISCADOR           PIC XX.
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-PROMESAS-OK        PIC X VALUE "N".
       01  WS-CONTACTOS-OK       PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-busqueda          PIC X.
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-DESCARTAR          PIC X.

      *    PARAMETROS DEL DISCADOR, CON VALORES POR DEFECTO SI
      *    discador_param.dat NO EXISTE: ETAPA DE COBRANZA DESDE LA
      *    QUE SE LLAMA Y DIAS QUE DEBEN PASAR DESDE EL ULTIMO
      *    LLAMADO PARA VOLVER A LLAMAR AL CLIENTE.
       01  WS-ETAPA-MIN          PIC 9 VALUE 1.
       01  WS-DIAS-SIN-LLAMAR    PIC 9(03) VALUE 3.

       01  WS-PRIORIDAD          PIC 9(06) VALUE 0.
       01  WS-CONT-GESTION       PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CONSENT   PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-FONO      PIC 9(06) VALUE 0.
       01  WS-CONT-CONVENIO      PIC 9(06) VALUE 0.
       01  WS-CONT-PROMESA       PIC 9(06) VALUE 0.
       01  WS-CONT-RECIENTE      PIC 9(06) VALUE 0.
      *        Clientes llamados dentro de los ultimos
      *        WS-DIAS-SIN-LLAMAR dias.

       01  WS-RUT-EDIT           PIC 9(10).
       01  WS-MONTO-EDIT         PIC 9(11).99.

       01 INP-VALIDA-TELEFONO.
           05 WS-TELEFONO   PIC X(15).
       01 OUT-VALIDA-TELEFONO.
           05 MSG-ERROR     PIC X(50).

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
           PERFORM LEER-PARAMETROS-DISCADOR

           OPEN INPUT datos-cobranzas
           IF FS-COBRANZAS NOT = "00" THEN
              DISPLAY "NO HAY GESTIONES DE COBRANZA (cobranzas.dat)."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
      *       Convenios, promesas y contactos son opcionales: sin
      *       ellos no se aplica el filtro correspondiente.
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
           OPEN OUTPUT archivo-discador

           SORT sort-work ON DESCENDING KEY SRT-MONTO
                                            SRT-DIAS-ATRASO
               INPUT PROCEDURE IS SORT-TOMAR-CLIENTES
               OUTPUT PROCEDURE IS SORT-ESCRIBIR-LLAMADOS

           CLOSE datos-cobranzas datos-usuarios archivo-discador
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
           DISPLAY "LISTA DEL DISCADOR AL " WS-FECHA-SYS
           DISPLAY "CLIENTES EN GESTION: " WS-CONT-GESTION
           DISPLAY "SIN CONSENT. FONO..: " WS-CONT-SIN-CONSENT
           DISPLAY "SIN FONO VALIDO....: " WS-CONT-SIN-FONO
           DISPLAY "CON CONVENIO.......: " WS-CONT-CONVENIO
           DISPLAY "CON PROMESA PEND...: " WS-CONT-PROMESA
           DISPLAY "LLAMADOS RECIENTES.: " WS-CONT-RECIENTE
           DISPLAY "LLAMADOS A DISCAR..: " WS-PRIORIDAD
           DISPLAY "ARCHIVO............: discador_llamadas.txt"
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE CobranzaEtapas: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO DE WORKING.
       LEER-PARAMETROS-DISCADOR.
           OPEN INPUT param-discador
           IF FS-PARAM = "00" THEN
              READ param-discador INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-ETAPA-MIN, WS-DIAS-SIN-LLAMAR
                      END-UNSTRING
              END-READ
              CLOSE param-discador
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-TOMAR-CLIENTES : filtros en el orden mas barato       *
      * primero (etapa y consentimiento vienen en los registros    *
      * ya leidos; convenio, promesa y ultimo llamado cuestan      *
      * lecturas adicionales).                                     *
      *----------------------------------------------------------*
       SORT-TOMAR-CLIENTES.
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
                       IF cobranza-etapa NOT < WS-ETAPA-MIN AND
                          cobranza-etapa < 4 THEN
                          ADD 1 TO WS-CONT-GESTION
                          PERFORM SOLTAR-UN-CLIENTE THRU
                                  SOLTAR-UN-CLIENTE-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       SOLTAR-UN-CLIENTE.
           MOVE cobranza-rut TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   GO TO SOLTAR-UN-CLIENTE-FIN
           END-READ
           IF usuario-fallecido THEN
              GO TO SOLTAR-UN-CLIENTE-FIN
           END-IF
           IF usuario-consent-telefono NOT = "S" THEN
              ADD 1 TO WS-CONT-SIN-CONSENT
              GO TO SOLTAR-UN-CLIENTE-FIN
           END-IF

      *       SOLO VIAJAN AL DISCADOR LOS NUMEROS QUE PASAN
      *       ValidaTelefono; SI EL PRIMERO NO SIRVE, EL SEGUNDO
      *       TOMA SU LUGAR.
           MOVE SPACES TO SRT-FONO1 SRT-FONO2
           MOVE usuario-telefono1 TO WS-TELEFONO
           CALL "ValidaTelefono" USING INP-VALIDA-TELEFONO
                                       OUT-VALIDA-TELEFONO
           IF MSG-ERROR = "TELEFONO CORRECTO" THEN
              MOVE usuario-telefono1 TO SRT-FONO1
           END-IF
           MOVE usuario-telefono2 TO WS-TELEFONO
           CALL "ValidaTelefono" USING INP-VALIDA-TELEFONO
                                       OUT-VALIDA-TELEFONO
           IF MSG-ERROR = "TELEFONO CORRECTO" AND
              usuario-telefono2 NOT = usuario-telefono1 THEN
              IF SRT-FONO1 = SPACES THEN
                 MOVE usuario-telefono2 TO SRT-FONO1
              ELSE
                 MOVE usuario-telefono2 TO SRT-FONO2
              END-IF
           END-IF
           IF SRT-FONO1 = SPACES THEN
              ADD 1 TO WS-CONT-SIN-FONO
              GO TO SOLTAR-UN-CLIENTE-FIN
           END-IF

           IF WS-CONVENIOS-OK = "S" THEN
              MOVE cobranza-rut TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF convenio-vigente THEN
                         ADD 1 TO WS-CONT-CONVENIO
                         GO TO SOLTAR-UN-CLIENTE-FIN
                      END-IF
              END-READ
           END-IF
           IF WS-PROMESAS-OK = "S" THEN
              PERFORM VER-PROMESA-PENDIENTE
              IF WS-DESCARTAR = "S" THEN
                 ADD 1 TO WS-CONT-PROMESA
                 GO TO SOLTAR-UN-CLIENTE-FIN
              END-IF
           END-IF
           IF WS-CONTACTOS-OK = "S" THEN
              PERFORM VER-LLAMADO-RECIENTE
              IF WS-DESCARTAR = "S" THEN
                 ADD 1 TO WS-CONT-RECIENTE
                 GO TO SOLTAR-UN-CLIENTE-FIN
              END-IF
           END-IF

           MOVE cobranza-monto-moroso TO SRT-MONTO
           MOVE cobranza-dias-atraso  TO SRT-DIAS-ATRASO
           MOVE cobranza-etapa        TO SRT-ETAPA
           MOVE usuario-rut           TO SRT-RUT
           MOVE usuario-dv            TO SRT-DV
           MOVE SPACES                TO SRT-NOMBRE
           IF usuario-juridica THEN
              MOVE usuario-razon-social TO SRT-NOMBRE
           ELSE
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                            INTO SRT-NOMBRE
              END-STRING
           END-IF
           RELEASE SRT-REGISTRO.
       SOLTAR-UN-CLIENTE-FIN.
           EXIT.

      *    UNA PROMESA PENDIENTE SE DEJA CORRER HASTA SU FECHA:
      *    RevisarPromesas LA CIERRA O LA DA POR ROTA.
       VER-PROMESA-PENDIENTE.
           MOVE "N"          TO WS-DESCARTAR
           MOVE "N"          TO fin-busqueda
           MOVE cobranza-rut TO prom-rut
           MOVE 0            TO prom-correlativo
           START datos-promesas KEY IS NOT < prom-llave
               INVALID KEY
                   MOVE "S" TO fin-busqueda
           END-START
           PERFORM UNTIL fin-busqueda = "S" OR WS-DESCARTAR = "S"
               READ datos-promesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-busqueda
                   NOT AT END
                       IF prom-rut NOT = cobranza-rut THEN
                          MOVE "S" TO fin-busqueda
                       ELSE
                          IF prom-pendiente THEN
                             MOVE "S" TO WS-DESCARTAR
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    UN CONTACTO TELEFONICO (DEL DISCADOR O DE UN OPERADOR)
      *    DENTRO DE LOS ULTIMOS WS-DIAS-SIN-LLAMAR DIAS SACA AL
      *    CLIENTE DE LA LISTA DE HOY.
       VER-LLAMADO-RECIENTE.
           MOVE "N"          TO WS-DESCARTAR
           MOVE "N"          TO fin-busqueda
           MOVE cobranza-rut TO contacto-rut
           MOVE 0            TO contacto-fecha contacto-hora
           START datos-contactos KEY IS NOT < contacto-llave
               INVALID KEY
                   MOVE "S" TO fin-busqueda
           END-START
           PERFORM UNTIL fin-busqueda = "S" OR WS-DESCARTAR = "S"
               READ datos-contactos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-busqueda
                   NOT AT END
                       IF contacto-rut NOT = cobranza-rut THEN
                          MOVE "S" TO fin-busqueda
                       ELSE
                          IF contacto-telefonico THEN
                             PERFORM EVALUAR-FECHA-LLAMADO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       EVALUAR-FECHA-LLAMADO.
           IF contacto-fecha NOT < WS-FECHA-SYS THEN
              MOVE "S" TO WS-DESCARTAR
           ELSE
              MOVE contacto-fecha TO FECHA1-YYYYMMDD
              MOVE WS-FECHA-SYS   TO FECHA2-YYYYMMDD
              CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                         OUT-DIFFDIASFECHA
              IF DIFF-DIAS < WS-DIAS-SIN-LLAMAR THEN
                 MOVE "S" TO WS-DESCARTAR
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-ESCRIBIR-LLAMADOS : una linea por cliente, separada   *
      * por ";", en el orden de prioridad que deja el SORT:        *
      * PRIORIDAD;RUT;DV;NOMBRE;FONO1;FONO2;MONTO;DIAS;ETAPA       *
      *----------------------------------------------------------*
       SORT-ESCRIBIR-LLAMADOS.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM ESCRIBIR-UN-LLAMADO
               END-RETURN
           END-PERFORM
           .

       ESCRIBIR-UN-LLAMADO.
           ADD 1 TO WS-PRIORIDAD
           MOVE SRT-RUT   TO WS-RUT-EDIT
           MOVE SRT-MONTO TO WS-MONTO-EDIT
           MOVE SPACES TO discador-linea
           STRING WS-PRIORIDAD    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  SRT-DV          DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  SRT-NOMBRE      DELIMITED BY "  "
                  ";"             DELIMITED BY SIZE
                  SRT-FONO1       DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  SRT-FONO2       DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WS-MONTO-EDIT   DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  SRT-DIAS-ATRASO DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  SRT-ETAPA       DELIMITED BY SIZE
                     INTO discador-linea
           END-STRING
           WRITE discador-linea
           .

       END PROGRAM ExportarDiscador.
