      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Politica de retencion de datos para los logs y
      *          archivos historicos que hasta ahora crecian sin
      *          limite: accesos_log.txt, sesiones_log.txt,
      *          MENSAJES.log, contactos.dat, notificaciones.dat,
      *          campana_hist.dat y el spool de reportes. El periodo
      *          y la accion de cada uno se definen en retencion.dat,
      *          una linea por archivo ARCHIVO;MESES;ACCION con
      *          ARCHIVO = ACCESOS, SESIONES, MENSAJES, CONTACTOS,
      *          NOTIFICACIONES, CAMPANAS o SPOOL y ACCION = B
      *          (borrar) o A (archivar); las lineas que parten con
      *          * son comentario. Un archivo sin linea no se toca.
      *          Lo anterior a la fecha de corte (hoy menos MESES) se
      *          borra o se traspasa al archivo de archivo: <log>.ant
      *          para los logs (el mismo de la depuracion de
      *          ConsolaOperacion), contactos_arch.dat,
      *          notificaciones_arch.dat, campana_arch.dat y
      *          spool_arch.txt. Los registros de un cliente bajo
      *          custodia legal (reclamo abierto en reclamos.dat o
      *          caso juridico derivado o en juicio en juridica.dat)
      *          se conservan aunque esten vencidos, y las
      *          notificaciones pendientes nunca se purgan.
      *          Deja en el spool el certificado CERTRETENCION con lo
      *          purgado por archivo, para el encargado de proteccion
      *          de datos. Pensado para correr una vez al mes, desde
      *          el menu (perfil A) o como paso PARAM L de la cadena.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicarRetencion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-retencion ASSIGN TO
           "C:\PgmCobols\Data\retencion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCION.

      *       Los tres logs se procesan con el mismo trio de
      *       archivos que usa la depuracion de ConsolaOperacion.
           SELECT archivo-log ASSIGN TO DYNAMIC WS-RUTA-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT archivo-nuevo ASSIGN TO DYNAMIC WS-RUTA-NUEVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUEVO.

           SELECT archivo-antiguo ASSIGN TO DYNAMIC WS-RUTA-ANTIGUO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIGUO.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT arch-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos_arch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acon-llave
               FILE STATUS IS FS-ARCH.

           SELECT datos-notificaciones
               ASSIGN TO
           "C:\PgmCobols\Data\notificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS notif-id
               FILE STATUS IS FS-NOTIFICACIONES.

           SELECT arch-notificaciones
               ASSIGN TO
           "C:\PgmCobols\Data\notificaciones_arch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anot-id
               FILE STATUS IS FS-ARCH.

           SELECT datos-camphist
               ASSIGN TO
           "C:\PgmCobols\Data\campana_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS camph-llave
               FILE STATUS IS FS-CAMPHIST.

           SELECT arch-camphist
               ASSIGN TO
           "C:\PgmCobols\Data\campana_arch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acam-llave
               FILE STATUS IS FS-ARCH.

           SELECT datos-reclamos
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS reclamo-llave
               FILE STATUS IS FS-RECLAMOS.

           SELECT datos-juridica
               ASSIGN TO
           "C:\PgmCobols\Data\juridica.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jur-rut
               FILE STATUS IS FS-JURIDICA.

           SELECT catalogo-spool ASSIGN TO
           "C:\PgmCobols\Data\spool_cat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.

           SELECT catalogo-nuevo ASSIGN TO
           "C:\PgmCobols\Data\spool_cat.txt.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT-NUEVO.

           SELECT pieza-spool ASSIGN TO DYNAMIC WS-RUTA-PIEZA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PIEZA.

           SELECT arch-spool ASSIGN TO
           "C:\PgmCobols\Data\spool_arch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.

      *       Salida con nombre de spool fechado (GenerarNombreSpool).
           SELECT reporte-certificado
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-retencion.
       01  retencion-linea      PIC X(80).

       FD  archivo-log.
       01  log-linea            PIC X(300).

       FD  archivo-nuevo.
       01  nuevo-linea          PIC X(300).

       FD  archivo-antiguo.
       01  antiguo-linea        PIC X(300).

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

      *    Los archivos de archivo guardan la imagen completa del
      *    registro vivo; se reinterpretan con el layout original.
       FD  arch-contactos.
       01  acon-registro.
           05  acon-llave       PIC X(24).
           05  acon-resto       PIC X(71).

       FD  datos-notificaciones.
           copy "C:\PgmCobols\FD\FDNotificacion.cpy".

       FD  arch-notificaciones.
       01  anot-registro.
           05  anot-id          PIC 9(08).
           05  anot-resto       PIC X(88).

       FD  datos-camphist.
           copy "C:\PgmCobols\FD\FDCampHist.cpy".

       FD  arch-camphist.
       01  acam-registro.
           05  acam-llave       PIC X(18).
           05  acam-resto       PIC X(50).

       FD  datos-reclamos.
           copy "C:\PgmCobols\FD\FDReclamo.cpy".

       FD  datos-juridica.
           copy "C:\PgmCobols\FD\FDJuridica.cpy".

       FD  catalogo-spool.
       01  catalogo-linea       PIC X(130).

       FD  catalogo-nuevo.
       01  catnue-linea         PIC X(130).

       FD  pieza-spool.
       01  pieza-linea          PIC X(300).

       FD  arch-spool.
       01  aspool-linea         PIC X(300).

       FD  reporte-certificado.
       01  REP-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01  FS-RETENCION        PIC XX.
       01  FS-LOG              PIC XX.
       01  FS-NUEVO            PIC XX.
       01  FS-ANTIGUO          PIC XX.
       01  FS-CONTACTOS        PIC XX.
       01  FS-NOTIFICACIONES   PIC XX.
       01  FS-CAMPHIST         PIC XX.
       01  FS-ARCH             PIC XX.
       01  FS-RECLAMOS         PIC XX.
       01  FS-JURIDICA         PIC XX.
       01  FS-CATALOGO         PIC XX.
       01  FS-CAT-NUEVO        PIC XX.
       01  FS-PIEZA            PIC XX.
       01  fin-lectura         PIC X.
       01  fin-pieza           PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-FECHA-SYS-R REDEFINES WS-FECHA-SYS.
           05  WS-SYS-ANO      PIC 9(04).
           05  WS-SYS-MES      PIC 9(02).
           05  WS-SYS-DIA      PIC 9(02).
       01  WS-HORA-SYS         PIC 9(08).
       01  WS-CONFIRMA         PIC X.

      *    POLITICAS LEIDAS DE retencion.dat (MAXIMO 20 LINEAS).
       01  WS-TAB-POLITICAS.
           05  WS-POL-ITEM OCCURS 20 TIMES.
               10  WS-POL-ARCHIVO   PIC X(15).
               10  WS-POL-MESES     PIC 9(03).
               10  WS-POL-ACCION    PIC X.
               10  WS-POL-USADA     PIC X.
       01  WS-CANT-POL         PIC 9(02) VALUE 0.
       01  WS-IDX-POL          PIC 9(02).
       01  WS-POL-ENCONTRADA   PIC 9(02).
       01  WS-MESES-X          PIC X(05).

      *    ARCHIVO EN CURSO Y SU POLITICA.
       01  WS-COD-ARCHIVO      PIC X(15).
       01  WS-NOMBRE-ARCHIVO   PIC X(40).
       01  WS-NOMBRE-DESTINO   PIC X(40).
       01  WS-MESES            PIC 9(03).
       01  WS-ACCION           PIC X.
       01  WS-ESTADO-ARCHIVO   PIC X(40).
       01  WS-FECHA-CORTE      PIC 9(08).
       01  WS-MESES-TOTAL      PIC 9(06).
       01  WS-CORTE-ANO        PIC 9(04).
       01  WS-CORTE-MES        PIC 9(02).
       01  WS-VENCIDO          PIC X.

      *    RUTAS DE LOS LOGS Y SUS ARCHIVOS DE TRABAJO.
       01  WS-RUTA-LOG         PIC X(60).
       01  WS-RUTA-NUEVO       PIC X(60).
       01  WS-RUTA-ANTIGUO     PIC X(60).
       01  WS-LINEA-TRABAJO    PIC X(300).
       01  WS-FECHA-LINEA      PIC X(08).
       01  WS-LOG-CON-RUT      PIC X.
       01  WS-LOG-CAMPO        PIC X(10).
       01  WS-LOG-RUT-X        PIC X(10).

      *    PIEZAS DEL SPOOL.
       01  WS-RUTA-PIEZA       PIC X(80).
       01  WS-CAT-FECHA        PIC X(08).
       01  WS-CAT-HORA         PIC X(06).
       01  WS-CAT-OPERADOR     PIC X(10).
       01  WS-CAT-REPORTE      PIC X(20).
       01  WS-CAT-MARCA        PIC X(12).
       01  WS-CAT-LINEA        PIC X(130).

      *    CUSTODIA LEGAL: SE RECUERDA EL ULTIMO RUT CONSULTADO
      *    PORQUE LOS REGISTROS DE UN MISMO CLIENTE VIENEN SEGUIDOS.
       01  WS-RECLAMOS-OK      PIC X.
       01  WS-JURIDICA-OK      PIC X.
       01  WS-RUT-CUSTODIA     PIC 9(10).
       01  WS-RUT-ULT-CUST     PIC 9(10).
       01  WS-EN-CUSTODIA      PIC X.
       01  WS-ULT-CUSTODIA     PIC X.
       01  fin-reclamos        PIC X.

      *    CONTADORES DEL ARCHIVO EN CURSO.
       01  WS-CONT-LEIDOS      PIC 9(07).
       01  WS-CONT-VIGENTES    PIC 9(07).
       01  WS-CONT-BORRADOS    PIC 9(07).
       01  WS-CONT-ARCHIVADOS  PIC 9(07).
       01  WS-CONT-CUSTODIA    PIC 9(07).
       01  WS-CONT-ERRORES     PIC 9(07).
       01  WS-TOT-PURGADOS     PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME
           MOVE 0 TO WS-TOT-PURGADOS

      *       LA CADENA ENTRA CON EL LOGIN SINTETICO BATCH Y NO
      *       PREGUNTA; DESDE EL MENU SE EXIGE PERFIL A Y CONFIRMAR.
           IF LK-OPERADOR-ID NOT = "BATCH" THEN
              IF LK-OPERADOR-PERFIL NOT = "A" THEN
                 DISPLAY "Solo perfil A aplica la retencion de datos."
                 GOBACK
              END-IF
           END-IF

           PERFORM CARGAR-POLITICAS THRU CARGAR-POLITICAS-FIN
           IF WS-CANT-POL = 0 THEN
              DISPLAY "SIN POLITICAS EN retencion.dat; NO SE PURGA"
                      " NADA."
              GOBACK
           END-IF

           IF LK-OPERADOR-ID NOT = "BATCH" THEN
              DISPLAY "POLITICAS CARGADAS: " WS-CANT-POL
              DISPLAY "CONFIRMA APLICAR LA RETENCION (S/N)? "
              MOVE "N" TO WS-CONFIRMA
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
                 DISPLAY "RETENCION CANCELADA; ARCHIVOS SIN CAMBIOS."
                 GOBACK
              END-IF
           END-IF

           PERFORM ABRIR-CUSTODIA

           MOVE "CERTRETENCION" TO lk-sp-reporte
           MOVE LK-OPERADOR-ID  TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-certificado
           PERFORM REP-ENCABEZADO

           MOVE "ACCESOS"        TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "SESIONES"       TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "MENSAJES"       TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "CONTACTOS"      TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "NOTIFICACIONES" TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "CAMPANAS"       TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN
           MOVE "SPOOL"          TO WS-COD-ARCHIVO
           PERFORM APLICAR-POLITICA THRU APLICAR-POLITICA-FIN

           PERFORM REP-POLITICAS-SOBRANTES
           PERFORM REP-PIE
           CLOSE reporte-certificado
           PERFORM CERRAR-CUSTODIA

           DISPLAY "-------------------------------------------"
           DISPLAY "REGISTROS PURGADOS (BORRADOS O ARCHIVADOS): "
                   WS-TOT-PURGADOS
           DISPLAY "CERTIFICADO: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * CARGAR-POLITICAS : lee retencion.dat. Las lineas con      *
      * accion distinta de A/B o sin meses se descartan con aviso *
      * para no purgar con una politica mal escrita.              *
      *----------------------------------------------------------*
       CARGAR-POLITICAS.
           MOVE 0   TO WS-CANT-POL
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-retencion
           IF FS-RETENCION NOT = "00" THEN
              DISPLAY "NO SE PUDO LEER retencion.dat: " FS-RETENCION
              GO TO CARGAR-POLITICAS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S" OR WS-CANT-POL = 20
               READ archivo-retencion INTO retencion-linea
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF retencion-linea(1:1) NOT = "*" AND
                          retencion-linea NOT = SPACES THEN
                          PERFORM AGREGAR-POLITICA THRU
                                  AGREGAR-POLITICA-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-retencion.
       CARGAR-POLITICAS-FIN.
           EXIT.

       AGREGAR-POLITICA.
           ADD 1 TO WS-CANT-POL
           MOVE SPACES TO WS-POL-ITEM(WS-CANT-POL) WS-MESES-X
           UNSTRING retencion-linea DELIMITED BY ";"
               INTO WS-POL-ARCHIVO(WS-CANT-POL),
                    WS-MESES-X,
                    WS-POL-ACCION(WS-CANT-POL)
           END-UNSTRING
           MOVE "N" TO WS-POL-USADA(WS-CANT-POL)
           IF WS-POL-ACCION(WS-CANT-POL) = "a" THEN
              MOVE "A" TO WS-POL-ACCION(WS-CANT-POL)
           END-IF
           IF WS-POL-ACCION(WS-CANT-POL) = "b" THEN
              MOVE "B" TO WS-POL-ACCION(WS-CANT-POL)
           END-IF

           MOVE 0 TO WS-POL-MESES(WS-CANT-POL)
           IF WS-MESES-X(1:3) IS NUMERIC THEN
              MOVE WS-MESES-X(1:3) TO WS-POL-MESES(WS-CANT-POL)
           ELSE
              IF WS-MESES-X(1:2) IS NUMERIC THEN
                 MOVE WS-MESES-X(1:2) TO WS-POL-MESES(WS-CANT-POL)
              ELSE
                 IF WS-MESES-X(1:1) IS NUMERIC THEN
                    MOVE WS-MESES-X(1:1)
                      TO WS-POL-MESES(WS-CANT-POL)
                 END-IF
              END-IF
           END-IF

           IF WS-POL-MESES(WS-CANT-POL) = 0 OR
              (WS-POL-ACCION(WS-CANT-POL) NOT = "A" AND
               WS-POL-ACCION(WS-CANT-POL) NOT = "B") THEN
              DISPLAY "LINEA DE retencion.dat DESCARTADA: "
                      retencion-linea(1:40)
              SUBTRACT 1 FROM WS-CANT-POL
           END-IF.
       AGREGAR-POLITICA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-POLITICA : busca la politica del archivo en curso *
      * (WS-COD-ARCHIVO), calcula la fecha de corte y despacha al *
      * paragrafo que sabe recorrer ese archivo. Cada archivo     *
      * deja su seccion en el certificado, tenga o no politica.   *
      *----------------------------------------------------------*
       APLICAR-POLITICA.
           MOVE 0 TO WS-CONT-LEIDOS WS-CONT-VIGENTES
                     WS-CONT-BORRADOS WS-CONT-ARCHIVADOS
                     WS-CONT-CUSTODIA WS-CONT-ERRORES
           MOVE SPACES TO WS-ESTADO-ARCHIVO WS-NOMBRE-DESTINO
           EVALUATE WS-COD-ARCHIVO
               WHEN "ACCESOS"
                   MOVE "accesos_log.txt"     TO WS-NOMBRE-ARCHIVO
               WHEN "SESIONES"
                   MOVE "sesiones_log.txt"    TO WS-NOMBRE-ARCHIVO
               WHEN "MENSAJES"
                   MOVE "MENSAJES.log"        TO WS-NOMBRE-ARCHIVO
               WHEN "CONTACTOS"
                   MOVE "contactos.dat"       TO WS-NOMBRE-ARCHIVO
               WHEN "NOTIFICACIONES"
                   MOVE "notificaciones.dat"  TO WS-NOMBRE-ARCHIVO
               WHEN "CAMPANAS"
                   MOVE "campana_hist.dat"    TO WS-NOMBRE-ARCHIVO
               WHEN "SPOOL"
                   MOVE "spool (spool_cat.txt)" TO WS-NOMBRE-ARCHIVO
           END-EVALUATE

           MOVE 0 TO WS-POL-ENCONTRADA
           PERFORM VARYING WS-IDX-POL FROM 1 BY 1
                   UNTIL WS-IDX-POL > WS-CANT-POL
              IF WS-POL-ARCHIVO(WS-IDX-POL) = WS-COD-ARCHIVO THEN
                 MOVE WS-IDX-POL TO WS-POL-ENCONTRADA
                 MOVE "S" TO WS-POL-USADA(WS-IDX-POL)
              END-IF
           END-PERFORM
           IF WS-POL-ENCONTRADA = 0 THEN
              MOVE 0     TO WS-MESES WS-FECHA-CORTE
              MOVE SPACE TO WS-ACCION
              MOVE "SIN POLITICA DEFINIDA; NO SE TOCO"
                TO WS-ESTADO-ARCHIVO
              PERFORM REP-SECCION-ARCHIVO
              GO TO APLICAR-POLITICA-FIN
           END-IF
      *       SI EL ARCHIVO VIENE REPETIDO MANDA LA ULTIMA LINEA.
           MOVE WS-POL-MESES(WS-POL-ENCONTRADA)  TO WS-MESES
           MOVE WS-POL-ACCION(WS-POL-ENCONTRADA) TO WS-ACCION
           PERFORM CALCULAR-FECHA-CORTE

           EVALUATE WS-COD-ARCHIVO
               WHEN "ACCESOS"
                   MOVE "C:\PgmCobols\Data\accesos_log.txt"
                     TO WS-RUTA-LOG
      *            EL CUARTO CAMPO DEL LOG DE ACCESOS ES EL RUT
      *            CONSULTADO: ES EL UNICO LOG SUJETO A CUSTODIA.
                   MOVE "S" TO WS-LOG-CON-RUT
                   PERFORM DEPURAR-LOG THRU DEPURAR-LOG-FIN
               WHEN "SESIONES"
                   MOVE "C:\PgmCobols\Data\sesiones_log.txt"
                     TO WS-RUTA-LOG
                   MOVE "N" TO WS-LOG-CON-RUT
                   PERFORM DEPURAR-LOG THRU DEPURAR-LOG-FIN
               WHEN "MENSAJES"
                   MOVE "C:\PgmCobols\Data\MENSAJES.log"
                     TO WS-RUTA-LOG
                   MOVE "N" TO WS-LOG-CON-RUT
                   PERFORM DEPURAR-LOG THRU DEPURAR-LOG-FIN
               WHEN "CONTACTOS"
                   MOVE "contactos_arch.dat" TO WS-NOMBRE-DESTINO
                   PERFORM DEPURAR-CONTACTOS THRU
                           DEPURAR-CONTACTOS-FIN
               WHEN "NOTIFICACIONES"
                   MOVE "notificaciones_arch.dat"
                     TO WS-NOMBRE-DESTINO
                   PERFORM DEPURAR-NOTIFICACIONES THRU
                           DEPURAR-NOTIFICACIONES-FIN
               WHEN "CAMPANAS"
                   MOVE "campana_arch.dat" TO WS-NOMBRE-DESTINO
                   PERFORM DEPURAR-CAMPANAS THRU
                           DEPURAR-CAMPANAS-FIN
               WHEN "SPOOL"
                   MOVE "spool_arch.txt" TO WS-NOMBRE-DESTINO
                   PERFORM DEPURAR-SPOOL THRU DEPURAR-SPOOL-FIN
           END-EVALUATE

           IF WS-ESTADO-ARCHIVO = SPACES THEN
              MOVE "POLITICA APLICADA" TO WS-ESTADO-ARCHIVO
           END-IF
           ADD WS-CONT-BORRADOS WS-CONT-ARCHIVADOS TO WS-TOT-PURGADOS
           PERFORM REP-SECCION-ARCHIVO.
       APLICAR-POLITICA-FIN.
           EXIT.

      *    FECHA DE CORTE = HOY MENOS WS-MESES MESES, MISMO DIA; LO
      *    ANTERIOR A ELLA ESTA VENCIDO. UN DIA INEXISTENTE (31 DE
      *    UN MES DE 30) SIGUE ORDENANDO BIEN COMO AAAAMMDD.
       CALCULAR-FECHA-CORTE.
           COMPUTE WS-MESES-TOTAL = WS-SYS-ANO * 12
                                  + WS-SYS-MES - 1
                                  - WS-MESES
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-CORTE-ANO
                  REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           COMPUTE WS-FECHA-CORTE = WS-CORTE-ANO * 10000
                                  + WS-CORTE-MES * 100
                                  + WS-SYS-DIA
           .

      *----------------------------------------------------------*
      * DEPURAR-LOG : como la depuracion de ConsolaOperacion, las *
      * lineas vencidas van a <log>.ant (accion A) o se descartan *
      * (accion B) y el log se reescribe con las demas a traves   *
      * de <log>.tmp. Una linea sin fecha al inicio se conserva.  *
      *----------------------------------------------------------*
       DEPURAR-LOG.
           MOVE SPACES TO WS-RUTA-NUEVO WS-RUTA-ANTIGUO
           STRING WS-RUTA-LOG DELIMITED BY SPACE
                  ".tmp"      DELIMITED BY SIZE
                     INTO WS-RUTA-NUEVO
           END-STRING
           STRING WS-RUTA-LOG DELIMITED BY SPACE
                  ".ant"      DELIMITED BY SIZE
                     INTO WS-RUTA-ANTIGUO
           END-STRING
           IF WS-ACCION = "A" THEN
              STRING WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                     ".ant"            DELIMITED BY SIZE
                        INTO WS-NOMBRE-DESTINO
              END-STRING
           END-IF

           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-log
           IF FS-LOG NOT = "00" THEN
              MOVE "ARCHIVO NO EXISTE O NO SE PUDO LEER; SIN CAMBIOS"
                TO WS-ESTADO-ARCHIVO
              GO TO DEPURAR-LOG-FIN
           END-IF
           OPEN OUTPUT archivo-nuevo
           IF WS-ACCION = "A" THEN
              OPEN EXTEND archivo-antiguo
              IF FS-ANTIGUO NOT = "00" THEN
                 OPEN OUTPUT archivo-antiguo
                 CLOSE archivo-antiguo
                 OPEN EXTEND archivo-antiguo
              END-IF
           END-IF

           PERFORM UNTIL fin-lectura = "S"
               READ archivo-log INTO WS-LINEA-TRABAJO
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM CLASIFICAR-LINEA-LOG
               END-READ
           END-PERFORM

           CLOSE archivo-log archivo-nuevo
           IF WS-ACCION = "A" THEN
              CLOSE archivo-antiguo
           END-IF
           PERFORM REEMPLAZAR-LOG.
       DEPURAR-LOG-FIN.
           EXIT.

       CLASIFICAR-LINEA-LOG.
           MOVE "N" TO WS-VENCIDO
           MOVE WS-LINEA-TRABAJO(1:8) TO WS-FECHA-LINEA
           IF WS-FECHA-LINEA IS NUMERIC AND
              WS-FECHA-LINEA < WS-FECHA-CORTE THEN
              MOVE "S" TO WS-VENCIDO
           END-IF
           MOVE "N" TO WS-EN-CUSTODIA
           IF WS-VENCIDO = "S" AND WS-LOG-CON-RUT = "S" THEN
              MOVE SPACES TO WS-LOG-RUT-X
              UNSTRING WS-LINEA-TRABAJO DELIMITED BY ";"
                  INTO WS-LOG-CAMPO, WS-LOG-CAMPO, WS-LOG-CAMPO,
                       WS-LOG-RUT-X
              END-UNSTRING
              IF WS-LOG-RUT-X IS NUMERIC THEN
                 MOVE WS-LOG-RUT-X TO WS-RUT-CUSTODIA
                 PERFORM VERIFICAR-CUSTODIA THRU
                         VERIFICAR-CUSTODIA-FIN
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-VENCIDO = "N"
                   ADD 1 TO WS-CONT-VIGENTES
                   MOVE WS-LINEA-TRABAJO TO nuevo-linea
                   WRITE nuevo-linea
               WHEN WS-EN-CUSTODIA = "S"
                   ADD 1 TO WS-CONT-CUSTODIA
                   MOVE WS-LINEA-TRABAJO TO nuevo-linea
                   WRITE nuevo-linea
               WHEN WS-ACCION = "A"
                   ADD 1 TO WS-CONT-ARCHIVADOS
                   MOVE WS-LINEA-TRABAJO TO antiguo-linea
                   WRITE antiguo-linea
               WHEN OTHER
                   ADD 1 TO WS-CONT-BORRADOS
           END-EVALUATE
           .

       REEMPLAZAR-LOG.
           MOVE "N" TO fin-lectura
      *       SE COPIA EL .tmp DE VUELTA SOBRE EL ORIGINAL; ASI NO
      *       DEPENDEMOS DE RENOMBRES DEL SISTEMA OPERATIVO.
           OPEN INPUT archivo-nuevo
           OPEN OUTPUT archivo-log
           PERFORM UNTIL fin-lectura = "S"
               READ archivo-nuevo INTO WS-LINEA-TRABAJO
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE WS-LINEA-TRABAJO TO log-linea
                       WRITE log-linea
               END-READ
           END-PERFORM
           CLOSE archivo-nuevo archivo-log
           .

      *----------------------------------------------------------*
      * DEPURAR-CONTACTOS : contactos con fecha anterior al corte *
      * se archivan o eliminan, salvo los de clientes en custodia.*
      *----------------------------------------------------------*
       DEPURAR-CONTACTOS.
           OPEN I-O datos-contactos
           IF FS-CONTACTOS NOT = "00" THEN
              MOVE "ARCHIVO NO EXISTE O NO SE PUDO ABRIR; SIN CAMBIOS"
                TO WS-ESTADO-ARCHIVO
              GO TO DEPURAR-CONTACTOS-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              OPEN I-O arch-contactos
              IF FS-ARCH = "35" THEN
                 OPEN OUTPUT arch-contactos
                 CLOSE arch-contactos
                 OPEN I-O arch-contactos
              END-IF
              IF FS-ARCH NOT = "00" THEN
                 MOVE "NO SE PUDO ABRIR contactos_arch.dat; SIN CAMBIOS"
                   TO WS-ESTADO-ARCHIVO
                 CLOSE datos-contactos
                 GO TO DEPURAR-CONTACTOS-FIN
              END-IF
           END-IF

           MOVE "N" TO fin-lectura
           MOVE LOW-VALUES TO contacto-llave
           START datos-contactos KEY IS NOT < contacto-llave
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-contactos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM PURGAR-CONTACTO THRU
                               PURGAR-CONTACTO-FIN
               END-READ
           END-PERFORM

           CLOSE datos-contactos
           IF WS-ACCION = "A" THEN
              CLOSE arch-contactos
           END-IF.
       DEPURAR-CONTACTOS-FIN.
           EXIT.

       PURGAR-CONTACTO.
           IF contacto-fecha NOT < WS-FECHA-CORTE THEN
              ADD 1 TO WS-CONT-VIGENTES
              GO TO PURGAR-CONTACTO-FIN
           END-IF
           MOVE contacto-rut TO WS-RUT-CUSTODIA
           PERFORM VERIFICAR-CUSTODIA THRU VERIFICAR-CUSTODIA-FIN
           IF WS-EN-CUSTODIA = "S" THEN
              ADD 1 TO WS-CONT-CUSTODIA
              GO TO PURGAR-CONTACTO-FIN
           END-IF

      *       SOLO CON EL WRITE AL ARCHIVO CONFIRMADO ("00", O "22"
      *       SI YA ESTABA DE UNA CORRIDA INTERRUMPIDA) SE ELIMINA
      *       DEL VIVO; NUNCA AL REVES.
           IF WS-ACCION = "A" THEN
              MOVE contacto-registro TO acon-registro
              WRITE acon-registro
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF FS-ARCH NOT = "00" AND FS-ARCH NOT = "22" THEN
                 ADD 1 TO WS-CONT-ERRORES
                 GO TO PURGAR-CONTACTO-FIN
              END-IF
           END-IF

           DELETE datos-contactos RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF FS-CONTACTOS NOT = "00" THEN
              ADD 1 TO WS-CONT-ERRORES
              GO TO PURGAR-CONTACTO-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              ADD 1 TO WS-CONT-ARCHIVADOS
           ELSE
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       PURGAR-CONTACTO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * DEPURAR-NOTIFICACIONES : vence por fecha de creacion; una *
      * notificacion pendiente se conserva siempre, porque aun    *
      * debe salir (o cancelarse) por DespacharNotificaciones.    *
      *----------------------------------------------------------*
       DEPURAR-NOTIFICACIONES.
           OPEN I-O datos-notificaciones
           IF FS-NOTIFICACIONES NOT = "00" THEN
              MOVE "ARCHIVO NO EXISTE O NO SE PUDO ABRIR; SIN CAMBIOS"
                TO WS-ESTADO-ARCHIVO
              GO TO DEPURAR-NOTIFICACIONES-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              OPEN I-O arch-notificaciones
              IF FS-ARCH = "35" THEN
                 OPEN OUTPUT arch-notificaciones
                 CLOSE arch-notificaciones
                 OPEN I-O arch-notificaciones
              END-IF
              IF FS-ARCH NOT = "00" THEN
                 MOVE "NO SE PUDO ABRIR notificaciones_arch.dat"
                   TO WS-ESTADO-ARCHIVO
                 CLOSE datos-notificaciones
                 GO TO DEPURAR-NOTIFICACIONES-FIN
              END-IF
           END-IF

           MOVE "N" TO fin-lectura
           MOVE 0 TO notif-id
           START datos-notificaciones KEY IS NOT < notif-id
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-notificaciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM PURGAR-NOTIFICACION THRU
                               PURGAR-NOTIFICACION-FIN
               END-READ
           END-PERFORM

           CLOSE datos-notificaciones
           IF WS-ACCION = "A" THEN
              CLOSE arch-notificaciones
           END-IF.
       DEPURAR-NOTIFICACIONES-FIN.
           EXIT.

       PURGAR-NOTIFICACION.
           IF notif-pendiente OR
              notif-fec-creacion NOT < WS-FECHA-CORTE THEN
              ADD 1 TO WS-CONT-VIGENTES
              GO TO PURGAR-NOTIFICACION-FIN
           END-IF
           MOVE notif-rut TO WS-RUT-CUSTODIA
           PERFORM VERIFICAR-CUSTODIA THRU VERIFICAR-CUSTODIA-FIN
           IF WS-EN-CUSTODIA = "S" THEN
              ADD 1 TO WS-CONT-CUSTODIA
              GO TO PURGAR-NOTIFICACION-FIN
           END-IF

           IF WS-ACCION = "A" THEN
              MOVE notif-registro TO anot-registro
              WRITE anot-registro
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF FS-ARCH NOT = "00" AND FS-ARCH NOT = "22" THEN
                 ADD 1 TO WS-CONT-ERRORES
                 GO TO PURGAR-NOTIFICACION-FIN
              END-IF
           END-IF

           DELETE datos-notificaciones RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF FS-NOTIFICACIONES NOT = "00" THEN
              ADD 1 TO WS-CONT-ERRORES
              GO TO PURGAR-NOTIFICACION-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              ADD 1 TO WS-CONT-ARCHIVADOS
           ELSE
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       PURGAR-NOTIFICACION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * DEPURAR-CAMPANAS : historia de campanas por fecha de      *
      * contacto. Al salir la fila de campana_hist.dat la llave   *
      * ya no impide volver a contactar al cliente en una         *
      * reejecucion de esa campana, que a esa altura esta cerrada *
      * hace mas que el periodo de retencion.                     *
      *----------------------------------------------------------*
       DEPURAR-CAMPANAS.
           OPEN I-O datos-camphist
           IF FS-CAMPHIST NOT = "00" THEN
              MOVE "ARCHIVO NO EXISTE O NO SE PUDO ABRIR; SIN CAMBIOS"
                TO WS-ESTADO-ARCHIVO
              GO TO DEPURAR-CAMPANAS-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              OPEN I-O arch-camphist
              IF FS-ARCH = "35" THEN
                 OPEN OUTPUT arch-camphist
                 CLOSE arch-camphist
                 OPEN I-O arch-camphist
              END-IF
              IF FS-ARCH NOT = "00" THEN
                 MOVE "NO SE PUDO ABRIR campana_arch.dat; SIN CAMBIOS"
                   TO WS-ESTADO-ARCHIVO
                 CLOSE datos-camphist
                 GO TO DEPURAR-CAMPANAS-FIN
              END-IF
           END-IF

           MOVE "N" TO fin-lectura
           MOVE LOW-VALUES TO camph-llave
           START datos-camphist KEY IS NOT < camph-llave
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-camphist NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM PURGAR-CAMPANA THRU
                               PURGAR-CAMPANA-FIN
               END-READ
           END-PERFORM

           CLOSE datos-camphist
           IF WS-ACCION = "A" THEN
              CLOSE arch-camphist
           END-IF.
       DEPURAR-CAMPANAS-FIN.
           EXIT.

       PURGAR-CAMPANA.
           IF camph-fecha NOT < WS-FECHA-CORTE THEN
              ADD 1 TO WS-CONT-VIGENTES
              GO TO PURGAR-CAMPANA-FIN
           END-IF
           MOVE camph-rut TO WS-RUT-CUSTODIA
           PERFORM VERIFICAR-CUSTODIA THRU VERIFICAR-CUSTODIA-FIN
           IF WS-EN-CUSTODIA = "S" THEN
              ADD 1 TO WS-CONT-CUSTODIA
              GO TO PURGAR-CAMPANA-FIN
           END-IF

           IF WS-ACCION = "A" THEN
              MOVE camph-registro TO acam-registro
              WRITE acam-registro
                  INVALID KEY
                      CONTINUE
              END-WRITE
              IF FS-ARCH NOT = "00" AND FS-ARCH NOT = "22" THEN
                 ADD 1 TO WS-CONT-ERRORES
                 GO TO PURGAR-CAMPANA-FIN
              END-IF
           END-IF

           DELETE datos-camphist RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF FS-CAMPHIST NOT = "00" THEN
              ADD 1 TO WS-CONT-ERRORES
              GO TO PURGAR-CAMPANA-FIN
           END-IF
           IF WS-ACCION = "A" THEN
              ADD 1 TO WS-CONT-ARCHIVADOS
           ELSE
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       PURGAR-CAMPANA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * DEPURAR-SPOOL : cada pieza del catalogo spool_cat.txt     *
      * anterior al corte se vacia, como las generaciones viejas  *
      * de RespaldarMaestros; con accion A su contenido se copia  *
      * antes a spool_arch.txt precedido de su linea de catalogo. *
      * La linea de catalogo queda marcada ;PURGADO o ;ARCHIVADO  *
      * y no se vuelve a procesar. El catalogo se reescribe a     *
      * traves de spool_cat.txt.tmp.                              *
      *----------------------------------------------------------*
       DEPURAR-SPOOL.
           MOVE "N" TO fin-lectura
           OPEN INPUT catalogo-spool
           IF FS-CATALOGO NOT = "00" THEN
              MOVE "CATALOGO NO EXISTE O NO SE PUDO LEER; SIN CAMBIOS"
                TO WS-ESTADO-ARCHIVO
              GO TO DEPURAR-SPOOL-FIN
           END-IF
           OPEN OUTPUT catalogo-nuevo
           IF WS-ACCION = "A" THEN
              OPEN EXTEND arch-spool
              IF FS-ARCH NOT = "00" THEN
                 OPEN OUTPUT arch-spool
                 CLOSE arch-spool
                 OPEN EXTEND arch-spool
              END-IF
           END-IF

           PERFORM UNTIL fin-lectura = "S"
               READ catalogo-spool INTO WS-CAT-LINEA
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM PURGAR-PIEZA THRU PURGAR-PIEZA-FIN
                       MOVE WS-CAT-LINEA TO catnue-linea
                       WRITE catnue-linea
               END-READ
           END-PERFORM

           CLOSE catalogo-spool catalogo-nuevo
           IF WS-ACCION = "A" THEN
              CLOSE arch-spool
           END-IF
           PERFORM REEMPLAZAR-CATALOGO.
       DEPURAR-SPOOL-FIN.
           EXIT.

       PURGAR-PIEZA.
           MOVE SPACES TO WS-CAT-FECHA WS-CAT-HORA WS-CAT-OPERADOR
                          WS-CAT-REPORTE WS-RUTA-PIEZA WS-CAT-MARCA
           UNSTRING WS-CAT-LINEA DELIMITED BY ";"
               INTO WS-CAT-FECHA, WS-CAT-HORA, WS-CAT-OPERADOR,
                    WS-CAT-REPORTE, WS-RUTA-PIEZA, WS-CAT-MARCA
           END-UNSTRING
      *       PIEZA YA PURGADA EN UNA CORRIDA ANTERIOR: SE CUENTA
      *       COMO VIGENTE PORQUE NO QUEDA NADA QUE RETENER.
           IF WS-CAT-MARCA NOT = SPACES OR
              WS-CAT-FECHA IS NOT NUMERIC OR
              WS-CAT-FECHA NOT < WS-FECHA-CORTE THEN
              ADD 1 TO WS-CONT-VIGENTES
              GO TO PURGAR-PIEZA-FIN
           END-IF

           IF WS-ACCION = "A" THEN
              MOVE "N" TO fin-pieza
              OPEN INPUT pieza-spool
              IF FS-PIEZA = "00" THEN
                 MOVE SPACES TO aspool-linea
                 STRING "==== " DELIMITED BY SIZE
                        WS-CAT-LINEA DELIMITED BY "  "
                           INTO aspool-linea
                 END-STRING
                 WRITE aspool-linea
                 PERFORM UNTIL fin-pieza = "S"
                     READ pieza-spool
                         AT END
                             MOVE "S" TO fin-pieza
                         NOT AT END
                             MOVE pieza-linea TO aspool-linea
                             WRITE aspool-linea
                     END-READ
                 END-PERFORM
                 CLOSE pieza-spool
              END-IF
           END-IF

      *       LA PIEZA SE VACIA EN SU LUGAR (NO HAY BORRADO DE
      *       ARCHIVOS DESDE LOS PROGRAMAS), IGUAL QUE LAS
      *       GENERACIONES PURGADAS DE RespaldarMaestros.
           OPEN OUTPUT pieza-spool
           CLOSE pieza-spool

           MOVE WS-CAT-LINEA TO catalogo-linea
           MOVE SPACES TO WS-CAT-LINEA
           IF WS-ACCION = "A" THEN
              STRING catalogo-linea DELIMITED BY "  "
                     ";ARCHIVADO"   DELIMITED BY SIZE
                        INTO WS-CAT-LINEA
              END-STRING
              ADD 1 TO WS-CONT-ARCHIVADOS
           ELSE
              STRING catalogo-linea DELIMITED BY "  "
                     ";PURGADO"     DELIMITED BY SIZE
                        INTO WS-CAT-LINEA
              END-STRING
              ADD 1 TO WS-CONT-BORRADOS
           END-IF.
       PURGAR-PIEZA-FIN.
           EXIT.

       REEMPLAZAR-CATALOGO.
           MOVE "N" TO fin-lectura
           OPEN INPUT catalogo-nuevo
           OPEN OUTPUT catalogo-spool
           PERFORM UNTIL fin-lectura = "S"
               READ catalogo-nuevo INTO WS-CAT-LINEA
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       MOVE WS-CAT-LINEA TO catalogo-linea
                       WRITE catalogo-linea
               END-READ
           END-PERFORM
           CLOSE catalogo-nuevo catalogo-spool
           .

      *----------------------------------------------------------*
      * CUSTODIA LEGAL : un cliente con reclamo abierto o con su  *
      * caso juridico derivado o en juicio conserva todos sus     *
      * registros, vencidos o no. Si reclamos.dat o juridica.dat  *
      * no existen, no hay custodia que respetar de ese origen.   *
      *----------------------------------------------------------*
       ABRIR-CUSTODIA.
           MOVE "N" TO WS-RECLAMOS-OK WS-JURIDICA-OK
           MOVE 0   TO WS-RUT-ULT-CUST
           MOVE "N" TO WS-ULT-CUSTODIA
           OPEN INPUT datos-reclamos
           IF FS-RECLAMOS = "00" THEN
              MOVE "S" TO WS-RECLAMOS-OK
           END-IF
           OPEN INPUT datos-juridica
           IF FS-JURIDICA = "00" THEN
              MOVE "S" TO WS-JURIDICA-OK
           END-IF
           .

       CERRAR-CUSTODIA.
           IF WS-RECLAMOS-OK = "S" THEN
              CLOSE datos-reclamos
           END-IF
           IF WS-JURIDICA-OK = "S" THEN
              CLOSE datos-juridica
           END-IF
           .

       VERIFICAR-CUSTODIA.
           MOVE "N" TO WS-EN-CUSTODIA
           IF WS-RUT-CUSTODIA = 0 THEN
              GO TO VERIFICAR-CUSTODIA-FIN
           END-IF
           IF WS-RUT-CUSTODIA = WS-RUT-ULT-CUST THEN
              MOVE WS-ULT-CUSTODIA TO WS-EN-CUSTODIA
              GO TO VERIFICAR-CUSTODIA-FIN
           END-IF

           IF WS-JURIDICA-OK = "S" THEN
              MOVE WS-RUT-CUSTODIA TO jur-rut
              READ datos-juridica
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF jur-derivado OR jur-en-juicio THEN
                         MOVE "S" TO WS-EN-CUSTODIA
                      END-IF
              END-READ
           END-IF

           IF WS-EN-CUSTODIA = "N" AND WS-RECLAMOS-OK = "S" THEN
              MOVE "N" TO fin-reclamos
              MOVE WS-RUT-CUSTODIA TO reclamo-rut
              MOVE 0               TO reclamo-correlativo
              START datos-reclamos KEY IS NOT < reclamo-llave
                  INVALID KEY
                      MOVE "S" TO fin-reclamos
              END-START
              PERFORM UNTIL fin-reclamos = "S"
                  READ datos-reclamos NEXT RECORD
                      AT END
                          MOVE "S" TO fin-reclamos
                      NOT AT END
                          IF reclamo-rut NOT = WS-RUT-CUSTODIA THEN
                             MOVE "S" TO fin-reclamos
                          ELSE
                             IF reclamo-abierto THEN
                                MOVE "S" TO WS-EN-CUSTODIA
                                MOVE "S" TO fin-reclamos
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF

           MOVE WS-RUT-CUSTODIA TO WS-RUT-ULT-CUST
           MOVE WS-EN-CUSTODIA  TO WS-ULT-CUSTODIA.
       VERIFICAR-CUSTODIA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CERTIFICADO CERTRETENCION                                 *
      *----------------------------------------------------------*
       REP-ENCABEZADO.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "CERTIFICADO DE APLICACION DE LA POLITICA DE RETENCION"
                        TO REP-LINEA
           WRITE REP-LINEA
           MOVE "DESTINATARIO: ENCARGADO DE PROTECCION DE DATOS"
                        TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "FECHA: "         DELIMITED BY SIZE
                  WS-FECHA-SYS      DELIMITED BY SIZE
                  "  HORA: "        DELIMITED BY SIZE
                  WS-HORA-SYS(1:6)  DELIMITED BY SIZE
                  "  OPERADOR: "    DELIMITED BY SIZE
                  LK-OPERADOR-ID    DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE "CUSTODIA LEGAL: RECLAMO ABIERTO O CASO JURIDICO D/J"
                        TO REP-LINEA
           WRITE REP-LINEA
           IF WS-RECLAMOS-OK = "N" THEN
              MOVE "  AVISO: reclamos.dat NO DISPONIBLE" TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           IF WS-JURIDICA-OK = "N" THEN
              MOVE "  AVISO: juridica.dat NO DISPONIBLE" TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

       REP-SECCION-ARCHIVO.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "ARCHIVO: "         DELIMITED BY SIZE
                  WS-NOMBRE-ARCHIVO   DELIMITED BY "  "
                  "  -  "             DELIMITED BY SIZE
                  WS-ESTADO-ARCHIVO   DELIMITED BY "  "
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-POL-ENCONTRADA = 0 THEN
              GO TO REP-SECCION-ARCHIVO-FIN
           END-IF

           MOVE SPACES TO REP-LINEA
           IF WS-ACCION = "A" THEN
              STRING "  RETENCION: "    DELIMITED BY SIZE
                     WS-MESES           DELIMITED BY SIZE
                     " MESES  ACCION: ARCHIVAR EN "
                                        DELIMITED BY SIZE
                     WS-NOMBRE-DESTINO  DELIMITED BY SPACE
                     "  CORTE: "        DELIMITED BY SIZE
                     WS-FECHA-CORTE     DELIMITED BY SIZE
                            INTO REP-LINEA
              END-STRING
           ELSE
              STRING "  RETENCION: "    DELIMITED BY SIZE
                     WS-MESES           DELIMITED BY SIZE
                     " MESES  ACCION: BORRAR"
                                        DELIMITED BY SIZE
                     "  CORTE: "        DELIMITED BY SIZE
                     WS-FECHA-CORTE     DELIMITED BY SIZE
                            INTO REP-LINEA
              END-STRING
           END-IF
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "  LEIDOS: "        DELIMITED BY SIZE
                  WS-CONT-LEIDOS      DELIMITED BY SIZE
                  "  VIGENTES: "      DELIMITED BY SIZE
                  WS-CONT-VIGENTES    DELIMITED BY SIZE
                  "  BORRADOS: "      DELIMITED BY SIZE
                  WS-CONT-BORRADOS    DELIMITED BY SIZE
                  "  ARCHIVADOS: "    DELIMITED BY SIZE
                  WS-CONT-ARCHIVADOS  DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "  VENCIDOS CONSERVADOS POR CUSTODIA LEGAL: "
                                      DELIMITED BY SIZE
                  WS-CONT-CUSTODIA    DELIMITED BY SIZE
                  "  NO PURGADOS POR ERROR: "
                                      DELIMITED BY SIZE
                  WS-CONT-ERRORES     DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA.
       REP-SECCION-ARCHIVO-FIN.
           EXIT.

      *    LINEAS DE retencion.dat CON UN ARCHIVO QUE ESTE PROGRAMA
      *    NO CONOCE: SE DEJAN EN EL CERTIFICADO PARA CORREGIRLAS.
       REP-POLITICAS-SOBRANTES.
           PERFORM VARYING WS-IDX-POL FROM 1 BY 1
                   UNTIL WS-IDX-POL > WS-CANT-POL
              IF WS-POL-USADA(WS-IDX-POL) = "N" THEN
                 MOVE SPACES TO REP-LINEA
                 WRITE REP-LINEA
                 STRING "ARCHIVO NO RECONOCIDO EN retencion.dat: "
                                              DELIMITED BY SIZE
                        WS-POL-ARCHIVO(WS-IDX-POL) DELIMITED BY SIZE
                        "  (NO SE APLICO)"    DELIMITED BY SIZE
                               INTO REP-LINEA
                 END-STRING
                 WRITE REP-LINEA
              END-IF
           END-PERFORM
           .

       REP-PIE.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "TOTAL REGISTROS PURGADOS (BORRADOS O ARCHIVADOS): "
                                      DELIMITED BY SIZE
                  WS-TOT-PURGADOS     DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "EMITIDO POR: "     DELIMITED BY SIZE
                  LK-OPERADOR-ID      DELIMITED BY SPACE
                  " "                 DELIMITED BY SIZE
                  LK-OPERADOR-NOMBRE  DELIMITED BY "  "
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           .

       END PROGRAM AplicarRetencion.
