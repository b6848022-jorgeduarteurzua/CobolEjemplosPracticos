      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reorganizacion unica de los maestros que crecieron
      *          con campos nuevos al final del registro: usuarios,
      *          clientes, suscripciones, servicios, sucursales,
      *          cajas, comunas y factura_det. Igual que
      *          ReorganizarFacturas, cada maestro que todavia tiene
      *          el largo anterior se copia a <maestro>_reorg.dat en
      *          el formato actual, con los campos nuevos en blanco o
      *          en cero (el valor que los programas ya interpretan
      *          como "registro anterior"), se verifica la cantidad
      *          de registros y recien entonces se recrea el maestro
      *          desde la copia. Un maestro que ya abre con el
      *          formato actual no se toca, y uno que no existe se
      *          omite, asi que se puede repetir sin riesgo. Si un
      *          maestro falla, los demas se procesan igual y el
      *          error queda en pantalla y en corridas.dat.
      *          ORDEN DE EJECUCION, una sola vez al instalar los
      *          programas nuevos y antes de abrir el sistema:
      *            1. ReorganizarMaestros (usuarios.dat primero, para
      *               que Login vuelva a abrir; luego clientes.dat y
      *               el resto).
      *            2. ReorganizarFacturas.
      *            3. Login / MENU y la cadena nocturna
      *               (EjecutarCadena).
      *            4. RespaldarMaestros: los respaldos anteriores
      *               tienen el largo antiguo y RestaurarMaestro ya no
      *               los puede leer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorganizarMaestros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 113 BYTES.
           SELECT usuarios-ant
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oant-llave
               FILE STATUS IS FS-ANT.

           SELECT usuarios-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oreo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 528 BYTES.
           SELECT clientes-ant
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cant-llave
               ALTERNATE RECORD KEY IS cant-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-ANT.

           SELECT clientes-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\clientes_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS creo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-suscripciones
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susc-llave
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 53 BYTES.
           SELECT suscripciones-ant
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sant-llave
               FILE STATUS IS FS-ANT.

           SELECT suscripciones-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sreo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 77 BYTES.
           SELECT servicios-ant
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vant-llave
               FILE STATUS IS FS-ANT.

           SELECT servicios-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\servicios_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vreo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 123 BYTES.
           SELECT sucursales-ant
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS uant-llave
               FILE STATUS IS FS-ANT.

           SELECT sucursales-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ureo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-cajas
               ASSIGN TO
           "C:\PgmCobols\Data\cajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caja-llave
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 115 BYTES.
           SELECT cajas-ant
               ASSIGN TO
           "C:\PgmCobols\Data\cajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jant-llave
               FILE STATUS IS FS-ANT.

           SELECT cajas-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\cajas_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jreo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-comunas
               ASSIGN TO
           "C:\PgmCobols\Data\comunas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comuna-nombre
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 125 BYTES.
           SELECT comunas-ant
               ASSIGN TO
           "C:\PgmCobols\Data\comunas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mant-llave
               FILE STATUS IS FS-ANT.

           SELECT comunas-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\comunas_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mreo-llave
               FILE STATUS IS FS-REORG.

           SELECT datos-factdet
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-ACTUAL.

      *    MISMO ARCHIVO CON EL FORMATO DE 98 BYTES.
           SELECT factura-det-ant
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dant-llave
               FILE STATUS IS FS-ANT.

           SELECT factura-det-reorg
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det_reorg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dreo-llave
               FILE STATUS IS FS-REORG.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  usuarios-ant.
       01  oant-registro.
           05  oant-llave            PIC X(10).
           05  oant-resto            PIC X(103).

       FD  usuarios-reorg.
       01  oreo-registro.
           05  oreo-llave            PIC X(10).
           05  oreo-resto            PIC X(103).
           05  oreo-supervisor       PIC X(10).
           05  oreo-fec-recert       PIC 9(08).

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  clientes-ant.
       01  cant-registro.
           05  cant-llave            PIC X(10).
           05  cant-dv               PIC X.
           05  cant-nombre-key       PIC X(60).
           05  cant-resto            PIC X(457).

       FD  clientes-reorg.
       01  creo-registro.
           05  creo-llave            PIC X(10).
           05  creo-resto            PIC X(518).
           05  creo-agente           PIC X(10).
           05  creo-ejecutivo        PIC X(10).

       FD  datos-suscripciones.
           copy "C:\PgmCobols\FD\FDSuscripcion.cpy".

       FD  suscripciones-ant.
       01  sant-registro.
           05  sant-llave            PIC X(16).
           05  sant-resto            PIC X(37).

       FD  suscripciones-reorg.
       01  sreo-registro.
           05  sreo-llave            PIC X(16).
           05  sreo-resto            PIC X(37).
           05  sreo-frecuencia       PIC X.
           05  sreo-prox-periodo     PIC 9(06).
           05  sreo-corte            PIC X.
           05  sreo-fec-corte        PIC 9(08).
           05  sreo-fec-reposicion   PIC 9(08).
           05  sreo-renov-auto       PIC X.
           05  sreo-plazo-meses      PIC 9(03).
           05  sreo-fec-aviso        PIC 9(08).
           05  sreo-renovaciones     PIC 9(03).
           05  sreo-estado-fin       PIC X.
           05  sreo-motivo-baja      PIC X(04).
           05  sreo-fec-cierre       PIC 9(08).

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       FD  servicios-ant.
       01  vant-registro.
           05  vant-llave            PIC X(06).
           05  vant-resto            PIC X(71).

       FD  servicios-reorg.
       01  vreo-registro.
           05  vreo-llave            PIC X(06).
           05  vreo-resto            PIC X(71).
           05  vreo-iva              PIC X.

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  sucursales-ant.
       01  uant-registro.
           05  uant-llave            PIC X(04).
           05  uant-resto            PIC X(119).

       FD  sucursales-reorg.
       01  ureo-registro.
           05  ureo-llave            PIC X(04).
           05  ureo-resto            PIC X(119).
           05  ureo-dotacion-min     PIC 9(02).

       FD  datos-cajas.
           copy "C:\PgmCobols\FD\FDCaja.cpy".

       FD  cajas-ant.
       01  jant-registro.
           05  jant-llave            PIC X(18).
           05  jant-resto            PIC X(97).

       FD  cajas-reorg.
       01  jreo-registro.
           05  jreo-llave            PIC X(18).
           05  jreo-resto            PIC X(97).
           05  jreo-remesa           PIC 9(06).

       FD  datos-comunas.
           copy "C:\PgmCobols\FD\FDComuna.cpy".

       FD  comunas-ant.
       01  mant-registro.
           05  mant-llave            PIC X(50).
           05  mant-resto            PIC X(75).

       FD  comunas-reorg.
       01  mreo-registro.
           05  mreo-llave            PIC X(50).
           05  mreo-resto            PIC X(75).
           05  mreo-cobrador         PIC X(10).

       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  factura-det-ant.
       01  dant-registro.
           05  dant-llave            PIC X(22).
           05  dant-resto            PIC X(76).

       FD  factura-det-reorg.
       01  dreo-registro.
           05  dreo-llave            PIC X(22).
           05  dreo-resto            PIC X(76).
           05  dreo-dias-activos     PIC 9(02).
           05  dreo-dias-periodo     PIC 9(02).
           05  dreo-meses            PIC 9(02).
           05  dreo-tipo-linea       PIC X.
           05  dreo-iva              PIC X.
       WORKING-STORAGE SECTION.
       01  FS-ACTUAL           PIC XX.
       01  FS-ANT              PIC XX.
       01  FS-REORG            PIC XX.
       01  fin-de-archivo      PIC X.
       01  WS-MAESTRO          PIC X(20).
       01  WS-MODO             PIC X.
      *        C = convertido desde el formato anterior;
      *        R = ya tenia el formato actual; N = no existe.
       01  WS-ERROR-MAESTRO    PIC X.
       01  WS-ERROR            PIC X VALUE "N".
       01  WS-HORA-INICIO      PIC 9(06).
       01  WS-CONT-LEIDOS      PIC 9(06).
       01  WS-CONT-COPIADOS    PIC 9(06).
       01  WS-CONT-CARGADOS    PIC 9(06).
       01  WS-TOT-LEIDOS       PIC 9(06).
       01  WS-TOT-CARGADOS     PIC 9(06).
       01  WS-TOT-CONVERTIDOS  PIC 9(02).

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           MOVE 0 TO WS-TOT-LEIDOS WS-TOT-CARGADOS WS-TOT-CONVERTIDOS
           DISPLAY "-------------------------------------------"
           DISPLAY "REORGANIZACION DE MAESTROS"

      *       usuarios.dat VA PRIMERO: SIN EL, Login NO ABRE.
           PERFORM CONVERTIR-OPERADORES THRU CONVERTIR-OPERADORES-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-CLIENTES THRU CONVERTIR-CLIENTES-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-SUSCRIPCIONES THRU
                   CONVERTIR-SUSCRIPCIONES-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-SERVICIOS THRU CONVERTIR-SERVICIOS-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-SUCURSALES THRU CONVERTIR-SUCURSALES-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-CAJAS THRU CONVERTIR-CAJAS-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-COMUNAS THRU CONVERTIR-COMUNAS-FIN
           PERFORM INFORMAR-MAESTRO
           PERFORM CONVERTIR-FACTDET THRU CONVERTIR-FACTDET-FIN
           PERFORM INFORMAR-MAESTRO

           MOVE "ReorganizarMaestros" TO lk-co-programa
           MOVE WS-HORA-INICIO        TO lk-co-hora-inicio
           MOVE WS-TOT-LEIDOS         TO lk-co-leidos
           MOVE WS-TOT-CARGADOS       TO lk-co-grabados
           MOVE 0                     TO lk-co-rechazados
           IF WS-ERROR = "N" THEN
              MOVE "OK"               TO lk-co-resultado
           ELSE
              MOVE "ERROR"            TO lk-co-resultado
           END-IF
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "MAESTROS CONVERTIDOS: " WS-TOT-CONVERTIDOS
           IF WS-ERROR = "S" THEN
              DISPLAY "HUBO ERRORES: REVISAR ANTES DE ABRIR EL SISTEMA."
           ELSE
              IF WS-TOT-CONVERTIDOS > 0 THEN
                 DISPLAY "SIGUE: ReorganizarFacturas Y LUEGO UN "
                         "RESPALDO NUEVO"
              END-IF
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * INICIAR-MAESTRO : deja en cero contadores y switches      *
      * antes de cada maestro.                                    *
      *----------------------------------------------------------*
       INICIAR-MAESTRO.
           MOVE "R" TO WS-MODO
           MOVE "N" TO WS-ERROR-MAESTRO
           MOVE "N" TO fin-de-archivo
           MOVE 0 TO WS-CONT-LEIDOS WS-CONT-COPIADOS WS-CONT-CARGADOS.

      *----------------------------------------------------------*
      * INFORMAR-MAESTRO : una linea por maestro y acumulado      *
      * para corridas.dat.                                        *
      *----------------------------------------------------------*
       INFORMAR-MAESTRO.
           ADD WS-CONT-LEIDOS   TO WS-TOT-LEIDOS
           ADD WS-CONT-CARGADOS TO WS-TOT-CARGADOS
           IF WS-ERROR-MAESTRO = "S" THEN
              MOVE "S" TO WS-ERROR
              DISPLAY WS-MAESTRO " ERROR; LEIDOS " WS-CONT-LEIDOS
                      " COPIADOS " WS-CONT-COPIADOS
                      " CARGADOS " WS-CONT-CARGADOS
           ELSE
              EVALUATE WS-MODO
                 WHEN "C"
                    ADD 1 TO WS-TOT-CONVERTIDOS
                    DISPLAY WS-MAESTRO " CONVERTIDO; "
                            WS-CONT-CARGADOS " REGISTROS"
                 WHEN "N"
                    DISPLAY WS-MAESTRO " NO EXISTE, SE OMITE"
                 WHEN OTHER
                    DISPLAY WS-MAESTRO " YA TIENE EL FORMATO ACTUAL"
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * CONVERTIR-OPERADORES : usuarios.dat de 113 a 131 bytes.  *
      *----------------------------------------------------------*
       CONVERTIR-OPERADORES.
           MOVE "usuarios.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-operadores
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-operadores
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF
           OPEN INPUT usuarios-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR usuarios.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT usuarios-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR usuarios_reorg.dat: "
                      FS-REORG
              CLOSE usuarios-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF
           MOVE LOW-VALUES TO oant-llave
           START usuarios-ant KEY IS NOT < oant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ usuarios-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE oant-registro TO oreo-registro
      *            Campos agregados al formato anterior:
      *            operador-supervisor en blanco (lo asigna un perfil A)
      *            y operador-fec-recert en 0 (nunca recertificado).
                       MOVE SPACES TO oreo-supervisor
                       MOVE ZERO   TO oreo-fec-recert
                       WRITE oreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " oant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE usuarios-ant usuarios-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT usuarios-reorg
           OPEN OUTPUT datos-operadores
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR usuarios.dat: "
                      FS-ACTUAL
              CLOSE usuarios-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-OPERADORES-FIN
           END-IF
           MOVE LOW-VALUES TO oreo-llave
           START usuarios-reorg KEY IS NOT < oreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ usuarios-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE operador-registro FROM oreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " oreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE usuarios-reorg datos-operadores
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR usuarios.dat DESDE "
                      "usuarios_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-OPERADORES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-CLIENTES : clientes.dat de 528 a 548 bytes.    *
      *----------------------------------------------------------*
       CONVERTIR-CLIENTES.
           MOVE "clientes.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-usuarios
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-usuarios
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF
           OPEN INPUT clientes-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR clientes.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT clientes-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR clientes_reorg.dat: "
                      FS-REORG
              CLOSE clientes-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF
           MOVE LOW-VALUES TO cant-llave
           START clientes-ant KEY IS NOT < cant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ clientes-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE cant-registro TO creo-registro
      *            Campos agregados al formato anterior:
      *            usuario-agente y usuario-ejecutivo en blanco (sin
      *            agente ni ejecutivo asignado).
                       MOVE SPACES TO creo-agente creo-ejecutivo
                       WRITE creo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " cant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE clientes-ant clientes-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT clientes-reorg
           OPEN OUTPUT datos-usuarios
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR clientes.dat: "
                      FS-ACTUAL
              CLOSE clientes-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CLIENTES-FIN
           END-IF
           MOVE LOW-VALUES TO creo-llave
           START clientes-reorg KEY IS NOT < creo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ clientes-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE usuario-registro FROM creo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " creo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE clientes-reorg datos-usuarios
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR clientes.dat DESDE "
                      "clientes_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-CLIENTES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-SUSCRIPCIONES : suscripciones.dat de 53 a 105 bytes.*
      *----------------------------------------------------------*
       CONVERTIR-SUSCRIPCIONES.
           MOVE "suscripciones.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-suscripciones
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-suscripciones
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF
           OPEN INPUT suscripciones-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR suscripciones.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT suscripciones-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR suscripciones_reorg.dat: "
                      FS-REORG
              CLOSE suscripciones-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF
           MOVE LOW-VALUES TO sant-llave
           START suscripciones-ant KEY IS NOT < sant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ suscripciones-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE sant-registro TO sreo-registro
      *            Campos agregados al formato anterior:
      *            mensual, con servicio, sin renovacion automatica
      *            y abierta: claves en blanco, fechas y contadores
      *            en 0.
                       MOVE SPACES TO sreo-frecuencia sreo-corte
                                      sreo-renov-auto sreo-estado-fin
                                      sreo-motivo-baja
                       MOVE ZERO   TO sreo-prox-periodo sreo-fec-corte
                                      sreo-fec-reposicion
                                      sreo-plazo-meses sreo-fec-aviso
                                      sreo-renovaciones sreo-fec-cierre
                       WRITE sreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " sant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE suscripciones-ant suscripciones-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT suscripciones-reorg
           OPEN OUTPUT datos-suscripciones
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR suscripciones.dat: "
                      FS-ACTUAL
              CLOSE suscripciones-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUSCRIPCIONES-FIN
           END-IF
           MOVE LOW-VALUES TO sreo-llave
           START suscripciones-reorg KEY IS NOT < sreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ suscripciones-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE susc-registro FROM sreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " sreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE suscripciones-reorg datos-suscripciones
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR suscripciones.dat DESDE "
                      "suscripciones_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-SUSCRIPCIONES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-SERVICIOS : servicios.dat de 77 a 78 bytes.    *
      *----------------------------------------------------------*
       CONVERTIR-SERVICIOS.
           MOVE "servicios.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-servicios
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-servicios
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF
           OPEN INPUT servicios-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR servicios.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT servicios-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR servicios_reorg.dat: "
                      FS-REORG
              CLOSE servicios-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF
           MOVE LOW-VALUES TO vant-llave
           START servicios-ant KEY IS NOT < vant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ servicios-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE vant-registro TO vreo-registro
      *            Campos agregados al formato anterior:
      *            servicio-iva en blanco (afecto, como siempre se
      *            facturo).
                       MOVE SPACES TO vreo-iva
                       WRITE vreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " vant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE servicios-ant servicios-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT servicios-reorg
           OPEN OUTPUT datos-servicios
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR servicios.dat: "
                      FS-ACTUAL
              CLOSE servicios-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SERVICIOS-FIN
           END-IF
           MOVE LOW-VALUES TO vreo-llave
           START servicios-reorg KEY IS NOT < vreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ servicios-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE servicio-registro FROM vreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " vreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE servicios-reorg datos-servicios
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR servicios.dat DESDE "
                      "servicios_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-SERVICIOS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-SUCURSALES : sucursales.dat de 123 a 125 bytes.*
      *----------------------------------------------------------*
       CONVERTIR-SUCURSALES.
           MOVE "sucursales.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-sucursales
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-sucursales
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF
           OPEN INPUT sucursales-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR sucursales.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT sucursales-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR sucursales_reorg.dat: "
                      FS-REORG
              CLOSE sucursales-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF
           MOVE LOW-VALUES TO uant-llave
           START sucursales-ant KEY IS NOT < uant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ sucursales-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE uant-registro TO ureo-registro
      *            Campos agregados al formato anterior:
      *            sucursal-dotacion-min en 0 (sin minimo).
                       MOVE ZERO   TO ureo-dotacion-min
                       WRITE ureo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " uant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE sucursales-ant sucursales-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT sucursales-reorg
           OPEN OUTPUT datos-sucursales
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR sucursales.dat: "
                      FS-ACTUAL
              CLOSE sucursales-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-SUCURSALES-FIN
           END-IF
           MOVE LOW-VALUES TO ureo-llave
           START sucursales-reorg KEY IS NOT < ureo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ sucursales-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE sucursal-registro FROM ureo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " ureo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE sucursales-reorg datos-sucursales
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR sucursales.dat DESDE "
                      "sucursales_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-SUCURSALES-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-CAJAS : cajas.dat de 115 a 121 bytes.          *
      *----------------------------------------------------------*
       CONVERTIR-CAJAS.
           MOVE "cajas.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-cajas
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-cajas
              GO TO CONVERTIR-CAJAS-FIN
           END-IF
           OPEN INPUT cajas-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-CAJAS-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR cajas.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CAJAS-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT cajas-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR cajas_reorg.dat: "
                      FS-REORG
              CLOSE cajas-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CAJAS-FIN
           END-IF
           MOVE LOW-VALUES TO jant-llave
           START cajas-ant KEY IS NOT < jant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ cajas-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE jant-registro TO jreo-registro
      *            Campos agregados al formato anterior:
      *            caja-remesa en 0 (efectivo aun sin remesa).
                       MOVE ZERO   TO jreo-remesa
                       WRITE jreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " jant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE cajas-ant cajas-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CAJAS-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT cajas-reorg
           OPEN OUTPUT datos-cajas
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR cajas.dat: "
                      FS-ACTUAL
              CLOSE cajas-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-CAJAS-FIN
           END-IF
           MOVE LOW-VALUES TO jreo-llave
           START cajas-reorg KEY IS NOT < jreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ cajas-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE caja-registro FROM jreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " jreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE cajas-reorg datos-cajas
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR cajas.dat DESDE "
                      "cajas_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-CAJAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-COMUNAS : comunas.dat de 125 a 135 bytes.      *
      *----------------------------------------------------------*
       CONVERTIR-COMUNAS.
           MOVE "comunas.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-comunas
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-comunas
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF
           OPEN INPUT comunas-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR comunas.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT comunas-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR comunas_reorg.dat: "
                      FS-REORG
              CLOSE comunas-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF
           MOVE LOW-VALUES TO mant-llave
           START comunas-ant KEY IS NOT < mant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ comunas-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE mant-registro TO mreo-registro
      *            Campos agregados al formato anterior:
      *            comuna-cobrador en blanco (cobrador por defecto
      *            de terreno_param.dat).
                       MOVE SPACES TO mreo-cobrador
                       WRITE mreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " mant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE comunas-ant comunas-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT comunas-reorg
           OPEN OUTPUT datos-comunas
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR comunas.dat: "
                      FS-ACTUAL
              CLOSE comunas-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-COMUNAS-FIN
           END-IF
           MOVE LOW-VALUES TO mreo-llave
           START comunas-reorg KEY IS NOT < mreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ comunas-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE comuna-registro FROM mreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " mreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE comunas-reorg datos-comunas
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR comunas.dat DESDE "
                      "comunas_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-COMUNAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * CONVERTIR-FACTDET : factura_det.dat de 98 a 106 bytes.   *
      *----------------------------------------------------------*
       CONVERTIR-FACTDET.
           MOVE "factura_det.dat" TO WS-MAESTRO
           PERFORM INICIAR-MAESTRO
           OPEN INPUT datos-factdet
           IF FS-ACTUAL = "00" THEN
              CLOSE datos-factdet
              GO TO CONVERTIR-FACTDET-FIN
           END-IF
           OPEN INPUT factura-det-ant
           IF FS-ANT = "35" THEN
              MOVE "N" TO WS-MODO
              GO TO CONVERTIR-FACTDET-FIN
           END-IF
           IF FS-ANT NOT = "00" THEN
              DISPLAY "NO SE PUEDE ABRIR factura_det.dat: "
                      FS-ACTUAL " / " FS-ANT
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-FACTDET-FIN
           END-IF
           MOVE "C" TO WS-MODO
           OPEN OUTPUT factura-det-reorg
           IF FS-REORG NOT = "00" THEN
              DISPLAY "NO SE PUEDE CREAR factura_det_reorg.dat: "
                      FS-REORG
              CLOSE factura-det-ant
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-FACTDET-FIN
           END-IF
           MOVE LOW-VALUES TO dant-llave
           START factura-det-ant KEY IS NOT < dant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ factura-det-ant NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       MOVE dant-registro TO dreo-registro
      *            Campos agregados al formato anterior:
      *            linea de cobro de mes completo y afecta: dias y
      *            meses en 0, tipo e IVA en blanco.
                       MOVE SPACES TO dreo-tipo-linea dreo-iva
                       MOVE ZERO   TO dreo-dias-activos
                                      dreo-dias-periodo dreo-meses
                       WRITE dreo-registro
                           INVALID KEY
                               DISPLAY "NO SE COPIO " dant-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE factura-det-ant factura-det-reorg
           IF WS-CONT-COPIADOS NOT = WS-CONT-LEIDOS THEN
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-FACTDET-FIN
           END-IF

      *       COPIA VERIFICADA: RECIEN AHORA SE RECREA EL MAESTRO.
           MOVE "N" TO fin-de-archivo
           OPEN INPUT factura-det-reorg
           OPEN OUTPUT datos-factdet
           IF FS-ACTUAL NOT = "00" THEN
              DISPLAY "NO SE PUEDE RECREAR factura_det.dat: "
                      FS-ACTUAL
              CLOSE factura-det-reorg
              MOVE "S" TO WS-ERROR-MAESTRO
              GO TO CONVERTIR-FACTDET-FIN
           END-IF
           MOVE LOW-VALUES TO dreo-llave
           START factura-det-reorg KEY IS NOT < dreo-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ factura-det-reorg NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       WRITE fdet-registro FROM dreo-registro
                           INVALID KEY
                               DISPLAY "NO SE CARGO " dreo-llave
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE factura-det-reorg datos-factdet
           IF WS-CONT-CARGADOS NOT = WS-CONT-COPIADOS THEN
              DISPLAY "RECARGAR factura_det.dat DESDE "
                      "factura_det_reorg.dat"
              MOVE "S" TO WS-ERROR-MAESTRO
           END-IF.
       CONVERTIR-FACTDET-FIN.
           EXIT.

       END PROGRAM ReorganizarMaestros.
