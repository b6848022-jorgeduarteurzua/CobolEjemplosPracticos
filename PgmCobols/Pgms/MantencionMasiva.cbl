      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantencion masiva de clientes para comercial: cambia
      *          un campo a un mismo valor en muchos clientes de una
      *          vez, en vez de pasar uno por uno por el Mantenedor.
      *          Campos: empresa (usuario-empresa), segmento
      *          comercial y los consentimientos de email, telefono
      *          y correo postal. La seleccion es una lista de RUTs
      *          (masivo_ruts.txt, un RUT de 10 digitos por linea,
      *          como correcciones.csv) o un filtro por ciudad,
      *          segmento y estado; los filtros tambien acotan la
      *          lista. Preparar muestra la vista previa (cantidad y
      *          muestra de clientes con el valor actual y el nuevo)
      *          y al confirmar graba el lote en masivo.dat con el
      *          valor anterior de cada cliente. Sobre el umbral de
      *          masivo_param.dat (cantidad de clientes, por omision
      *          100) el lote va a la cola de cuatro ojos (tipo M) y
      *          solo se aplica aprobado por otro perfil A. Aplicar
      *          regraba cada cliente por GrabarCliente (modo C),
      *          con la auditoria, la preimagen y el fecmod de
      *          cualquier mantencion. Revertir devuelve el valor
      *          anterior desde el mismo lote, salvo en los clientes
      *          cuyo campo se volvio a modificar despues.
      *          Una empresa nueva exige que el operador este
      *          habilitado para ella y para la de origen de cada
      *          cliente (mismo criterio de TrasladoEmpresa).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantencionMasiva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *       Misma ruta que escribira GrabarCliente (resuelta por
      *       LeerAmbiente), igual que AplicarCorrecciones.
           SELECT datos-usuarios
               ASSIGN TO DYNAMIC WS-RUTA-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

           SELECT datos-masivo
               ASSIGN TO
           "C:\PgmCobols\Data\masivo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mas-llave
               FILE STATUS IS FS-MASIVO.

           SELECT datos-aprobaciones
               ASSIGN TO
           "C:\PgmCobols\Data\aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS aprob-id
               FILE STATUS IS FS-APROBACIONES.

           SELECT lista-ruts ASSIGN TO
           "C:\PgmCobols\Data\masivo_ruts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA.

           SELECT param-masivo ASSIGN TO
           "C:\PgmCobols\Data\masivo_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       FD  datos-masivo.
           copy "C:\PgmCobols\FD\FDMasivo.cpy".

       FD  datos-aprobaciones.
           copy "C:\PgmCobols\FD\FDAprobacion.cpy".

       FD  lista-ruts.
       01  lista-linea           PIC X(80).

       FD  param-masivo.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  FS-MASIVO           PIC XX.
       01  FS-APROBACIONES     PIC XX.
       01  FS-LISTA            PIC XX.
       01  FS-PARAM            PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-CLIENTES    PIC X(60).
       01 PAR-SALIDA-AMBIENTE.
           05  LK-AMB-CODIGO       PIC X(04).
           05  LK-AMB-DESCRIPCION  PIC X(20).
           05  LK-AMB-RUTA-BASE    PIC X(40).

      *    SOBRE ESTA CANTIDAD DE CLIENTES EL LOTE PIDE APROBACION.
       01  WS-UMBRAL           PIC 9(06) VALUE 100.

       01  WS-CAMPO-NOMBRE     PIC X(15).
       01  WS-VALOR-ACT        PIC X(04).
       01  WS-VALOR-NUEVO      PIC X(04).
       01  WS-GRABAR-LOTE      PIC X.
      *        N = vista previa (solo cuenta); S = graba el detalle.
       01  WS-LOTE             PIC 9(06).
       01  WS-AUTORIZADO       PIC X.
       01  WS-IDX-EMP          PIC 9(02).
       01  WS-EMP-REVISAR      PIC X(03).
       01  WS-ESTADO-APROB     PIC X.
       01  WS-OPERACION        PIC X.
      *        A = aplicar; R = revertir.

       01  WS-CONT-SEL         PIC 9(06).
       01  WS-CONT-SIN-CAMBIO  PIC 9(06).
       01  WS-CONT-EXCLUIDOS   PIC 9(06).
       01  WS-CONT-NO-EXISTE   PIC 9(06).
       01  WS-CONT-OK          PIC 9(06).
       01  WS-CONT-ERROR       PIC 9(06).
       01  WS-CONT-OMITIDOS    PIC 9(06).
       01  WS-MSG-APROBACION   PIC X(60).

      *    MUESTRA DE LA VISTA PREVIA: LOS PRIMEROS 10 CLIENTES.
       01  WS-MU-CANT          PIC 9(02) VALUE 0.
       01  WS-MUESTRA.
           05  WS-MU-ITEM OCCURS 10 TIMES.
               10  WS-MU-LINEA        PIC X(70).

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
      *       P = preparar; A = aplicar; R = revertir.
           05 LOTE          PIC 9(06).
           05 ORIGEN        PIC X.
      *       L = lista masivo_ruts.txt; F = solo filtro.
           05 F-CIUDAD      PIC X(50).
           05 F-SEGMENTO    PIC X(04).
           05 F-ESTADO      PIC X.
           05 CAMPO         PIC 9.
           05 VALOR         PIC X(04).
           05 CONFIRMA      PIC X.
           05 SALIR         PIC X.

       01  PAR-ENTRADA-CARGA.
           05  lk-rut        PIC 9(10).
           05  lk-dv         PIC X.
           05  lk-nombre     PIC X(30).
           05  lk-apepat     PIC X(30).
           05  lk-apemat     PIC X(30).
           05  lk-fecnac     PIC 9(08).
           05  lk-genero     PIC X.
           05  lk-direccion  PIC X(50).
           05  lk-ciudad     PIC X(50).
           05  lk-telefono1  PIC X(15).
           05  lk-telefono2  PIC X(15).
           05  lk-email      PIC X(100).
           05  lk-feccre     PIC 9(08).
           05  lk-tipo-cliente PIC X.
           05  lk-razon-social PIC X(60).
           05  lk-giro       PIC X(60).
           05  lk-modo       PIC X.
           05  lk-usuario    PIC X(10).
           05  lk-tipo-doc   PIC X.
           05  lk-nro-doc    PIC X(20).
           05  lk-consent-email    PIC X.
           05  lk-consent-telefono PIC X.
           05  lk-consent-postal   PIC X.
           05  lk-empresa    PIC X(03).
           05  lk-agente     PIC X(10).
           05  lk-segmento   PIC X(04).

       01  PAR-SALIDA-CARGA.
           05  OUT-CODRET   PIC 9(04).
           05  OUT-DESRET   PIC X(50).

       01 PAR-ENTRADA-SOLICITUD.
           05  lk-so-tipo        PIC X.
           05  lk-so-rut         PIC 9(10).
           05  lk-so-dv          PIC X.
           05  lk-so-rut-2       PIC 9(10).
           05  lk-so-motivo      PIC X(04).
           05  lk-so-solicitante PIC X(10).
           05  lk-so-monto       PIC 9(11)V99.
           05  lk-so-glosa       PIC X(40).
       01 PAR-SALIDA-SOLICITUD.
           05  OUT-CODRET-SOL    PIC 9(04).
           05  OUT-DESRET-SOL    PIC X(50).

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
       01  PANTALLA-MASIVA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Mantencion Masiva de Clientes".
         03  LINE 3 COL 5   VALUE "ACCION............: ".
         03  LINE 3 COL 25 PIC X USING ACCION.
         03  LINE 3 COL 28 VALUE
             "P=PREPARAR A=APLICAR R=REVERTIR".
         03  LINE 4 COL 5   VALUE "LOTE (A/R)........: ".
         03  LINE 4 COL 25 PIC ZZZZZ9 USING LOTE.
         03  LINE 6 COL 5   VALUE "SELECCION.........: ".
         03  LINE 6 COL 25 PIC X USING ORIGEN.
         03  LINE 6 COL 28 VALUE
             "L=LISTA masivo_ruts.txt F=SOLO FILTRO".
         03  LINE 7 COL 5   VALUE "FILTRO CIUDAD.....: ".
         03  LINE 7 COL 25 PIC X(50) USING F-CIUDAD.
         03  LINE 8 COL 5   VALUE "FILTRO SEGMENTO...: ".
         03  LINE 8 COL 25 PIC X(04) USING F-SEGMENTO.
         03  LINE 9 COL 5   VALUE "FILTRO ESTADO.....: ".
         03  LINE 9 COL 25 PIC X USING F-ESTADO.
         03  LINE 11 COL 5  VALUE "CAMPO.............: ".
         03  LINE 11 COL 25 PIC 9 USING CAMPO.
         03  LINE 12 COL 7  VALUE
             "1=EMPRESA 2=SEGMENTO 3=CONSENT. EMAIL".
         03  LINE 13 COL 7  VALUE
             "4=CONSENT. TELEFONO 5=CONSENT. POSTAL".
         03  LINE 14 COL 5  VALUE "VALOR NUEVO.......: ".
         03  LINE 14 COL 25 PIC X(04) USING VALOR.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       01  PANTALLA-VISTA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Mantencion Masiva - Vista Previa".
         03  LINE 3 COL 5   VALUE "CAMPO / VALOR.....: ".
         03  LINE 3 COL 25 PIC X(15) FROM WS-CAMPO-NOMBRE.
         03  LINE 3 COL 41 PIC X(04) FROM VALOR.
         03  LINE 4 COL 5   VALUE "CLIENTES A CAMBIAR: ".
         03  LINE 4 COL 25 PIC ZZZZZ9 FROM WS-CONT-SEL.
         03  LINE 5 COL 5   VALUE "YA CON ESE VALOR..: ".
         03  LINE 5 COL 25 PIC ZZZZZ9 FROM WS-CONT-SIN-CAMBIO.
         03  LINE 5 COL 35  VALUE "SIN AUTORIZACION: ".
         03  LINE 5 COL 53 PIC ZZZZZ9 FROM WS-CONT-EXCLUIDOS.
         03  LINE 6 COL 5   VALUE "RUT NO REGISTRADO.: ".
         03  LINE 6 COL 25 PIC ZZZZZ9 FROM WS-CONT-NO-EXISTE.
         03  LINE 8 COL 5 PIC X(70) FROM WS-MU-LINEA(1).
         03  LINE 9 COL 5 PIC X(70) FROM WS-MU-LINEA(2).
         03  LINE 10 COL 5 PIC X(70) FROM WS-MU-LINEA(3).
         03  LINE 11 COL 5 PIC X(70) FROM WS-MU-LINEA(4).
         03  LINE 12 COL 5 PIC X(70) FROM WS-MU-LINEA(5).
         03  LINE 13 COL 5 PIC X(70) FROM WS-MU-LINEA(6).
         03  LINE 14 COL 5 PIC X(70) FROM WS-MU-LINEA(7).
         03  LINE 15 COL 5 PIC X(70) FROM WS-MU-LINEA(8).
         03  LINE 16 COL 5 PIC X(70) FROM WS-MU-LINEA(9).
         03  LINE 17 COL 5 PIC X(70) FROM WS-MU-LINEA(10).
         03  LINE 19 COL 5 PIC X(60) FROM WS-MSG-APROBACION.
         03  LINE 21 COL 5  VALUE "GRABAR EL LOTE (S/N): ".
         03  LINE 21 COL 27 PIC X USING CONFIRMA.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A MANTENCION MASIVA"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           CALL "LeerAmbiente" USING PAR-SALIDA-AMBIENTE
           MOVE SPACES TO WS-RUTA-CLIENTES
           STRING LK-AMB-RUTA-BASE DELIMITED BY SPACE
                  "clientes.dat"   DELIMITED BY SIZE
                     INTO WS-RUTA-CLIENTES
           END-STRING

           PERFORM LEER-PARAMETRO

           OPEN I-O datos-masivo
           IF FS-MASIVO = "35" THEN
              OPEN OUTPUT datos-masivo
              CLOSE datos-masivo
              OPEN I-O datos-masivo
           END-IF
           IF FS-MASIVO NOT = "00" THEN
              MOVE "NO SE PUDO ABRIR masivo.dat" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              MOVE "NO SE PUDO ABRIR CLIENTES" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-masivo
              GOBACK
           END-IF
           OPEN INPUT datos-operadores

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO ACCION ORIGEN F-CIUDAD F-SEGMENTO
                             F-ESTADO VALOR CONFIRMA
              MOVE 0      TO LOTE CAMPO
              DISPLAY PANTALLA-MASIVA
              ACCEPT  PANTALLA-MASIVA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 EVALUATE ACCION
                     WHEN "P"
                     WHEN "p"
                         PERFORM PREPARAR-LOTE THRU PREPARAR-LOTE-FIN
                     WHEN "A"
                     WHEN "a"
                         MOVE "A" TO WS-OPERACION
                         PERFORM PROCESAR-LOTE THRU PROCESAR-LOTE-FIN
                     WHEN "R"
                     WHEN "r"
                         MOVE "R" TO WS-OPERACION
                         PERFORM PROCESAR-LOTE THRU PROCESAR-LOTE-FIN
                     WHEN OTHER
                         MOVE "ACCION INVALIDA (P, A O R)"
                                            TO MSG-ERROR
                         CALL "VentanaMsj" USING MSG-ERROR
                                                 MSG-SEVERIDAD
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE datos-usuarios datos-operadores datos-masivo
           GOBACK.

      *    masivo_param.dat: CANTIDAD DE CLIENTES SOBRE LA CUAL EL
      *    LOTE REQUIERE APROBACION (1:6); SIN ARCHIVO QUEDA 100.
       LEER-PARAMETRO.
           OPEN INPUT param-masivo
           IF FS-PARAM = "00" THEN
              READ param-masivo
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:6) IS NUMERIC THEN
                         MOVE param-linea(1:6) TO WS-UMBRAL
                      END-IF
              END-READ
              CLOSE param-masivo
           END-IF
           .

      *----------------------------------------------------------*
      * PREPARAR-LOTE : valida el pedido, hace la vista previa    *
      * (cantidad y muestra) y, confirmada, graba el lote con el  *
      * valor anterior de cada cliente. Sobre el umbral el lote   *
      * queda esperando la aprobacion de otro perfil A.           *
      *----------------------------------------------------------*
       PREPARAR-LOTE.
           EVALUATE CAMPO
               WHEN 1
                   MOVE "EMPRESA"        TO WS-CAMPO-NOMBRE
               WHEN 2
                   MOVE "SEGMENTO"       TO WS-CAMPO-NOMBRE
               WHEN 3
                   MOVE "CONSENT_EMAIL"  TO WS-CAMPO-NOMBRE
               WHEN 4
                   MOVE "CONSENT_TEL"    TO WS-CAMPO-NOMBRE
               WHEN 5
                   MOVE "CONSENT_POSTAL" TO WS-CAMPO-NOMBRE
               WHEN OTHER
                   MOVE "CAMPO INVALIDO (1 A 5)" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO PREPARAR-LOTE-FIN
           END-EVALUATE
           IF ORIGEN = "l" THEN
              MOVE "L" TO ORIGEN
           END-IF
           IF ORIGEN = "f" THEN
              MOVE "F" TO ORIGEN
           END-IF
           IF ORIGEN NOT = "L" AND ORIGEN NOT = "F" THEN
              MOVE "SELECCION INVALIDA (L O F)" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO PREPARAR-LOTE-FIN
           END-IF

           EVALUATE CAMPO
               WHEN 1
                   IF VALOR = SPACES OR VALOR(4:1) NOT = SPACE THEN
                      MOVE "EMPRESA DESTINO INVALIDA" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO PREPARAR-LOTE-FIN
                   END-IF
                   MOVE VALOR(1:3) TO WS-EMP-REVISAR
                   PERFORM VALIDAR-EMPRESA-OPERADOR THRU
                           VALIDAR-EMPRESA-SALIR
                   IF WS-AUTORIZADO NOT = "S" THEN
                      MOVE "SIN AUTORIZACION PARA LA EMPRESA DESTINO"
                                             TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO PREPARAR-LOTE-FIN
                   END-IF
               WHEN 2
      *             Segmento en blanco = vuelve a "sin clasificar".
                   CONTINUE
               WHEN OTHER
                   IF VALOR = "s" THEN
                      MOVE "S" TO VALOR
                   END-IF
                   IF VALOR = "n" THEN
                      MOVE "N" TO VALOR
                   END-IF
                   IF VALOR NOT = "S" AND VALOR NOT = "N" THEN
                      MOVE "CONSENTIMIENTO DEBE SER S O N"
                                             TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO PREPARAR-LOTE-FIN
                   END-IF
           END-EVALUATE
           MOVE VALOR TO WS-VALOR-NUEVO

           MOVE "N" TO WS-GRABAR-LOTE
           PERFORM SELECCIONAR THRU SELECCIONAR-FIN
           IF WS-CONT-SEL = 0 THEN
              MOVE "NINGUN CLIENTE QUEDA CON CAMBIO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO PREPARAR-LOTE-FIN
           END-IF

           MOVE SPACES TO WS-MSG-APROBACION
           IF WS-CONT-SEL > WS-UMBRAL THEN
              STRING "SOBRE " DELIMITED BY SIZE
                     WS-UMBRAL DELIMITED BY SIZE
                     " CLIENTES: REQUIERE APROBACION DE OTRO PERFIL A"
                               DELIMITED BY SIZE
                        INTO WS-MSG-APROBACION
              END-STRING
           ELSE
              MOVE "QUEDA LISTO PARA APLICAR" TO WS-MSG-APROBACION
           END-IF
           MOVE SPACE TO CONFIRMA
           DISPLAY PANTALLA-VISTA
           ACCEPT  PANTALLA-VISTA
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
              GO TO PREPARAR-LOTE-FIN
           END-IF

           PERFORM OBTENER-LOTE THRU OBTENER-LOTE-FIN
           IF WS-LOTE = 0 THEN
              GO TO PREPARAR-LOTE-FIN
           END-IF
      *       Segunda pasada: la misma seleccion, ahora grabando el
      *       detalle (la cantidad final es la de esta pasada).
           MOVE "S" TO WS-GRABAR-LOTE
           PERFORM SELECCIONAR THRU SELECCIONAR-FIN

           MOVE WS-LOTE          TO mas-lote
           MOVE 0                TO mas-rut
           MOVE "P"              TO mas-estado
           MOVE WS-CAMPO-NOMBRE  TO mas-campo
           MOVE SPACES           TO mas-valor-ant
           MOVE WS-VALOR-NUEVO   TO mas-valor-nue
           MOVE WS-CONT-SEL      TO mas-cantidad
           MOVE SPACES           TO mas-criterio
           STRING "SEL=" DELIMITED BY SIZE
                  ORIGEN DELIMITED BY SIZE
                  " CIUDAD=" DELIMITED BY SIZE
                  F-CIUDAD DELIMITED BY "  "
                  " SEG=" DELIMITED BY SIZE
                  F-SEGMENTO DELIMITED BY SIZE
                  " EST=" DELIMITED BY SIZE
                  F-ESTADO DELIMITED BY SIZE
                     INTO mas-criterio
           END-STRING
           MOVE LK-OPERADOR-ID   TO mas-operador
           MOVE WS-FECHA-SYS     TO mas-fec-prepara
           MOVE 0                TO mas-fec-aplica mas-fec-revierte
           MOVE SPACES           TO mas-resultado

           IF WS-CONT-SEL > WS-UMBRAL THEN
              MOVE "M"            TO lk-so-tipo
              MOVE 0              TO lk-so-rut
              MOVE SPACE          TO lk-so-dv
              MOVE WS-LOTE        TO lk-so-rut-2
              MOVE "MASV"         TO lk-so-motivo
              MOVE LK-OPERADOR-ID TO lk-so-solicitante
              MOVE WS-CONT-SEL    TO lk-so-monto
              MOVE SPACES         TO lk-so-glosa
              STRING WS-CAMPO-NOMBRE DELIMITED BY " "
                     "="             DELIMITED BY SIZE
                     WS-VALOR-NUEVO  DELIMITED BY SIZE
                        INTO lk-so-glosa
              END-STRING
              CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                               PAR-SALIDA-SOLICITUD
      *          Sin solicitud encolada el lote igual queda en
      *          espera (no se puede aplicar) y se avisa.
              MOVE "E"            TO mas-estado
              MOVE OUT-DESRET-SOL TO mas-resultado
              IF OUT-CODRET-SOL NOT = 0 THEN
                 MOVE OUT-DESRET-SOL TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              END-IF
           END-IF
           WRITE mas-registro END-WRITE

           MOVE SPACES TO MSG-ERROR
           IF mas-estado = "E" THEN
              STRING "LOTE " DELIMITED BY SIZE
                     WS-LOTE DELIMITED BY SIZE
                     " GRABADO, EN ESPERA DE APROBACION"
                             DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
           ELSE
              STRING "LOTE " DELIMITED BY SIZE
                     WS-LOTE DELIMITED BY SIZE
                     " GRABADO, LISTO PARA APLICAR"
                             DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
           END-IF
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       PREPARAR-LOTE-FIN.
           EXIT.

      *    EL LOTE 0 / RUT 0 LLEVA EN mas-cantidad EL ULTIMO LOTE.
       OBTENER-LOTE.
           MOVE 0 TO WS-LOTE
           MOVE 0 TO mas-lote mas-rut
           READ datos-masivo
               INVALID KEY
                   MOVE SPACES TO mas-registro
                   MOVE 0      TO mas-lote mas-rut mas-cantidad
                                  mas-fec-prepara mas-fec-aplica
                                  mas-fec-revierte
                   MOVE "C"    TO mas-estado
                   WRITE mas-registro END-WRITE
           END-READ
           ADD 1 TO mas-cantidad
           MOVE mas-cantidad TO WS-LOTE
           REWRITE mas-registro END-REWRITE
           IF FS-MASIVO NOT = "00" THEN
              MOVE 0 TO WS-LOTE
              MOVE "NO SE PUDO NUMERAR EL LOTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-IF.
       OBTENER-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------*
      * SELECCIONAR : recorre la lista de RUTs o el maestro       *
      * completo y pasa cada cliente por EVALUAR-CLIENTE.         *
      *----------------------------------------------------------*
       SELECCIONAR.
           MOVE 0 TO WS-CONT-SEL WS-CONT-SIN-CAMBIO WS-CONT-EXCLUIDOS
                     WS-CONT-NO-EXISTE WS-MU-CANT
           MOVE SPACES TO WS-MUESTRA
           MOVE "N" TO fin-de-archivo
           IF ORIGEN = "L" THEN
              OPEN INPUT lista-ruts
              IF FS-LISTA NOT = "00" THEN
                 MOVE "NO EXISTE masivo_ruts.txt" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO SELECCIONAR-FIN
              END-IF
              PERFORM UNTIL fin-de-archivo = "S"
                  READ lista-ruts
                      AT END
                          MOVE "S" TO fin-de-archivo
                      NOT AT END
                          PERFORM LEER-RUT-LISTA THRU
                                  LEER-RUT-LISTA-FIN
                  END-READ
              END-PERFORM
              CLOSE lista-ruts
              GO TO SELECCIONAR-FIN
           END-IF

           MOVE 0 TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-usuarios NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       PERFORM EVALUAR-CLIENTE THRU
                               EVALUAR-CLIENTE-FIN
               END-READ
           END-PERFORM.
       SELECCIONAR-FIN.
           EXIT.

       LEER-RUT-LISTA.
           IF lista-linea = SPACES THEN
              GO TO LEER-RUT-LISTA-FIN
           END-IF
           IF lista-linea(1:10) NOT NUMERIC THEN
              ADD 1 TO WS-CONT-NO-EXISTE
              GO TO LEER-RUT-LISTA-FIN
           END-IF
           MOVE lista-linea(1:10) TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   ADD 1 TO WS-CONT-NO-EXISTE
                   GO TO LEER-RUT-LISTA-FIN
           END-READ
           PERFORM EVALUAR-CLIENTE THRU EVALUAR-CLIENTE-FIN.
       LEER-RUT-LISTA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EVALUAR-CLIENTE : aplica los filtros; el cliente que ya   *
      * tiene el valor nuevo no entra al lote. En la vista previa *
      * solo cuenta y arma la muestra; en la segunda pasada graba *
      * el detalle con el valor anterior.                         *
      *----------------------------------------------------------*
       EVALUAR-CLIENTE.
           IF F-CIUDAD NOT = SPACES AND
              usuario-ciudad NOT = F-CIUDAD THEN
              GO TO EVALUAR-CLIENTE-FIN
           END-IF
           IF F-SEGMENTO NOT = SPACES AND
              usuario-segmento NOT = F-SEGMENTO THEN
              GO TO EVALUAR-CLIENTE-FIN
           END-IF
           IF F-ESTADO NOT = SPACE AND
              usuario-estado NOT = F-ESTADO THEN
              GO TO EVALUAR-CLIENTE-FIN
           END-IF

           PERFORM TOMAR-VALOR-ACTUAL
           IF WS-VALOR-ACT = WS-VALOR-NUEVO THEN
              ADD 1 TO WS-CONT-SIN-CAMBIO
              GO TO EVALUAR-CLIENTE-FIN
           END-IF
           IF WS-CAMPO-NOMBRE = "EMPRESA" THEN
              MOVE WS-VALOR-ACT(1:3) TO WS-EMP-REVISAR
              PERFORM VALIDAR-EMPRESA-OPERADOR THRU
                      VALIDAR-EMPRESA-SALIR
              IF WS-AUTORIZADO NOT = "S" THEN
                 ADD 1 TO WS-CONT-EXCLUIDOS
                 GO TO EVALUAR-CLIENTE-FIN
              END-IF
           END-IF

           ADD 1 TO WS-CONT-SEL
           IF WS-MU-CANT < 10 THEN
              ADD 1 TO WS-MU-CANT
              STRING usuario-rut    DELIMITED BY SIZE
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-nombre DELIMITED BY "  "
                     " : "          DELIMITED BY SIZE
                     WS-VALOR-ACT   DELIMITED BY SIZE
                     " -> "         DELIMITED BY SIZE
                     WS-VALOR-NUEVO DELIMITED BY SIZE
                        INTO WS-MU-LINEA(WS-MU-CANT)
              END-STRING
           END-IF

           IF WS-GRABAR-LOTE = "S" THEN
              MOVE WS-LOTE         TO mas-lote
              MOVE usuario-rut     TO mas-rut
              MOVE "S"             TO mas-estado
              MOVE WS-CAMPO-NOMBRE TO mas-campo
              MOVE WS-VALOR-ACT    TO mas-valor-ant
              MOVE WS-VALOR-NUEVO  TO mas-valor-nue
              MOVE 0               TO mas-cantidad
              MOVE SPACES          TO mas-criterio mas-operador
                                      mas-resultado
              MOVE WS-FECHA-SYS    TO mas-fec-prepara
              MOVE 0               TO mas-fec-aplica mas-fec-revierte
      *          Un RUT repetido en la lista entra una sola vez.
              WRITE mas-registro
                  INVALID KEY
                      SUBTRACT 1 FROM WS-CONT-SEL
              END-WRITE
           END-IF.
       EVALUAR-CLIENTE-FIN.
           EXIT.

      *    VALOR VIGENTE DEL CAMPO EN EL CLIENTE LEIDO. EMPRESA EN
      *    BLANCO ES "001" Y CONSENTIMIENTO EN BLANCO ES "N", IGUAL
      *    QUE EN EL RESTO DEL SISTEMA.
       TOMAR-VALOR-ACTUAL.
           MOVE SPACES TO WS-VALOR-ACT
           EVALUATE WS-CAMPO-NOMBRE
               WHEN "EMPRESA"
                   MOVE usuario-empresa TO WS-VALOR-ACT
                   IF WS-VALOR-ACT = SPACES THEN
                      MOVE "001" TO WS-VALOR-ACT
                   END-IF
               WHEN "SEGMENTO"
                   MOVE usuario-segmento TO WS-VALOR-ACT
               WHEN "CONSENT_EMAIL"
                   MOVE usuario-consent-email TO WS-VALOR-ACT
               WHEN "CONSENT_TEL"
                   MOVE usuario-consent-telefono TO WS-VALOR-ACT
               WHEN "CONSENT_POSTAL"
                   MOVE usuario-consent-postal TO WS-VALOR-ACT
           END-EVALUATE
           IF WS-CAMPO-NOMBRE(1:8) = "CONSENT_" AND
              WS-VALOR-ACT NOT = "S" THEN
              MOVE "N" TO WS-VALOR-ACT
           END-IF
           .

      *    SIN LISTA (BLANCO) EL OPERADOR SOLO OPERA LA "001",
      *    MISMO CRITERIO DEL Login Y DE TrasladoEmpresa.
       VALIDAR-EMPRESA-OPERADOR.
           MOVE "N" TO WS-AUTORIZADO
           MOVE LK-OPERADOR-ID TO operador-id
           READ datos-operadores
               INVALID KEY
                   GO TO VALIDAR-EMPRESA-SALIR
           END-READ
           IF operador-empresas = SPACES THEN
              IF WS-EMP-REVISAR = "001" THEN
                 MOVE "S" TO WS-AUTORIZADO
              END-IF
              GO TO VALIDAR-EMPRESA-SALIR
           END-IF
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 3
                   UNTIL WS-IDX-EMP > 10
              IF operador-empresas(WS-IDX-EMP:3) = WS-EMP-REVISAR
                 MOVE "S" TO WS-AUTORIZADO
              END-IF
           END-PERFORM.
       VALIDAR-EMPRESA-SALIR.
           EXIT.

      *----------------------------------------------------------*
      * PROCESAR-LOTE : aplica (WS-OPERACION A) o revierte (R) el  *
      * lote pedido. Aplicar exige el lote preparado, o aprobado   *
      * en la cola si estaba en espera; revertir, el lote          *
      * aplicado. Un reverso que no alcanza a todos los clientes   *
      * deja el lote aplicado para reintentarlo.                   *
      *----------------------------------------------------------*
       PROCESAR-LOTE.
           MOVE LOTE TO WS-LOTE mas-lote
           MOVE 0    TO mas-rut
           READ datos-masivo
               INVALID KEY
                   MOVE "LOTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO PROCESAR-LOTE-FIN
           END-READ
           IF WS-LOTE = 0 THEN
              MOVE "LOTE NO EXISTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO PROCESAR-LOTE-FIN
           END-IF
           MOVE mas-campo TO WS-CAMPO-NOMBRE

           IF WS-OPERACION = "R" THEN
              IF mas-estado NOT = "A" THEN
                 MOVE "SOLO SE REVIERTE UN LOTE APLICADO"
                                        TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO PROCESAR-LOTE-FIN
              END-IF
           ELSE
              EVALUATE mas-estado
                  WHEN "P"
                      CONTINUE
                  WHEN "E"
                      PERFORM VERIFICAR-APROBACION THRU
                              VERIFICAR-APROBACION-FIN
                      IF WS-ESTADO-APROB NOT = "A" THEN
                         IF WS-ESTADO-APROB = "R" THEN
                            MOVE "LA APROBACION DEL LOTE FUE RECHAZADA"
                                               TO MSG-ERROR
                         ELSE
                            MOVE "LOTE EN ESPERA DE APROBACION"
                                               TO MSG-ERROR
                         END-IF
                         CALL "VentanaMsj" USING MSG-ERROR
                                                 MSG-SEVERIDAD
                         GO TO PROCESAR-LOTE-FIN
                      END-IF
                  WHEN "A"
                      MOVE "LOTE YA APLICADO" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO PROCESAR-LOTE-FIN
                  WHEN OTHER
                      MOVE "LOTE REVERTIDO, NO SE VUELVE A APLICAR"
                                         TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO PROCESAR-LOTE-FIN
              END-EVALUATE
           END-IF

           MOVE 0   TO WS-CONT-OK WS-CONT-ERROR WS-CONT-OMITIDOS
           MOVE "N" TO fin-de-archivo
           MOVE WS-LOTE TO mas-lote
           MOVE 1       TO mas-rut
           START datos-masivo KEY IS NOT < mas-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-masivo NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF mas-lote NOT = WS-LOTE THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          PERFORM PROCESAR-CLIENTE THRU
                                  PROCESAR-CLIENTE-FIN
                       END-IF
               END-READ
           END-PERFORM

      *       Cabecera con el resultado de la pasada.
           MOVE WS-LOTE TO mas-lote
           MOVE 0       TO mas-rut
           READ datos-masivo END-READ
           MOVE SPACES TO mas-resultado
           IF WS-OPERACION = "A" THEN
              MOVE "A"          TO mas-estado
              MOVE WS-FECHA-SYS TO mas-fec-aplica
              STRING "APLICADOS " DELIMITED BY SIZE
                     WS-CONT-OK   DELIMITED BY SIZE
                     " RECHAZADOS " DELIMITED BY SIZE
                     WS-CONT-ERROR DELIMITED BY SIZE
                        INTO mas-resultado
              END-STRING
           ELSE
              IF WS-CONT-ERROR = 0 THEN
                 MOVE "V"       TO mas-estado
              END-IF
              MOVE WS-FECHA-SYS TO mas-fec-revierte
              STRING "REVERT. " DELIMITED BY SIZE
                     WS-CONT-OK   DELIMITED BY SIZE
                     " NO REV. " DELIMITED BY SIZE
                     WS-CONT-OMITIDOS DELIMITED BY SIZE
                     " ERROR " DELIMITED BY SIZE
                     WS-CONT-ERROR DELIMITED BY SIZE
                        INTO mas-resultado
              END-STRING
           END-IF
           REWRITE mas-registro END-REWRITE

           MOVE SPACES TO MSG-ERROR
           STRING "LOTE " DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  ": "    DELIMITED BY SIZE
                  mas-resultado DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       PROCESAR-LOTE-FIN.
           EXIT.

      *    ESTADO DE LA SOLICITUD TIPO M DEL LOTE (LA ULTIMA, SI SE
      *    ENCOLO MAS DE UNA); BLANCO = NO HAY SOLICITUD.
       VERIFICAR-APROBACION.
           MOVE SPACE TO WS-ESTADO-APROB
           OPEN INPUT datos-aprobaciones
           IF FS-APROBACIONES NOT = "00" THEN
              GO TO VERIFICAR-APROBACION-FIN
           END-IF
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO aprob-id
           START datos-aprobaciones KEY IS NOT < aprob-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-aprobaciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF aprob-masivo AND aprob-rut-2 = WS-LOTE THEN
                          MOVE aprob-estado TO WS-ESTADO-APROB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-aprobaciones.
       VERIFICAR-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * PROCESAR-CLIENTE : al aplicar, el campo debe seguir con   *
      * el valor de la vista previa; al revertir, con el valor    *
      * del lote (si alguien lo cambio despues, ese cambio manda  *
      * y el cliente queda N). La regrabacion va por GrabarCliente *
      * modo C para que la auditoria corra como siempre.          *
      *----------------------------------------------------------*
       PROCESAR-CLIENTE.
           IF WS-OPERACION = "A" AND mas-estado NOT = "S" THEN
              GO TO PROCESAR-CLIENTE-FIN
           END-IF
           IF WS-OPERACION = "R" AND mas-estado NOT = "A" THEN
              GO TO PROCESAR-CLIENTE-FIN
           END-IF

           MOVE mas-rut TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO mas-resultado
                   PERFORM MARCAR-ERROR
                   GO TO PROCESAR-CLIENTE-FIN
           END-READ
           PERFORM TOMAR-VALOR-ACTUAL
           IF WS-OPERACION = "A" THEN
              IF WS-VALOR-ACT NOT = mas-valor-ant THEN
                 MOVE "CAMPO MODIFICADO DESDE LA VISTA PREVIA"
                                          TO mas-resultado
                 PERFORM MARCAR-ERROR
                 GO TO PROCESAR-CLIENTE-FIN
              END-IF
              MOVE mas-valor-nue TO WS-VALOR-NUEVO
           ELSE
              IF WS-VALOR-ACT NOT = mas-valor-nue THEN
                 MOVE "N"            TO mas-estado
                 MOVE "CAMPO MODIFICADO DESPUES DEL LOTE"
                                     TO mas-resultado
                 MOVE LK-OPERADOR-ID TO mas-operador
                 MOVE WS-FECHA-SYS   TO mas-fec-revierte
                 REWRITE mas-registro END-REWRITE
                 ADD 1 TO WS-CONT-OMITIDOS
                 GO TO PROCESAR-CLIENTE-FIN
              END-IF
              MOVE mas-valor-ant TO WS-VALOR-NUEVO
           END-IF

      *       Se parte de lo vigente y se pisa solo el campo del
      *       lote, como en AplicarCorrecciones.
           MOVE usuario-rut          TO lk-rut
           MOVE usuario-dv           TO lk-dv
           MOVE usuario-nombre       TO lk-nombre
           MOVE usuario-apepat       TO lk-apepat
           MOVE usuario-apemat       TO lk-apemat
           MOVE usuario-fecnac       TO lk-fecnac
           MOVE usuario-genero       TO lk-genero
           MOVE usuario-direccion    TO lk-direccion
           MOVE usuario-ciudad       TO lk-ciudad
           MOVE usuario-telefono1    TO lk-telefono1
           MOVE usuario-telefono2    TO lk-telefono2
           MOVE usuario-email        TO lk-email
           MOVE usuario-feccre       TO lk-feccre
           MOVE usuario-tipo-cliente TO lk-tipo-cliente
           MOVE usuario-razon-social TO lk-razon-social
           MOVE usuario-giro         TO lk-giro
           MOVE usuario-tipo-doc     TO lk-tipo-doc
           MOVE usuario-nro-doc      TO lk-nro-doc
           MOVE usuario-consent-email    TO lk-consent-email
           MOVE usuario-consent-telefono TO lk-consent-telefono
           MOVE usuario-consent-postal   TO lk-consent-postal
           MOVE usuario-empresa      TO lk-empresa
           MOVE usuario-agente       TO lk-agente
           MOVE usuario-segmento     TO lk-segmento
           EVALUATE WS-CAMPO-NOMBRE
               WHEN "EMPRESA"
                   MOVE WS-VALOR-NUEVO TO lk-empresa
               WHEN "SEGMENTO"
                   MOVE WS-VALOR-NUEVO TO lk-segmento
               WHEN "CONSENT_EMAIL"
                   MOVE WS-VALOR-NUEVO TO lk-consent-email
               WHEN "CONSENT_TEL"
                   MOVE WS-VALOR-NUEVO TO lk-consent-telefono
               WHEN "CONSENT_POSTAL"
                   MOVE WS-VALOR-NUEVO TO lk-consent-postal
           END-EVALUATE

           MOVE "C"            TO lk-modo
           MOVE LK-OPERADOR-ID TO lk-usuario
           CALL "GrabarCliente" USING PAR-ENTRADA-CARGA
                                      PAR-SALIDA-CARGA
           IF OUT-CODRET NOT = 0 THEN
              MOVE OUT-DESRET TO mas-resultado
              PERFORM MARCAR-ERROR
              GO TO PROCESAR-CLIENTE-FIN
           END-IF

           MOVE LK-OPERADOR-ID TO mas-operador
           MOVE SPACES         TO mas-resultado
           IF WS-OPERACION = "A" THEN
              MOVE "A"          TO mas-estado
              MOVE WS-FECHA-SYS TO mas-fec-aplica
           ELSE
              MOVE "V"          TO mas-estado
              MOVE WS-FECHA-SYS TO mas-fec-revierte
           END-IF
           REWRITE mas-registro END-REWRITE
           ADD 1 TO WS-CONT-OK.
       PROCESAR-CLIENTE-FIN.
           EXIT.

      *    AL APLICAR EL CLIENTE QUEDA RECHAZADO (R); AL REVERTIR
      *    SIGUE APLICADO (A) CON EL MOTIVO, PARA REINTENTARLO.
       MARCAR-ERROR.
           IF WS-OPERACION = "A" THEN
              MOVE "R"          TO mas-estado
              MOVE WS-FECHA-SYS TO mas-fec-aplica
           END-IF
           MOVE LK-OPERADOR-ID TO mas-operador
           REWRITE mas-registro END-REWRITE
           ADD 1 TO WS-CONT-ERROR
           .

       END PROGRAM MantencionMasiva.
