      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Liquidacion final de la cuenta de un cliente
      *          fallecido (RegistrarFallecimiento). Emite al spool
      *          (LIQSUCESION) el estado de liquidacion dirigido al
      *          contacto de la sucesion: facturas pendientes
      *          (marcando las emitidas despues de la defuncion),
      *          movimientos desde la defuncion, intereses
      *          revertidos, saldo de la cuenta y saldo a favor. El
      *          saldo se encamina por los procesos de siempre:
      *          deuda a castigo (cola de aprobaciones, tipo C,
      *          motivo DEFU) o a cobro a la sucesion (tarea para el
      *          ejecutivo de cuenta); saldo a favor a devolucion
      *          (cola, tipo D). El resultado queda en
      *          fallecimientos.dat y la liquidacion no se repite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidarSucesion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-fallecimientos
               ASSIGN TO
           "C:\PgmCobols\Data\fallecimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fall-rut
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-FALLECIMIENTOS.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT reporte-liquidacion
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-fallecimientos.
           copy "C:\PgmCobols\FD\FDFallecimiento.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  reporte-liquidacion.
       01  REP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS         PIC XX.
       01  FS-FALLECIMIENTOS   PIC XX.
       01  FS-CUENTAS          PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-TAREAS           PIC XX.
       01  FS-REPORTE          PIC XX.
       01  MSG-ERROR           PIC X(50).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-RUTA-SPOOL       PIC X(80).
       01  WS-CORRELATIVO      PIC 9(04).
       01  WS-SALDO            PIC S9(11)V99.
       01  WS-SALDO-FAVOR      PIC 9(11)V99.
       01  WS-DEUDA            PIC 9(11)V99.
       01  WS-PEND-FACTURA     PIC 9(11)V99.
       01  WS-TOTAL-FACTURAS   PIC 9(11)V99.
       01  WS-CONT-FACTURAS    PIC 9(04).
       01  WS-CONT-MOVS        PIC 9(04).
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-SALDO-EDIT       PIC -Z(10)9.99.
       01  WS-LIQUIDACION      PIC X.
       01  WS-RESULTADO        PIC X(60).
       01  WS-EJECUTIVO        PIC X(10).

      *    DATOS DEL CAUSANTE Y DEL CONTACTO DE LA SUCESION PARA LA
      *    PANTALLA Y LA CABECERA DEL ESTADO.
       01  WS-CAUSANTE-DV      PIC X.
       01  WS-CAUSANTE-NOMBRE  PIC X(62).
       01  WS-SUCESION-NOMBRE  PIC X(62).
       01  WS-SUCESION-DIR     PIC X(50).
       01  WS-SUCESION-CIUDAD  PIC X(50).

       01 VARIABLES-PEDIR-PANTALLA.
           05 RUT           PIC 9(10).
           05 DESTINO       PIC X.
      *       Solo con deuda: K = castigo; C = cobro a la sucesion.
           05 CONFIRMA      PIC X.
           05 SALIR         PIC X.

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

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

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

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
       01  PANTALLA-LIQUIDA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Liquidacion de Sucesion".
         03  LINE 5 COL 5   VALUE "RUT FALLECIDO.....: ".
         03  LINE 5 COL 25 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       01  PANTALLA-RESUMEN.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Liquidacion de Sucesion".
         03  LINE 5 COL 5   VALUE "CAUSANTE..........: ".
         03  LINE 5 COL 25 PIC X(50) FROM WS-CAUSANTE-NOMBRE.
         03  LINE 6 COL 5   VALUE "FECHA DEFUNCION...: ".
         03  LINE 6 COL 25 PIC 9(08) FROM fall-fec-defuncion.
         03  LINE 7 COL 5   VALUE "CONTACTO SUCESION.: ".
         03  LINE 7 COL 25 PIC X(50) FROM WS-SUCESION-NOMBRE.
         03  LINE 9 COL 5   VALUE "FACTURAS PEND.....: ".
         03  LINE 9 COL 25 PIC ZZZ9 FROM WS-CONT-FACTURAS.
         03  LINE 10 COL 5  VALUE "SALDO CUENTA......: ".
         03  LINE 10 COL 25 PIC -Z(10)9.99 FROM WS-SALDO.
         03  LINE 11 COL 5  VALUE "SALDO A FAVOR.....: ".
         03  LINE 11 COL 25 PIC Z(10)9.99 FROM WS-SALDO-FAVOR.
         03  LINE 12 COL 5  VALUE "INT. REVERTIDOS...: ".
         03  LINE 12 COL 25 PIC Z(10)9.99 FROM fall-intereses-rev.
         03  LINE 14 COL 5  VALUE "DESTINO DEUDA.....: ".
         03  LINE 14 COL 25 PIC X USING DESTINO.
         03  LINE 14 COL 28 VALUE
             "K=CASTIGO C=COBRO A LA SUCESION".
         03  LINE 16 COL 5  VALUE "CONFIRMA LIQUIDACION (S/N): ".
         03  LINE 16 COL 33 PIC X USING CONFIRMA.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A LIQUIDACION DE SUCESION"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-fallecimientos
           IF FS-FALLECIMIENTOS NOT = "00" THEN
              MOVE "NO HAY FALLECIMIENTOS REGISTRADOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "N"   TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT
              MOVE SPACES TO DESTINO CONFIRMA
              DISPLAY PANTALLA-LIQUIDA
              ACCEPT  PANTALLA-LIQUIDA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM LIQUIDAR THRU LIQUIDAR-FIN
              END-IF
           END-PERFORM
           CLOSE datos-usuarios datos-fallecimientos
           GOBACK.

      *----------------------------------------------------------*
      * LIQUIDAR : reune la situacion del causante, pide el       *
      * destino de la deuda, encamina el saldo, emite el estado   *
      * de liquidacion y lo anota en fallecimientos.dat.          *
      *----------------------------------------------------------*
       LIQUIDAR.
           MOVE RUT TO fall-rut
           READ datos-fallecimientos WITH LOCK END-READ
           IF FS-FALLECIMIENTOS NOT = "00" THEN
              MOVE "CLIENTE SIN FALLECIMIENTO REGISTRADO"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO LIQUIDAR-FIN
           END-IF
           IF NOT fall-liq-pendiente THEN
              MOVE SPACES TO MSG-ERROR
              STRING "SUCESION YA LIQUIDADA EL " DELIMITED BY SIZE
                     fall-fec-liquidacion        DELIMITED BY SIZE
                        INTO MSG-ERROR
              END-STRING
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO LIQUIDAR-FIN
           END-IF

           PERFORM CARGAR-PARTES
           PERFORM CARGAR-SALDOS
           PERFORM CONTAR-FACTURAS THRU CONTAR-FACTURAS-FIN

           DISPLAY PANTALLA-RESUMEN
           ACCEPT  PANTALLA-RESUMEN
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s" THEN
              GO TO LIQUIDAR-FIN
           END-IF

           MOVE SPACES TO WS-RESULTADO
           EVALUATE TRUE
               WHEN WS-SALDO > 0
                   IF DESTINO = "k" THEN
                      MOVE "K" TO DESTINO
                   END-IF
                   IF DESTINO = "c" THEN
                      MOVE "C" TO DESTINO
                   END-IF
                   IF DESTINO NOT = "K" AND DESTINO NOT = "C" THEN
                      MOVE "CON DEUDA EL DESTINO DEBE SER K O C"
                                             TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO LIQUIDAR-FIN
                   END-IF
                   MOVE WS-SALDO TO WS-DEUDA
                   IF DESTINO = "K" THEN
                      PERFORM SOLICITAR-CASTIGO THRU
                              SOLICITAR-CASTIGO-FIN
                   ELSE
                      PERFORM ENCARGAR-COBRO THRU ENCARGAR-COBRO-FIN
                   END-IF
               WHEN WS-SALDO-FAVOR > 0
                   PERFORM SOLICITAR-DEVOLUCION THRU
                           SOLICITAR-DEVOLUCION-FIN
               WHEN OTHER
                   MOVE "0" TO WS-LIQUIDACION
                   MOVE "CUENTA SIN SALDO: NO HAY MONTOS QUE LIQUIDAR"
                                             TO WS-RESULTADO
           END-EVALUATE
           IF WS-RESULTADO = SPACES THEN
      *          El encaminamiento fallo y ya se aviso; la
      *          liquidacion sigue pendiente.
              GO TO LIQUIDAR-FIN
           END-IF

           PERFORM EMITIR-ESTADO

           MOVE WS-LIQUIDACION TO fall-liquidacion
           MOVE WS-SALDO       TO fall-saldo-final
           MOVE WS-FECHA-SYS   TO fall-fec-liquidacion
           MOVE WS-FECHA-SYS   TO fall-fecmod
           MOVE LK-OPERADOR-ID TO fall-usuario-mod
           REWRITE fall-registro END-REWRITE

           MOVE "LIQUIDACION EMITIDA AL SPOOL (LIQSUCESION)"
                                  TO MSG-ERROR
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       LIQUIDAR-FIN.
           EXIT.

       CARGAR-PARTES.
           MOVE SPACES TO WS-CAUSANTE-NOMBRE WS-SUCESION-NOMBRE
                          WS-SUCESION-DIR WS-SUCESION-CIUDAD
           MOVE SPACE  TO WS-CAUSANTE-DV
           MOVE SPACES TO WS-EJECUTIVO
           MOVE fall-rut TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS = "00" THEN
              MOVE usuario-dv        TO WS-CAUSANTE-DV
              MOVE usuario-ejecutivo TO WS-EJECUTIVO
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apemat DELIMITED BY "  "
                        INTO WS-CAUSANTE-NOMBRE
              END-STRING
           END-IF
           MOVE fall-rut-sucesion TO usuario-rut
           READ datos-usuarios END-READ
           IF FS-USUARIOS = "00" THEN
              STRING usuario-nombre DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apepat DELIMITED BY "  "
                     " "            DELIMITED BY SIZE
                     usuario-apemat DELIMITED BY "  "
                        INTO WS-SUCESION-NOMBRE
              END-STRING
              MOVE usuario-direccion TO WS-SUCESION-DIR
              MOVE usuario-ciudad    TO WS-SUCESION-CIUDAD
           ELSE
              MOVE "(CONTACTO NO UBICADO EN EL MAESTRO)"
                                     TO WS-SUCESION-NOMBRE
           END-IF
           .

      *    EL SALDO A FAVOR SE CONSULTA CON GrabarSaldoFavor (S),
      *    IGUAL QUE EN DevolucionSaldo.
       CARGAR-SALDOS.
           MOVE 0 TO WS-SALDO WS-SALDO-FAVOR WS-DEUDA
           OPEN INPUT datos-cuentas
           IF FS-CUENTAS = "00" THEN
              MOVE fall-rut TO cuenta-rut
              READ datos-cuentas END-READ
              IF FS-CUENTAS = "00" THEN
                 MOVE cuenta-saldo TO WS-SALDO
              END-IF
              CLOSE datos-cuentas
           END-IF
           MOVE fall-rut       TO lk-sf-rut
           MOVE "S"            TO lk-sf-operacion
           MOVE 0              TO lk-sf-monto
           MOVE LK-OPERADOR-ID TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF = 0 THEN
              MOVE OUT-SALDO-SF TO WS-SALDO-FAVOR
           END-IF
           .

       CONTAR-FACTURAS.
           MOVE 0 TO WS-CONT-FACTURAS WS-TOTAL-FACTURAS
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              GO TO CONTAR-FACTURAS-FIN
           END-IF
           MOVE "N"      TO fin-de-archivo
           MOVE fall-rut TO factura-rut
           MOVE 0        TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF factura-rut NOT = fall-rut THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF factura-pendiente THEN
                             ADD 1 TO WS-CONT-FACTURAS
                             COMPUTE WS-TOTAL-FACTURAS =
                                     WS-TOTAL-FACTURAS +
                                     factura-monto - factura-pagado
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas.
       CONTAR-FACTURAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * SOLICITAR-CASTIGO : la deuda va a la cola de aprobaciones *
      * como cualquier castigo (SolicitarCastigo); lo ejecuta un  *
      * segundo perfil A en AprobarSolicitudes.                   *
      *----------------------------------------------------------*
       SOLICITAR-CASTIGO.
           MOVE "C"            TO lk-so-tipo
           MOVE fall-rut       TO lk-so-rut
           MOVE WS-CAUSANTE-DV TO lk-so-dv
           MOVE ZEROES         TO lk-so-rut-2
           MOVE "DEFU"         TO lk-so-motivo
           MOVE LK-OPERADOR-ID TO lk-so-solicitante
           MOVE WS-DEUDA       TO lk-so-monto
           MOVE "CASTIGO SALDO SUCESION MOTIVO DEFU"
                               TO lk-so-glosa
           CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                            PAR-SALIDA-SOLICITUD
           IF OUT-CODRET-SOL NOT = 0 THEN
              MOVE OUT-DESRET-SOL TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO SOLICITAR-CASTIGO-FIN
           END-IF
           MOVE "K" TO WS-LIQUIDACION
           MOVE WS-DEUDA TO WS-MONTO-EDIT
           STRING "DEUDA " DELIMITED BY SIZE
                  WS-MONTO-EDIT DELIMITED BY SIZE
                  " ENVIADA A CASTIGO (PEND. APROBACION)"
                                DELIMITED BY SIZE
                     INTO WS-RESULTADO
           END-STRING.
       SOLICITAR-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * ENCARGAR-COBRO : tarea a 30 dias para el ejecutivo de la  *
      * cuenta (o quien liquida, si no tiene) para cobrar la      *
      * deuda a la sucesion con el estado de liquidacion.         *
      *----------------------------------------------------------*
       ENCARGAR-COBRO.
           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF
           IF FS-TAREAS NOT = "00" THEN
              MOVE "NO SE PUDO ABRIR tareas.dat" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ENCARGAR-COBRO-FIN
           END-IF

           MOVE WS-FECHA-SYS TO FECHA-YYYYMMDD
           MOVE 30           TO SUM-RES-DIAS
           MOVE "+"          TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR

           PERFORM PROXIMO-CORRELATIVO
           MOVE fall-rut         TO tarea-rut
           MOVE WS-CORRELATIVO   TO tarea-correlativo
           MOVE SPACES           TO tarea-descripcion
           MOVE WS-DEUDA         TO WS-MONTO-EDIT
           STRING "COBRAR A SUCESION SALDO " DELIMITED BY SIZE
                  WS-MONTO-EDIT              DELIMITED BY SIZE
                     INTO tarea-descripcion
           END-STRING
           MOVE WS-FECHA-SYS     TO tarea-fec-creacion
           MOVE NUEVA-FECHA-YYYYMMDD TO tarea-fec-venc
           IF WS-EJECUTIVO = SPACES THEN
              MOVE LK-OPERADOR-ID TO tarea-operador
           ELSE
              MOVE WS-EJECUTIVO   TO tarea-operador
           END-IF
           MOVE "P"              TO tarea-estado
           MOVE SPACE            TO tarea-escalada
           MOVE WS-FECHA-SYS     TO tarea-fecmod
           MOVE LK-OPERADOR-ID   TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CLOSE datos-tareas
                   MOVE "NO SE PUDO GRABAR LA TAREA DE COBRO"
                                          TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ENCARGAR-COBRO-FIN
           END-WRITE
           CLOSE datos-tareas

           MOVE "C" TO WS-LIQUIDACION
           STRING "DEUDA " DELIMITED BY SIZE
                  WS-MONTO-EDIT DELIMITED BY SIZE
                  " A COBRO SUCESION; TAREA DE "
                                DELIMITED BY SIZE
                  tarea-operador DELIMITED BY SPACE
                     INTO WS-RESULTADO
           END-STRING.
       ENCARGAR-COBRO-FIN.
           EXIT.

       PROXIMO-CORRELATIVO.
           MOVE 0        TO WS-CORRELATIVO
           MOVE "N"      TO fin-de-archivo
           MOVE fall-rut TO tarea-rut
           MOVE 0        TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-tareas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF tarea-rut = fall-rut THEN
                          MOVE tarea-correlativo TO WS-CORRELATIVO
                       ELSE
                          MOVE "Y" TO fin-de-archivo
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

      *----------------------------------------------------------*
      * SOLICITAR-DEVOLUCION : el saldo a favor se devuelve a la  *
      * sucesion por la cola (tipo D), igual que DevolucionSaldo. *
      *----------------------------------------------------------*
       SOLICITAR-DEVOLUCION.
           MOVE "D"            TO lk-so-tipo
           MOVE fall-rut       TO lk-so-rut
           MOVE WS-CAUSANTE-DV TO lk-so-dv
           MOVE 0              TO lk-so-rut-2
           MOVE "DEFU"         TO lk-so-motivo
           MOVE LK-OPERADOR-ID TO lk-so-solicitante
           MOVE WS-SALDO-FAVOR TO lk-so-monto
           MOVE "DEVOLUCION SALDO A FAVOR SUCESION" TO lk-so-glosa
           CALL "SolicitarAprobacion" USING PAR-ENTRADA-SOLICITUD
                                            PAR-SALIDA-SOLICITUD
           IF OUT-CODRET-SOL NOT = 0 THEN
              MOVE OUT-DESRET-SOL TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO SOLICITAR-DEVOLUCION-FIN
           END-IF
           MOVE "D" TO WS-LIQUIDACION
           MOVE WS-SALDO-FAVOR TO WS-MONTO-EDIT
           STRING "SALDO A FAVOR " DELIMITED BY SIZE
                  WS-MONTO-EDIT    DELIMITED BY SIZE
                  " A DEVOLUCION (PEND. APROBACION)"
                                   DELIMITED BY SIZE
                     INTO WS-RESULTADO
           END-STRING.
       SOLICITAR-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-ESTADO : estado de liquidacion al spool, dirigido  *
      * al contacto de la sucesion.                               *
      *----------------------------------------------------------*
       EMITIR-ESTADO.
           MOVE "LIQSUCESION"  TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-liquidacion

           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "ESTADO DE LIQUIDACION FINAL DE CUENTA - FECHA "
                                         DELIMITED BY SIZE
                  WS-FECHA-SYS           DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "SENORES SUCESION, ATENCION: " DELIMITED BY SIZE
                  WS-SUCESION-NOMBRE             DELIMITED BY "  "
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "                            " DELIMITED BY SIZE
                  WS-SUCESION-DIR                DELIMITED BY "  "
                  ", "                           DELIMITED BY SIZE
                  WS-SUCESION-CIUDAD             DELIMITED BY "  "
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CAUSANTE: RUT " DELIMITED BY SIZE
                  fall-rut         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-CAUSANTE-DV   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-CAUSANTE-NOMBRE DELIMITED BY "  "
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "FECHA DEFUNCION: "   DELIMITED BY SIZE
                  fall-fec-defuncion    DELIMITED BY SIZE
                  "  AVISO DEL "        DELIMITED BY SIZE
                  fall-fec-aviso        DELIMITED BY SIZE
                  " POR "               DELIMITED BY SIZE
                  fall-avisa-nombre     DELIMITED BY "  "
                  " ("                  DELIMITED BY SIZE
                  fall-avisa-parentesco DELIMITED BY "  "
                  ")"                   DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "FACTURAS PENDIENTES (*) = EMITIDA DESPUES DE LA DEFUN
      -         "CION" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "  PERIODO  EMISION   VENCE        MONTO FACTURA
      -         "   SALDO FACTURA" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM LISTAR-FACTURAS THRU LISTAR-FACTURAS-FIN
           MOVE WS-TOTAL-FACTURAS TO WS-MONTO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "  TOTAL PENDIENTE EN FACTURAS: " DELIMITED BY SIZE
                  WS-MONTO-EDIT                     DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "MOVIMIENTOS DESDE LA DEFUNCION" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM LISTAR-MOVIMIENTOS THRU LISTAR-MOVIMIENTOS-FIN
           IF WS-CONT-MOVS = 0 THEN
              MOVE "  (SIN MOVIMIENTOS)" TO REP-LINEA
              WRITE REP-LINEA
           END-IF

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE fall-intereses-rev TO WS-MONTO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "INTERESES DE MORA REVERTIDOS POR LA DEFUNCION: "
                                         DELIMITED BY SIZE
                  WS-MONTO-EDIT          DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "SALDO DE LA CUENTA (POSITIVO = DEUDA).......: "
                                         DELIMITED BY SIZE
                  WS-SALDO-EDIT          DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE WS-SALDO-FAVOR TO WS-MONTO-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "SALDO A FAVOR DISPONIBLE....................: "
                                         DELIMITED BY SIZE
                  WS-MONTO-EDIT          DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "RESOLUCION: "  DELIMITED BY SIZE
                  WS-RESULTADO    DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           CLOSE reporte-liquidacion
           .

       LISTAR-FACTURAS.
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              GO TO LISTAR-FACTURAS-FIN
           END-IF
           MOVE "N"      TO fin-de-archivo
           MOVE fall-rut TO factura-rut
           MOVE 0        TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF factura-rut NOT = fall-rut THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF factura-pendiente THEN
                             PERFORM LINEA-FACTURA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-facturas.
       LISTAR-FACTURAS-FIN.
           EXIT.

       LINEA-FACTURA.
           COMPUTE WS-PEND-FACTURA = factura-monto - factura-pagado
           MOVE SPACES TO REP-LINEA
           MOVE factura-periodo     TO REP-LINEA(3:6)
           MOVE factura-fec-emision TO REP-LINEA(11:8)
           MOVE factura-fec-venc    TO REP-LINEA(21:8)
           MOVE factura-monto       TO WS-MONTO-EDIT
           MOVE WS-MONTO-EDIT       TO REP-LINEA(31:15)
           MOVE WS-PEND-FACTURA     TO WS-MONTO-EDIT
           MOVE WS-MONTO-EDIT       TO REP-LINEA(48:15)
           IF factura-fec-emision > fall-fec-defuncion THEN
              MOVE "(*)" TO REP-LINEA(65:3)
           END-IF
           WRITE REP-LINEA
           .

       LISTAR-MOVIMIENTOS.
           MOVE 0 TO WS-CONT-MOVS
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              GO TO LISTAR-MOVIMIENTOS-FIN
           END-IF
           MOVE "N"      TO fin-de-archivo
           MOVE fall-rut TO mov-rut
           MOVE 0        TO mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF mov-rut NOT = fall-rut THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          IF mov-fecha NOT < fall-fec-defuncion THEN
                             PERFORM LINEA-MOVIMIENTO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-movimientos.
       LISTAR-MOVIMIENTOS-FIN.
           EXIT.

       LINEA-MOVIMIENTO.
           ADD 1 TO WS-CONT-MOVS
           MOVE SPACES TO REP-LINEA
           MOVE mov-fecha     TO REP-LINEA(3:8)
           IF mov-cargo THEN
              MOVE "CARGO" TO REP-LINEA(13:5)
           ELSE
              MOVE "ABONO" TO REP-LINEA(13:5)
           END-IF
           MOVE mov-monto     TO WS-MONTO-EDIT
           MOVE WS-MONTO-EDIT TO REP-LINEA(20:15)
           MOVE mov-glosa     TO REP-LINEA(37:40)
           WRITE REP-LINEA
           .

       END PROGRAM LiquidarSucesion.
