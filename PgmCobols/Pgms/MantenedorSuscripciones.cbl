      *          con cantidad y vigencia. GenFacturas arma la factura
      *          mensual desde las suscripciones vigentes, con una
      *          linea de detalle por servicio en factura_det.dat.
      *          La frecuencia (M/T/S/A) dice cada cuantos meses se
      *          factura por adelantado y el proximo periodo, desde
      *          cuando; 0 en el proximo periodo conserva el que ya
      *          tenia (o factura en el primer periodo vigente).
      *          Al informar el fin de una suscripcion se liquidan
      *          las garantias en dinero que respaldan ese servicio
      *          (LiquidarGarantia): pagan las facturas pendientes y
      *          el remanente va a devolucion.
      *          Renovacion automatica (S/N) y plazo en meses: con
      *          S, al llegar el fin RenovarSuscripciones la extiende
      *          por el plazo y las garantias no se liquidan aqui; con
      *          N la cierra ese dia con el motivo de baja informado
      *          (maestro motivos.dat). Grabar de nuevo una
      *          suscripcion cerrada la reabre como contrato nuevo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-suscripciones.
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       WORKING-STORAGE SECTION.
       01  FS-SUSCRIP          PIC XX.
       01  FS-SERVICIOS        PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  FS-MOTIVOS          PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ES-NUEVA         PIC X.
       01  WS-PROX-MES         PIC 9(02).
       01  WS-FEC-FIN-ANT      PIC 9(08).
       01  WS-RENOV-ANT        PIC X.
       01  WS-DEVUELTO-EDIT    PIC Z(10)9.99.

       01 PAR-ENTRADA-GARANTIA.
           05  lk-ga-operacion  PIC X.
           05  lk-ga-rut        PIC 9(10).
           05  lk-ga-dv         PIC X.
           05  lk-ga-servicio   PIC X(06).
           05  lk-ga-motivo     PIC X(04).
           05  lk-ga-operador   PIC X(10).
       01 PAR-SALIDA-GARANTIA.
           05  OUT-CODRET-GA    PIC 9(04).
           05  OUT-DESRET-GA    PIC X(50).
           05  OUT-APLICADO-GA  PIC 9(11)V99.
           05  OUT-DEVUELTO-GA  PIC 9(11)V99.

       01 VARIABLES-PANTALLA.
           05 RUT          PIC 9(10).
           05 CANTIDAD-SUS PIC 9(03).
           05 FEC-INICIO   PIC 9(08).
           05 FEC-FIN      PIC 9(08).
           05 FRECUENCIA   PIC X.
           05 PROX-PERIODO PIC 9(06).
           05 RENOV-AUTO   PIC X.
           05 PLAZO-MESES  PIC 9(03).
           05 MOTIVO-BAJA  PIC X(04).
           05 SALIR        PIC X.

       LINKAGE SECTION.
         03  LINE 7 COL 24 PIC 9(08) USING FEC-INICIO.
         03  LINE 8 COL 5   VALUE "FIN (AAAAMMDD,0): ".
         03  LINE 8 COL 24 PIC 9(08) USING FEC-FIN.
         03  LINE 9 COL 5   VALUE "FRECUENCIA(M/T/S/A): ".
         03  LINE 9 COL 27 PIC X USING FRECUENCIA.
         03  LINE 10 COL 5  VALUE "PROX.PERIODO(AAAAMM,0): ".
         03  LINE 10 COL 30 PIC 9(06) USING PROX-PERIODO.
         03  LINE 11 COL 5  VALUE "RENOV.AUTOMATICA (S/N): ".
         03  LINE 11 COL 30 PIC X USING RENOV-AUTO.
         03  LINE 12 COL 5  VALUE "PLAZO MESES (0=12)....: ".
         03  LINE 12 COL 30 PIC 9(03) USING PLAZO-MESES.
         03  LINE 13 COL 5  VALUE "MOTIVO BAJA AL CIERRE.: ".
         03  LINE 13 COL 30 PIC X(04) USING MOTIVO-BAJA.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           OPEN INPUT datos-motivos

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT CANTIDAD-SUS FEC-INICIO FEC-FIN
                             PROX-PERIODO PLAZO-MESES
              MOVE SPACES TO SERVICIO-SUS MOTIVO-BAJA
              MOVE "M"    TO FRECUENCIA
              MOVE "N"    TO RENOV-AUTO
              DISPLAY PANTALLA-SUSCRIPCION
              ACCEPT  PANTALLA-SUSCRIPCION
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
              END-IF
           END-PERFORM
           CLOSE datos-suscripciones datos-servicios datos-usuarios
           IF FS-MOTIVOS = "00" THEN
              CLOSE datos-motivos
           END-IF
           GOBACK.

       GRABAR-SUSCRIPCION.
              GO TO GRABAR-SUSCRIPCION-FIN
           END-IF

           IF FRECUENCIA = SPACE THEN
              MOVE "M" TO FRECUENCIA
           END-IF
           IF FRECUENCIA NOT = "M" AND FRECUENCIA NOT = "T" AND
              FRECUENCIA NOT = "S" AND FRECUENCIA NOT = "A" THEN
              MOVE "FRECUENCIA: M, T, S O A" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-SUSCRIPCION-FIN
           END-IF
           IF PROX-PERIODO NOT = 0 THEN
              MOVE PROX-PERIODO(5:2) TO WS-PROX-MES
              IF WS-PROX-MES < 1 OR WS-PROX-MES > 12 THEN
                 MOVE "PROXIMO PERIODO INVALIDO (AAAAMM)"
                                      TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO GRABAR-SUSCRIPCION-FIN
              END-IF
           END-IF

           IF RENOV-AUTO = SPACE OR RENOV-AUTO = "n" THEN
              MOVE "N" TO RENOV-AUTO
           END-IF
           IF RENOV-AUTO = "s" THEN
              MOVE "S" TO RENOV-AUTO
           END-IF
           IF RENOV-AUTO NOT = "S" AND RENOV-AUTO NOT = "N" THEN
              MOVE "RENOVACION AUTOMATICA: S O N" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-SUSCRIPCION-FIN
           END-IF
      *       LA RENOVACION SE HACE AL LLEGAR EL FIN DEL PLAZO: SIN
      *       FECHA DE FIN EL CONTRATO ES ABIERTO Y NO HAY QUE RENOVAR.
           IF RENOV-AUTO = "S" AND FEC-FIN = 0 THEN
              MOVE "LA RENOVACION AUTOMATICA REQUIERE FECHA DE FIN"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-SUSCRIPCION-FIN
           END-IF
           IF MOTIVO-BAJA NOT = SPACES THEN
              IF FS-MOTIVOS NOT = "00" THEN
                 MOVE "FALTA EL MAESTRO DE MOTIVOS (motivos.dat)"
                                      TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO GRABAR-SUSCRIPCION-FIN
              END-IF
              MOVE MOTIVO-BAJA TO motivo-codigo
              READ datos-motivos
                  INVALID KEY
                      MOVE "MOTIVO DE BAJA NO EXISTE" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO GRABAR-SUSCRIPCION-FIN
              END-READ
           END-IF

           MOVE "S"          TO WS-ES-NUEVA
           MOVE 0            TO WS-FEC-FIN-ANT
           MOVE "N"          TO WS-RENOV-ANT
           MOVE RUT          TO susc-rut
           MOVE SERVICIO-SUS TO susc-servicio
           READ datos-suscripciones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N"          TO WS-ES-NUEVA
                   MOVE susc-fec-fin TO WS-FEC-FIN-ANT
                   MOVE susc-renov-auto TO WS-RENOV-ANT
           END-READ
      *       UNA SUSCRIPCION CERRADA AL VENCER SE REABRE COMO
      *       CONTRATO NUEVO: SE LIMPIA EL CIERRE Y EL ESTADO DE LA
      *       RENOVACION.
           IF WS-ES-NUEVA = "N" AND susc-cerrada THEN
              MOVE 0 TO WS-FEC-FIN-ANT
              MOVE "N" TO WS-RENOV-ANT
              MOVE SPACE TO susc-estado-fin
              MOVE 0 TO susc-fec-cierre susc-renovaciones
                        susc-fec-aviso
           END-IF
           IF WS-ES-NUEVA = "S" OR susc-prox-periodo NOT NUMERIC THEN
              MOVE 0 TO susc-prox-periodo
           END-IF
      *       EL CORTE Y LA REPOSICION LOS MANEJAN CorteServicio Y
      *       ReponerServicio; AQUI SOLO SE INICIAN EN EL ALTA.
           IF WS-ES-NUEVA = "S" THEN
              MOVE "N" TO susc-corte
              MOVE 0   TO susc-fec-corte susc-fec-reposicion
              MOVE SPACE TO susc-estado-fin
              MOVE 0   TO susc-fec-aviso susc-renovaciones
                          susc-fec-cierre
           END-IF
      *       REGISTROS ANTERIORES A LA RENOVACION TRAEN ESPACIOS.
           IF susc-fec-aviso NOT NUMERIC OR
              susc-renovaciones NOT NUMERIC OR
              susc-fec-cierre NOT NUMERIC THEN
              MOVE SPACE TO susc-estado-fin
              MOVE 0   TO susc-fec-aviso susc-renovaciones
                          susc-fec-cierre
           END-IF
      *       SI CAMBIA EL FIN, EL AVISO DE VENCIMIENTO SE VUELVE A
      *       DAR PARA LA NUEVA FECHA.
           IF FEC-FIN NOT = WS-FEC-FIN-ANT THEN
              MOVE 0 TO susc-fec-aviso
           END-IF
           IF PROX-PERIODO NOT = 0 THEN
              MOVE PROX-PERIODO TO susc-prox-periodo
           END-IF

           MOVE RUT            TO susc-rut
           MOVE SERVICIO-SUS   TO susc-servicio
           MOVE CANTIDAD-SUS   TO susc-cantidad
           MOVE FEC-INICIO     TO susc-fec-inicio
           MOVE FEC-FIN        TO susc-fec-fin
           MOVE FRECUENCIA     TO susc-frecuencia
           MOVE RENOV-AUTO     TO susc-renov-auto
           MOVE PLAZO-MESES    TO susc-plazo-meses
           MOVE MOTIVO-BAJA    TO susc-motivo-baja
           MOVE WS-FECHA-SYS   TO susc-fecmod
           MOVE LK-OPERADOR-ID TO susc-usuario-mod
           IF WS-ES-NUEVA = "S" THEN
           MOVE "SUSCRIPCION GRABADA" TO MSG-ERROR
           MOVE "I"                   TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                   TO MSG-SEVERIDAD

      *       SOLO CUANDO SE INFORMA EL FIN (ANTES ABIERTA O CON
      *       RENOVACION AUTOMATICA): LAS GARANTIAS DEL SERVICIO SE
      *       LIQUIDAN UNA SOLA VEZ. CON RENOVACION AUTOMATICA EL FIN
      *       ES SOLO EL TERMINO DEL PLAZO Y NO SE LIQUIDA.
           IF FEC-FIN NOT = 0 AND RENOV-AUTO = "N" AND
              (WS-FEC-FIN-ANT = 0 OR WS-RENOV-ANT = "S") THEN
              PERFORM LIQUIDAR-GARANTIAS
           END-IF.
       GRABAR-SUSCRIPCION-FIN.
           EXIT.

       LIQUIDAR-GARANTIAS.
           MOVE "L"            TO lk-ga-operacion
           MOVE RUT            TO lk-ga-rut
           MOVE usuario-dv     TO lk-ga-dv
           MOVE SERVICIO-SUS   TO lk-ga-servicio
           MOVE "FINS"         TO lk-ga-motivo
           MOVE LK-OPERADOR-ID TO lk-ga-operador
           CALL "LiquidarGarantia" USING PAR-ENTRADA-GARANTIA
                                         PAR-SALIDA-GARANTIA
           IF OUT-CODRET-GA NOT = 0 THEN
              MOVE OUT-DESRET-GA TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           ELSE
              IF OUT-APLICADO-GA > 0 OR OUT-DEVUELTO-GA > 0 THEN
                 MOVE OUT-DEVUELTO-GA TO WS-DEVUELTO-EDIT
                 MOVE SPACES TO MSG-ERROR
                 STRING "GARANTIA LIQUIDADA, A DEVOLVER $"
                                          DELIMITED BY SIZE
                        WS-DEVUELTO-EDIT  DELIMITED BY SIZE
                           INTO MSG-ERROR
                 END-STRING
                 MOVE "I" TO MSG-SEVERIDAD
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 MOVE "E" TO MSG-SEVERIDAD
              END-IF
           END-IF
           .

       END PROGRAM MantenedorSuscripciones.
