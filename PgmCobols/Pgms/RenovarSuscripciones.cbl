      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Renovacion y vencimiento de suscripciones. Paso
      *          diario de la cadena nocturna (EjecutarCadena) sobre
      *          suscripciones.dat, con la fecha de negocio:
      *          - Las que vencen (susc-fec-fin) en los proximos N
      *            dias corridos y aun no tienen aviso reciben un
      *            aviso encolado con EncolarNotificacion, que es
      *            quien respeta los consentimientos: plantilla
      *            RENOVACION si se renuevan solas, VENCIMIENTO si
      *            no. El canal se elige como en RecordatorioCitas.
      *          - Las que llegan a su fin: con renovacion automatica
      *            (y cliente no dado de baja) el fin se extiende por
      *            el plazo contratado (0 = 12 meses); si no, se
      *            cierran con el motivo de baja informado o, en su
      *            defecto, el del parametro, y se liquidan las
      *            garantias del servicio (LiquidarGarantia).
      *          Parametro renovacion_param.dat: "DIAS;MOTIVO" (por
      *          defecto 30 dias y motivo FCON). Reporte para
      *          comercial por spool (RENOVACIONES) con cada
      *          suscripcion por vencer, renovada o cerrada y su
      *          resultado, ordenado por fecha de fin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RenovarSuscripciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-suscripciones
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susc-llave
               FILE STATUS IS FS-SUSCRIP.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT param-renovacion ASSIGN TO
           "C:\PgmCobols\Data\renovacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\renovacion_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-suscripciones.
           copy "C:\PgmCobols\FD\FDSuscripcion.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  param-renovacion.
       01  param-linea           PIC X(40).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-FEC-FIN       PIC 9(08).
           05  SRT-RUT           PIC 9(10).
           05  SRT-SERVICIO      PIC X(06).
           05  SRT-APEPAT        PIC X(20).
           05  SRT-RENOV-AUTO    PIC X.
           05  SRT-RESULTADO     PIC X(12).
           05  SRT-DETALLE       PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-SUSCRIP            PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-USUARIOS-OK        PIC X VALUE "N".
       01  WS-CLIENTE-OK         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-FECHA-LIMITE       PIC 9(08).
       01  WS-CANAL-ELEGIDO      PIC X.

       01  WS-DIAS-AVISO         PIC 9(03) VALUE 30.
       01  WS-MOTIVO-DEFECTO     PIC X(04) VALUE "FCON".
       01  WS-PARAM-DIAS         PIC X(03).
       01  WS-PARAM-MOTIVO       PIC X(04).

      *    SUMA DE MESES AL FIN: EL DIA SE AJUSTA AL ULTIMO DEL MES
      *    CUANDO EL MES DE DESTINO ES MAS CORTO.
       01  WS-PLAZO              PIC 9(03).
       01  WS-FEC-CALC           PIC 9(08).
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC.
           05  WS-CALC-ANO       PIC 9(04).
           05  WS-CALC-MES       PIC 9(02).
           05  WS-CALC-DIA       PIC 9(02).
       01  WS-MESES-TOT          PIC 9(06).
       01  WS-DIAS-MES-MAX       PIC 9(02).
       01  WS-RESTO-4            PIC 9(04).
       01  WS-RESTO-100          PIC 9(04).
       01  WS-RESTO-400          PIC 9(04).
       01  WS-COCIENTE           PIC 9(06).
       01  WS-TAB-DIAS-MES       PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-TAB-DIAS-R REDEFINES WS-TAB-DIAS-MES.
           05  WS-DIAS-DEL-MES   PIC 9(02) OCCURS 12 TIMES.

       01  WS-CONT-AVISADAS      PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CANAL     PIC 9(06) VALUE 0.
       01  WS-CONT-POR-VENCER    PIC 9(06) VALUE 0.
       01  WS-CONT-RENOVADAS     PIC 9(06) VALUE 0.
       01  WS-CONT-CERRADAS      PIC 9(06) VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-CANT-EDIT          PIC ZZZZZ9.
       01  WS-CANT2-EDIT         PIC ZZZZZ9.
       01  WS-CANT3-EDIT         PIC ZZZZZ9.
       01  WS-DIAS-EDIT          PIC ZZ9.

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

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
           05 SUM-RES-TIPO    PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       01 PAR-ENTRADA-NOTIF.
           05  lk-nt-rut        PIC 9(10).
           05  lk-nt-canal      PIC X.
           05  lk-nt-plantilla  PIC X(20).
       01 PAR-SALIDA-NOTIF.
           05  OUT-CODRET-NOTIF PIC 9(04).
           05  OUT-DESRET-NOTIF PIC X(50).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS

           MOVE WS-FECHA-SYS  TO FECHA-YYYYMMDD
           MOVE WS-DIAS-AVISO TO SUM-RES-DIAS
           MOVE "+"           TO SUM-RES-SIGNO
           MOVE "C"           TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA NOT = "S" THEN
              DISPLAY "NO SE PUDO CALCULAR LA FECHA LIMITE DE AVISO; "
                      "REVISE EL CALENDARIO (GenCalendario)."
              GOBACK
           END-IF
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-LIMITE

           OPEN I-O datos-suscripciones
           IF FS-SUSCRIP NOT = "00" THEN
              DISPLAY "NO HAY SUSCRIPCIONES REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-USUARIOS-OK
           END-IF

           MOVE "RENOVACIONES"  TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "RENOVACIONES Y VENCIMIENTOS AL "
                                 DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
                  " HASTA "      DELIMITED BY SIZE
                  WS-FECHA-LIMITE DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "FEC.FIN         RUT SERV.  CLIENTE             "
                                 DELIMITED BY SIZE
                  "  AUTO RESULTADO    DETALLE"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-FEC-FIN
                                           SRT-RUT
                                           SRT-SERVICIO
               INPUT PROCEDURE IS SORT-PROCESAR-SUSCRIPCIONES
               OUTPUT PROCEDURE IS SORT-LISTAR-RENOVACIONES

           MOVE "T" TO lk-rw-operacion
           MOVE WS-CONT-AVISADAS   TO WS-CANT-EDIT
           MOVE WS-CONT-SIN-CANAL  TO WS-CANT2-EDIT
           MOVE WS-CONT-POR-VENCER TO WS-CANT3-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "AVISADAS HOY "    DELIMITED BY SIZE
                  WS-CANT-EDIT       DELIMITED BY SIZE
                  " SIN CANAL "      DELIMITED BY SIZE
                  WS-CANT2-EDIT      DELIMITED BY SIZE
                  " YA AVISADAS "    DELIMITED BY SIZE
                  WS-CANT3-EDIT      DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-CONT-RENOVADAS TO WS-CANT-EDIT
           MOVE WS-CONT-CERRADAS  TO WS-CANT2-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "RENOVADAS "       DELIMITED BY SIZE
                  WS-CANT-EDIT       DELIMITED BY SIZE
                  " CERRADAS "       DELIMITED BY SIZE
                  WS-CANT2-EDIT      DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-suscripciones
           IF WS-USUARIOS-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "RENOVACION DE SUSCRIPCIONES AL " WS-FECHA-SYS
           DISPLAY "AVISOS ENCOLADOS...: " WS-CONT-AVISADAS
           DISPLAY "AVISOS SIN CANAL...: " WS-CONT-SIN-CANAL
           DISPLAY "RENOVADAS..........: " WS-CONT-RENOVADAS
           DISPLAY "CERRADAS...........: " WS-CONT-CERRADAS
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : "DIAS;MOTIVO" de renovacion_param.dat;  *
      * sin archivo o con datos invalidos quedan 30 dias y FCON.  *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           OPEN INPUT param-renovacion
           IF FS-PARAM = "00" THEN
              READ param-renovacion INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE SPACES TO WS-PARAM-DIAS WS-PARAM-MOTIVO
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-PARAM-DIAS, WS-PARAM-MOTIVO
                      END-UNSTRING
                      IF WS-PARAM-DIAS IS NUMERIC AND
                         WS-PARAM-DIAS NOT = "000" THEN
                         MOVE WS-PARAM-DIAS TO WS-DIAS-AVISO
                      END-IF
                      IF WS-PARAM-MOTIVO NOT = SPACES THEN
                         MOVE WS-PARAM-MOTIVO TO WS-MOTIVO-DEFECTO
                      END-IF
              END-READ
              CLOSE param-renovacion
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-PROCESAR-SUSCRIPCIONES : recorre suscripciones.dat,  *
      * aplica el aviso, la renovacion o el cierre y deja en el   *
      * sort una linea por cada suscripcion que aparece en el     *
      * reporte. Las abiertas (fin 0) y las ya cerradas no        *
      * participan.                                               *
      *----------------------------------------------------------*
       SORT-PROCESAR-SUSCRIPCIONES.
           MOVE 0      TO susc-rut
           MOVE SPACES TO susc-servicio
           START datos-suscripciones KEY IS NOT < susc-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-suscripciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       PERFORM PROCESAR-UNA-SUSCRIPCION THRU
                               PROCESAR-UNA-SUSCRIPCION-FIN
               END-READ
           END-PERFORM
           .

       PROCESAR-UNA-SUSCRIPCION.
      *       REGISTROS ANTERIORES A LA RENOVACION TRAEN ESPACIOS.
           IF susc-fec-aviso NOT NUMERIC OR
              susc-renovaciones NOT NUMERIC OR
              susc-fec-cierre NOT NUMERIC THEN
              MOVE SPACE TO susc-estado-fin
              MOVE 0     TO susc-fec-aviso susc-renovaciones
                            susc-fec-cierre
           END-IF
           IF susc-plazo-meses NOT NUMERIC THEN
              MOVE 0 TO susc-plazo-meses
           END-IF
           IF susc-fec-fin = 0 OR susc-cerrada THEN
              GO TO PROCESAR-UNA-SUSCRIPCION-FIN
           END-IF
           IF susc-fec-fin > WS-FECHA-LIMITE THEN
              GO TO PROCESAR-UNA-SUSCRIPCION-FIN
           END-IF

           PERFORM LEER-CLIENTE
           MOVE SPACES TO SRT-REGISTRO
           MOVE susc-rut       TO SRT-RUT
           MOVE susc-servicio  TO SRT-SERVICIO
           MOVE susc-renov-auto TO SRT-RENOV-AUTO
           IF WS-CLIENTE-OK = "S" THEN
              MOVE usuario-apepat TO SRT-APEPAT
              IF usuario-juridica THEN
                 MOVE usuario-razon-social TO SRT-APEPAT
              END-IF
           ELSE
              MOVE "(NO REGISTRADO)" TO SRT-APEPAT
           END-IF

           IF susc-fec-fin > WS-FECHA-SYS THEN
              PERFORM AVISAR-VENCIMIENTO THRU AVISAR-VENCIMIENTO-FIN
           ELSE
              IF susc-renovable AND WS-CLIENTE-OK = "S" AND
                 NOT usuario-baja AND NOT usuario-fallecido THEN
                 PERFORM RENOVAR-SUSCRIPCION
              ELSE
                 PERFORM CERRAR-SUSCRIPCION
              END-IF
           END-IF
           RELEASE SRT-REGISTRO.
       PROCESAR-UNA-SUSCRIPCION-FIN.
           EXIT.

       LEER-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK
           IF WS-USUARIOS-OK = "S" THEN
              MOVE susc-rut TO usuario-rut
              READ datos-usuarios
                  NOT INVALID KEY
                      MOVE "S" TO WS-CLIENTE-OK
              END-READ
           END-IF
           .

      *----------------------------------------------------------*
      * AVISAR-VENCIMIENTO : dentro de la ventana de aviso y sin  *
      * aviso previo para este fin; el canal se elige con lo que  *
      * el cliente tiene informado y consentido (email manda     *
      * sobre telefono). Sin canal tambien queda marcado, para no *
      * reintentar cada dia.                                      *
      *----------------------------------------------------------*
       AVISAR-VENCIMIENTO.
           MOVE susc-fec-fin TO SRT-FEC-FIN
           IF susc-renovable THEN
              MOVE "RENUEVA AUTOMATICAMENTE" TO SRT-DETALLE
           ELSE
              MOVE "VENCE SIN RENOVACION"    TO SRT-DETALLE
           END-IF
           IF susc-fec-aviso NOT = 0 THEN
              MOVE "POR VENCER" TO SRT-RESULTADO
              ADD 1 TO WS-CONT-POR-VENCER
              GO TO AVISAR-VENCIMIENTO-FIN
           END-IF

           MOVE SPACE TO WS-CANAL-ELEGIDO
           IF WS-CLIENTE-OK = "S" THEN
              IF usuario-email NOT = SPACES AND
                 usuario-consent-email = "S" THEN
                 MOVE "E" TO WS-CANAL-ELEGIDO
              ELSE
                 IF usuario-telefono1 NOT = SPACES AND
                    usuario-consent-telefono = "S" THEN
                    MOVE "T" TO WS-CANAL-ELEGIDO
                 END-IF
              END-IF
           END-IF
           MOVE "SIN CANAL" TO SRT-RESULTADO
           IF WS-CANAL-ELEGIDO NOT = SPACE THEN
              MOVE susc-rut          TO lk-nt-rut
              MOVE WS-CANAL-ELEGIDO  TO lk-nt-canal
              IF susc-renovable THEN
                 MOVE "RENOVACION"   TO lk-nt-plantilla
              ELSE
                 MOVE "VENCIMIENTO"  TO lk-nt-plantilla
              END-IF
              CALL "EncolarNotificacion" USING PAR-ENTRADA-NOTIF
                                               PAR-SALIDA-NOTIF
              IF OUT-CODRET-NOTIF = 0 THEN
                 MOVE "AVISADA" TO SRT-RESULTADO
              END-IF
           END-IF
           IF SRT-RESULTADO = "AVISADA" THEN
              ADD 1 TO WS-CONT-AVISADAS
           ELSE
              ADD 1 TO WS-CONT-SIN-CANAL
           END-IF

           MOVE WS-FECHA-SYS TO susc-fec-aviso
           MOVE WS-FECHA-SYS TO susc-fecmod
           MOVE "BATCH"      TO susc-usuario-mod
           REWRITE susc-registro END-REWRITE.
       AVISAR-VENCIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RENOVAR-SUSCRIPCION : el fin avanza por el plazo hasta    *
      * quedar en el futuro (si la cadena no corrio algun dia) y  *
      * el aviso queda pendiente para el nuevo fin.               *
      *----------------------------------------------------------*
       RENOVAR-SUSCRIPCION.
           MOVE susc-plazo-meses TO WS-PLAZO
           IF WS-PLAZO = 0 THEN
              MOVE 12 TO WS-PLAZO
           END-IF
           MOVE susc-fec-fin TO WS-FEC-CALC
           PERFORM SUMAR-PLAZO UNTIL WS-FEC-CALC > WS-FECHA-SYS
           MOVE WS-FEC-CALC  TO susc-fec-fin
           MOVE 0            TO susc-fec-aviso
           ADD 1             TO susc-renovaciones
           MOVE WS-FECHA-SYS TO susc-fecmod
           MOVE "BATCH"      TO susc-usuario-mod
           REWRITE susc-registro END-REWRITE

           MOVE susc-fec-fin TO SRT-FEC-FIN
           MOVE "RENOVADA"   TO SRT-RESULTADO
           MOVE WS-PLAZO     TO WS-DIAS-EDIT
           STRING "POR "        DELIMITED BY SIZE
                  WS-DIAS-EDIT  DELIMITED BY SIZE
                  " MESES"      DELIMITED BY SIZE
                     INTO SRT-DETALLE
           END-STRING
           ADD 1 TO WS-CONT-RENOVADAS
           .

       SUMAR-PLAZO.
           COMPUTE WS-MESES-TOT = WS-CALC-ANO * 12 + WS-CALC-MES - 1
                                + WS-PLAZO
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-COCIENTE
                  REMAINDER WS-CALC-MES
           MOVE WS-COCIENTE TO WS-CALC-ANO
           ADD 1 TO WS-CALC-MES
           MOVE WS-DIAS-DEL-MES(WS-CALC-MES) TO WS-DIAS-MES-MAX
           IF WS-CALC-MES = 2 THEN
              DIVIDE WS-CALC-ANO BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-4
              DIVIDE WS-CALC-ANO BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-100
              DIVIDE WS-CALC-ANO BY 400 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 = 0 AND
                 (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0) THEN
                 MOVE 29 TO WS-DIAS-MES-MAX
              END-IF
           END-IF
           IF WS-CALC-DIA > WS-DIAS-MES-MAX THEN
              MOVE WS-DIAS-MES-MAX TO WS-CALC-DIA
           END-IF
           .

      *----------------------------------------------------------*
      * CERRAR-SUSCRIPCION : sin renovacion (o cliente de baja)   *
      * la suscripcion queda cerrada con su motivo de fuga y las  *
      * garantias del servicio se liquidan (las ya liquidadas al  *
      * informar el fin no se tocan de nuevo).                    *
      *----------------------------------------------------------*
       CERRAR-SUSCRIPCION.
           IF susc-motivo-baja = SPACES THEN
              MOVE WS-MOTIVO-DEFECTO TO susc-motivo-baja
           END-IF
           MOVE "C"          TO susc-estado-fin
           MOVE WS-FECHA-SYS TO susc-fec-cierre
           MOVE WS-FECHA-SYS TO susc-fecmod
           MOVE "BATCH"      TO susc-usuario-mod
           REWRITE susc-registro END-REWRITE

           MOVE susc-fec-fin TO SRT-FEC-FIN
           MOVE "CERRADA"    TO SRT-RESULTADO
           STRING "MOTIVO "         DELIMITED BY SIZE
                  susc-motivo-baja  DELIMITED BY SIZE
                     INTO SRT-DETALLE
           END-STRING
           ADD 1 TO WS-CONT-CERRADAS

           IF WS-CLIENTE-OK = "S" THEN
              MOVE "L"              TO lk-ga-operacion
              MOVE susc-rut         TO lk-ga-rut
              MOVE usuario-dv       TO lk-ga-dv
              MOVE susc-servicio    TO lk-ga-servicio
              MOVE "FINS"           TO lk-ga-motivo
              MOVE "BATCH"          TO lk-ga-operador
              CALL "LiquidarGarantia" USING PAR-ENTRADA-GARANTIA
                                            PAR-SALIDA-GARANTIA
              IF OUT-CODRET-GA NOT = 0 THEN
                 DISPLAY "GARANTIA NO LIQUIDADA RUT " susc-rut
                         " SERVICIO " susc-servicio ": "
                         OUT-DESRET-GA
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-RENOVACIONES : una linea por suscripcion,     *
      * por fecha de fin.                                         *
      *----------------------------------------------------------*
       SORT-LISTAR-RENOVACIONES.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UNA-RENOVACION
               END-RETURN
           END-PERFORM
           .

       LISTAR-UNA-RENOVACION.
           MOVE SRT-RUT TO WS-RUT-EDIT
           MOVE SPACES  TO lk-rw-linea
           STRING SRT-FEC-FIN     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-RUT-EDIT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-SERVICIO    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-APEPAT      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SRT-RENOV-AUTO  DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  SRT-RESULTADO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SRT-DETALLE     DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM RenovarSuscripciones.
