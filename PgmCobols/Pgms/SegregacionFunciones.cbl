      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reporte mensual de segregacion de funciones para
      *          auditoria interna (spool SEGREGACION). Busca
      *          combinaciones de acciones de un mismo operador que
      *          no deberian quedar en una sola mano, dentro de una
      *          ventana de dias configurable por regla:
      *            CONTACTO-NC   cambio de email, direccion o
      *                          telefono de un cliente
      *                          (clientes_audit.txt) y luego nota
      *                          de credito al mismo cliente
      *                          (notas_credito.dat);
      *            PAGO-REVERSA  cajero que recibe un pago y luego
      *                          lo anula (movimientos.dat, abono
      *                          "PAGO ..." y cargo "ANULA PAGO ...");
      *            ALTA-LOGIN    administrador que crea o blanquea
      *                          la clave de un operador y ese
      *                          operador ingresa dentro de la
      *                          ventana (sesiones_log.txt);
      *            APROB-CRUZADA dos operadores que se aprueban
      *                          mutuamente solicitudes
      *                          (aprobaciones.dat), burlando los
      *                          cuatro ojos de AprobarSolicitudes.
      *          Las reglas vienen de sod_reglas.dat, una por linea
      *          "REGLA;DIAS;ACTIVA(S/N)"; la que no aparece queda
      *          activa con su ventana por defecto. Se informa la
      *          accion que completa la combinacion dentro del mes;
      *          la primera puede caer hasta la ventana antes. Con el
      *          login BATCH de la cadena toma el mes anterior; desde
      *          el MENU (perfil A) pide el periodo AAAAMM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SegregacionFunciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reglas-sod ASSIGN TO
           "C:\PgmCobols\Data\sod_reglas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLAS.

           SELECT archivo-auditoria ASSIGN TO
           "C:\PgmCobols\Data\clientes_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT archivo-sesiones ASSIGN TO
           "C:\PgmCobols\Data\sesiones_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESIONES.

           SELECT datos-notas
               ASSIGN TO
           "C:\PgmCobols\Data\notas_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nc-numero
               FILE STATUS IS FS-NOTAS.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-aprobaciones
               ASSIGN TO
           "C:\PgmCobols\Data\aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS aprob-id
               FILE STATUS IS FS-APROBACIONES.

           SELECT reporte-sod
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  reglas-sod.
       01  regla-linea           PIC X(40).

       FD  archivo-auditoria.
       01  audit-linea           PIC X(200).

       FD  archivo-sesiones.
       01  sesion-linea          PIC X(80).

       FD  datos-notas.
           copy "C:\PgmCobols\FD\FDNotaCredito.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-aprobaciones.
           copy "C:\PgmCobols\FD\FDAprobacion.cpy".

       FD  reporte-sod.
       01  REP-LINEA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-REGLAS             PIC XX.
       01  FS-AUDITORIA          PIC XX.
       01  FS-SESIONES           PIC XX.
       01  FS-NOTAS              PIC XX.
       01  FS-MOVIMIENTOS        PIC XX.
       01  FS-APROBACIONES       PIC XX.
       01  FS-REPORTE            PIC XX.
       01  fin-lectura           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-RUTA-SPOOL         PIC X(80).
       01  WS-DESBORDE           PIC X VALUE "N".

      *    PERIODO INFORMADO Y DESDE DONDE SE CARGAN LAS PRIMERAS
      *    ACCIONES (INICIO DEL MES MENOS LA MAYOR VENTANA).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PER-ANO            PIC 9(04).
       01  WS-PER-MES            PIC 9(02).
       01  WS-PERIODO-ENTRADA    PIC X(06).
       01  WS-FECHA-INI          PIC 9(08).
       01  WS-FECHA-FIN          PIC 9(08).
       01  WS-FECHA-CARGA        PIC 9(08).
       01  WS-MAYOR-VENTANA      PIC 9(03).

      *    REGLAS: 1 CONTACTO-NC, 2 PAGO-REVERSA, 3 ALTA-LOGIN,
      *    4 APROB-CRUZADA. VENTANA EN DIAS (0 = MISMO DIA).
       01  WS-TAB-REGLAS.
           05  FILLER PIC X(17) VALUE "CONTACTO-NC  030S".
           05  FILLER PIC X(17) VALUE "PAGO-REVERSA 007S".
           05  FILLER PIC X(17) VALUE "ALTA-LOGIN   001S".
           05  FILLER PIC X(17) VALUE "APROB-CRUZADA030S".
       01  WS-TAB-REGLAS-R REDEFINES WS-TAB-REGLAS.
           05  WS-RG-ITEM OCCURS 4 TIMES.
               10  WS-RG-CODIGO     PIC X(13).
               10  WS-RG-DIAS       PIC 9(03).
               10  WS-RG-ACTIVA     PIC X.
       01  WS-TAB-CANT-REGLAS.
           05  WS-RG-CANT        PIC 9(05) OCCURS 4 TIMES.
       01  WS-RG-IDX             PIC 9(02).
       01  WS-RG-ACT             PIC 9(02).
       01  WS-LR-CODIGO          PIC X(13).
       01  WS-LR-DIAS            PIC X(03).
       01  WS-LR-ACTIVA          PIC X.

      *    CAMPOS DE UNA LINEA DE clientes_audit.txt.
       01  WS-AU-FECHA           PIC X(08).
       01  WS-AU-HORA            PIC X(06).
       01  WS-AU-RUTDV           PIC X(12).
       01  WS-AU-CAMPO           PIC X(15).
       01  WS-AU-ANT             PIC X(50).
       01  WS-AU-NUE             PIC X(50).
       01  WS-AU-USUARIO         PIC X(20).

      *    CAMBIOS DE DATOS DE CONTACTO (REGLA 1).
       01  WS-TAB-CONTACTOS.
           05  WS-TC-ITEM OCCURS 3000 TIMES.
               10  WS-TC-OPERADOR   PIC X(10).
               10  WS-TC-RUT        PIC 9(10).
               10  WS-TC-FECHA      PIC 9(08).
               10  WS-TC-CAMPO      PIC X(10).
       01  WS-TC-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TC-IDX             PIC 9(04).
       01  WS-TC-ACT             PIC 9(04).

      *    ALTAS Y BLANQUEOS DE CLAVE DE OPERADORES (REGLA 3).
       01  WS-TAB-ALTAS.
           05  WS-TA-ITEM OCCURS 300 TIMES.
               10  WS-TA-ADMIN      PIC X(10).
               10  WS-TA-OPERADOR   PIC X(10).
               10  WS-TA-FECHA      PIC 9(08).
               10  WS-TA-HORA       PIC 9(06).
               10  WS-TA-ACCION     PIC X(09).
               10  WS-TA-USADA      PIC X.
       01  WS-TA-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TA-IDX             PIC 9(04).
       01  WS-TA-ACT             PIC 9(04).

      *    PAGOS RECIBIDOS DEL RUT EN CURSO (REGLA 2).
       01  WS-TAB-PAGOS.
           05  WS-TP-ITEM OCCURS 500 TIMES.
               10  WS-TP-OPERADOR   PIC X(10).
               10  WS-TP-FECHA      PIC 9(08).
       01  WS-TP-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TP-IDX             PIC 9(04).
       01  WS-TP-ACT             PIC 9(04).
       01  WS-RUT-EN-CURSO       PIC 9(10) VALUE 0.
       01  WS-ULT-REVERSA        PIC X(28) VALUE SPACES.
       01  WS-REVERSA-ACT        PIC X(28).

      *    SOLICITUDES RESUELTAS (REGLA 4).
       01  WS-TAB-APROB.
           05  WS-TQ-ITEM OCCURS 3000 TIMES.
               10  WS-TQ-ID          PIC 9(06).
               10  WS-TQ-TIPO        PIC X.
               10  WS-TQ-SOLICITANTE PIC X(10).
               10  WS-TQ-APROBADOR   PIC X(10).
               10  WS-TQ-FECHA       PIC 9(08).
       01  WS-TQ-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TQ-IDX             PIC 9(04).
       01  WS-TQ-IDX2            PIC 9(04).
       01  WS-TQ-ACT             PIC 9(04).

      *    CAMPOS DE UNA LINEA DE sesiones_log.txt.
       01  WS-SE-FECHA           PIC X(08).
       01  WS-SE-HORA            PIC X(06).
       01  WS-SE-OPERADOR        PIC X(10).
       01  WS-SE-EVENTO          PIC X(10).
       01  WS-SE-FECHA-9         PIC 9(08).
       01  WS-SE-HORA-9          PIC 9(06).

      *    VENTANA: WS-VT-FECHA1 (PRIMERA ACCION) A WS-VT-FECHA2
      *    (ACCION QUE COMPLETA) NO MAS DE WS-VT-DIAS DIAS.
       01  WS-VT-FECHA1          PIC 9(08).
       01  WS-VT-FECHA2          PIC 9(08).
       01  WS-VT-DIAS            PIC 9(03).
       01  WS-EN-VENTANA         PIC X.

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).
       01 OUT-DIFFDIASFECHA.
           05 DIFF-DIAS       PIC 9(07).
           05 DIFF-ANOS       PIC 9(04).
           05 DIFF-MESES      PIC 9(02).
           05 DIFF-DIAS-RESTO PIC 9(02).

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

      *    HALLAZGOS POR OPERADOR Y REGLA PARA EL RESUMEN FINAL.
       01  WS-TAB-OPERADORES.
           05  WS-TO-ITEM OCCURS 300 TIMES.
               10  WS-TO-OPERADOR   PIC X(10).
               10  WS-TO-CANT       PIC 9(05) OCCURS 4 TIMES.
       01  WS-TO-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-TO-IDX             PIC 9(04).
       01  WS-TO-ACT             PIC 9(04).

      *    HALLAZGO EN CURSO.
       01  WS-HZ-FECHA           PIC 9(08).
       01  WS-HZ-OPERADOR        PIC X(10).
       01  WS-HZ-RUT             PIC 9(10).
       01  WS-HZ-DETALLE         PIC X(90).
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-CANT-EDIT          PIC ZZZZ9.
       01  WS-TOT-HALLAZGOS      PIC 9(05) VALUE 0.

       01  WS-LINEA-HZ.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LH-FECHA       PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LH-OPERADOR    PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LH-RUT         PIC Z(09)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LH-DETALLE     PIC X(90).

       01  WS-LINEA-RES.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-LS-OPERADOR    PIC X(10).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-LS-C1          PIC ZZZZ9.
           05  FILLER            PIC X(09) VALUE SPACES.
           05  WS-LS-C2          PIC ZZZZ9.
           05  FILLER            PIC X(09) VALUE SPACES.
           05  WS-LS-C3          PIC ZZZZ9.
           05  FILLER            PIC X(09) VALUE SPACES.
           05  WS-LS-C4          PIC ZZZZ9.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO WS-DESBORDE
           MOVE 0   TO WS-TC-CANT-ITEMS WS-TA-CANT-ITEMS
                       WS-TQ-CANT-ITEMS WS-TO-CANT-ITEMS
                       WS-TOT-HALLAZGOS
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > 4
              MOVE 0 TO WS-RG-CANT(WS-RG-IDX)
           END-PERFORM
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           IF LK-OPERADOR-ID NOT = "BATCH" AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A emite el reporte de segregacion."
              GOBACK
           END-IF

           PERFORM LEER-REGLAS THRU LEER-REGLAS-FIN
           PERFORM CALCULAR-PERIODO

           MOVE "SEGREGACION"  TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-sod
           PERFORM ENCABEZADO-REPORTE

           IF WS-RG-ACTIVA(1) = "S" OR WS-RG-ACTIVA(3) = "S" THEN
              PERFORM CARGAR-AUDITORIA THRU CARGAR-AUDITORIA-FIN
           END-IF

           MOVE 1 TO WS-RG-ACT
           PERFORM TITULO-REGLA
           IF WS-RG-ACTIVA(1) = "S" THEN
              PERFORM REGLA-CONTACTO-NC THRU REGLA-CONTACTO-NC-FIN
           END-IF
           PERFORM CIERRE-REGLA

           MOVE 2 TO WS-RG-ACT
           PERFORM TITULO-REGLA
           IF WS-RG-ACTIVA(2) = "S" THEN
              PERFORM REGLA-PAGO-REVERSA THRU REGLA-PAGO-REVERSA-FIN
           END-IF
           PERFORM CIERRE-REGLA

           MOVE 3 TO WS-RG-ACT
           PERFORM TITULO-REGLA
           IF WS-RG-ACTIVA(3) = "S" THEN
              PERFORM REGLA-ALTA-LOGIN THRU REGLA-ALTA-LOGIN-FIN
           END-IF
           PERFORM CIERRE-REGLA

           MOVE 4 TO WS-RG-ACT
           PERFORM TITULO-REGLA
           IF WS-RG-ACTIVA(4) = "S" THEN
              PERFORM REGLA-APROB-CRUZADA THRU
                      REGLA-APROB-CRUZADA-FIN
           END-IF
           PERFORM CIERRE-REGLA

           PERFORM RESUMEN-OPERADORES
           CLOSE reporte-sod

           DISPLAY "-------------------------------------------"
           DISPLAY "SEGREGACION DE FUNCIONES PERIODO " WS-PERIODO
           DISPLAY "HALLAZGOS: " WS-TOT-HALLAZGOS
           DISPLAY "REPORTE..: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-REGLAS : cada linea de sod_reglas.dat reemplaza la   *
      * ventana y el estado de la regla del mismo codigo.         *
      *----------------------------------------------------------*
       LEER-REGLAS.
           MOVE "N" TO fin-lectura
           OPEN INPUT reglas-sod
           IF FS-REGLAS NOT = "00" THEN
              GO TO LEER-REGLAS-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S"
               READ reglas-sod
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM TOMAR-REGLA
               END-READ
           END-PERFORM
           CLOSE reglas-sod.
       LEER-REGLAS-FIN.
           EXIT.

       TOMAR-REGLA.
           MOVE SPACES TO WS-LR-CODIGO WS-LR-DIAS WS-LR-ACTIVA
           UNSTRING regla-linea DELIMITED BY ";"
               INTO WS-LR-CODIGO, WS-LR-DIAS, WS-LR-ACTIVA
           END-UNSTRING
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > 4
              IF WS-RG-CODIGO(WS-RG-IDX) = WS-LR-CODIGO THEN
                 IF WS-LR-DIAS IS NUMERIC THEN
                    MOVE WS-LR-DIAS TO WS-RG-DIAS(WS-RG-IDX)
                 END-IF
                 IF WS-LR-ACTIVA = "N" OR WS-LR-ACTIVA = "n" THEN
                    MOVE "N" TO WS-RG-ACTIVA(WS-RG-IDX)
                 ELSE
                    MOVE "S" TO WS-RG-ACTIVA(WS-RG-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      *    MISMO CRITERIO QUE CalcularComisiones: POR DEFECTO EL MES
      *    ANTERIOR A LA FECHA DEL SISTEMA.
       CALCULAR-PERIODO.
           MOVE WS-FECHA-SYS(1:4) TO WS-PER-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-PER-MES
           IF WS-PER-MES = 1 THEN
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF
           COMPUTE WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES
           IF LK-OPERADOR-ID NOT = "BATCH" THEN
              DISPLAY "PERIODO A REVISAR (AAAAMM, ENTER = "
                      WS-PERIODO "): "
              MOVE SPACES TO WS-PERIODO-ENTRADA
              ACCEPT WS-PERIODO-ENTRADA
              IF WS-PERIODO-ENTRADA IS NUMERIC AND
                 WS-PERIODO-ENTRADA(5:2) >= "01" AND
                 WS-PERIODO-ENTRADA(5:2) <= "12" THEN
                 MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
              END-IF
           END-IF
           COMPUTE WS-FECHA-INI = WS-PERIODO * 100 + 1
           COMPUTE WS-FECHA-FIN = WS-PERIODO * 100 + 31

           MOVE 0 TO WS-MAYOR-VENTANA
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > 4
              IF WS-RG-ACTIVA(WS-RG-IDX) = "S" AND
                 WS-RG-DIAS(WS-RG-IDX) > WS-MAYOR-VENTANA THEN
                 MOVE WS-RG-DIAS(WS-RG-IDX) TO WS-MAYOR-VENTANA
              END-IF
           END-PERFORM
           MOVE WS-FECHA-INI     TO FECHA-YYYYMMDD
           MOVE WS-MAYOR-VENTANA TO SUM-RES-DIAS
           MOVE "-"              TO SUM-RES-SIGNO
           CALL "SumarDiasFecha" USING PAR-ENTRADA-SUMAR
                                       PAR-SALIDA-SUMAR
           MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-CARGA
           .

       ENCABEZADO-REPORTE.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "SEGREGACION DE FUNCIONES - PERIODO "
                                  DELIMITED BY SIZE
                  WS-PERIODO      DELIMITED BY SIZE
                  "   EMITIDO "   DELIMITED BY SIZE
                  WS-FECHA-SYS    DELIMITED BY SIZE
                  " POR "         DELIMITED BY SIZE
                  LK-OPERADOR-ID  DELIMITED BY SPACE
                     INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

       TITULO-REGLA.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           IF WS-RG-ACTIVA(WS-RG-ACT) = "S" THEN
              STRING "REGLA "                 DELIMITED BY SIZE
                     WS-RG-CODIGO(WS-RG-ACT)  DELIMITED BY SPACE
                     " (VENTANA "             DELIMITED BY SIZE
                     WS-RG-DIAS(WS-RG-ACT)    DELIMITED BY SIZE
                     " DIAS)"                 DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
           ELSE
              STRING "REGLA "                 DELIMITED BY SIZE
                     WS-RG-CODIGO(WS-RG-ACT)  DELIMITED BY SPACE
                     " (DESACTIVADA EN sod_reglas.dat)"
                                              DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
           END-IF
           WRITE REP-LINEA
           MOVE "  FECHA     OPERADOR           RUT  DETALLE"
             TO REP-LINEA
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           .

       CIERRE-REGLA.
           IF WS-RG-CANT(WS-RG-ACT) = 0 THEN
              MOVE "  (SIN HALLAZGOS)" TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           .

      *----------------------------------------------------------*
      * CARGAR-AUDITORIA : una pasada por clientes_audit.txt      *
      * rescatando los cambios de contacto (regla 1) y las altas  *
      * o blanqueos de operadores (regla 3). Formato de la linea: *
      * FECHA;HORA;RUT-DV;CAMPO;ANTERIOR;NUEVO;USUARIO;SEQ;SELLO  *
      *----------------------------------------------------------*
       CARGAR-AUDITORIA.
           MOVE "N" TO fin-lectura
           OPEN INPUT archivo-auditoria
           IF FS-AUDITORIA NOT = "00" THEN
              GO TO CARGAR-AUDITORIA-FIN
           END-IF
           PERFORM UNTIL fin-lectura = "S"
               READ archivo-auditoria
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM TOMAR-AUDITORIA THRU
                               TOMAR-AUDITORIA-FIN
               END-READ
           END-PERFORM
           CLOSE archivo-auditoria.
       CARGAR-AUDITORIA-FIN.
           EXIT.

       TOMAR-AUDITORIA.
           MOVE SPACES TO WS-AU-FECHA WS-AU-HORA WS-AU-RUTDV
                          WS-AU-CAMPO WS-AU-ANT WS-AU-NUE
                          WS-AU-USUARIO
           UNSTRING audit-linea DELIMITED BY ";"
               INTO WS-AU-FECHA, WS-AU-HORA, WS-AU-RUTDV,
                    WS-AU-CAMPO, WS-AU-ANT, WS-AU-NUE,
                    WS-AU-USUARIO
           END-UNSTRING
           IF WS-AU-FECHA IS NOT NUMERIC OR
              WS-AU-FECHA < WS-FECHA-CARGA OR
              WS-AU-FECHA > WS-FECHA-FIN THEN
              GO TO TOMAR-AUDITORIA-FIN
           END-IF

           EVALUATE WS-AU-CAMPO
               WHEN "EMAIL"
               WHEN "DIRECCION"
               WHEN "TELEFONO1"
               WHEN "TELEFONO2"
                   IF WS-AU-RUTDV(1:10) IS NUMERIC THEN
                      IF WS-TC-CANT-ITEMS < 3000 THEN
                         ADD 1 TO WS-TC-CANT-ITEMS
                         MOVE WS-AU-USUARIO(1:10)
                           TO WS-TC-OPERADOR(WS-TC-CANT-ITEMS)
                         MOVE WS-AU-RUTDV(1:10)
                           TO WS-TC-RUT(WS-TC-CANT-ITEMS)
                         MOVE WS-AU-FECHA
                           TO WS-TC-FECHA(WS-TC-CANT-ITEMS)
                         MOVE WS-AU-CAMPO
                           TO WS-TC-CAMPO(WS-TC-CANT-ITEMS)
                      ELSE
                         MOVE "S" TO WS-DESBORDE
                      END-IF
                   END-IF
      *            MantenedorOperadores: "ALTA <ID>" EN EL VALOR NUEVO;
      *            EL BLANQUEO LLEVA EL ID EN EL VALOR ANTERIOR.
               WHEN "OPERADOR"
                   IF WS-AU-NUE(1:5) = "ALTA " THEN
                      MOVE "ALTA"      TO WS-AU-CAMPO
                      MOVE WS-AU-NUE(6:10) TO WS-AU-ANT
                      PERFORM AGREGAR-ALTA
                   END-IF
               WHEN "OPER_CLAVE"
                   MOVE "BLANQUEO"     TO WS-AU-CAMPO
                   PERFORM AGREGAR-ALTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       TOMAR-AUDITORIA-FIN.
           EXIT.

       AGREGAR-ALTA.
           IF WS-AU-HORA IS NOT NUMERIC THEN
              MOVE ZEROS TO WS-AU-HORA
           END-IF
           IF WS-TA-CANT-ITEMS < 300 THEN
              ADD 1 TO WS-TA-CANT-ITEMS
              MOVE WS-AU-USUARIO(1:10)
                TO WS-TA-ADMIN(WS-TA-CANT-ITEMS)
              MOVE WS-AU-ANT(1:10)
                TO WS-TA-OPERADOR(WS-TA-CANT-ITEMS)
              MOVE WS-AU-FECHA  TO WS-TA-FECHA(WS-TA-CANT-ITEMS)
              MOVE WS-AU-HORA   TO WS-TA-HORA(WS-TA-CANT-ITEMS)
              MOVE WS-AU-CAMPO  TO WS-TA-ACCION(WS-TA-CANT-ITEMS)
              MOVE "N"          TO WS-TA-USADA(WS-TA-CANT-ITEMS)
           ELSE
              MOVE "S" TO WS-DESBORDE
           END-IF
           .

      *----------------------------------------------------------*
      * REGLA-CONTACTO-NC : nota de credito del mes emitida por   *
      * el mismo operador que poco antes cambio un dato de        *
      * contacto del cliente (el aviso de la nota llega a quien   *
      * el operador quiso).                                       *
      *----------------------------------------------------------*
       REGLA-CONTACTO-NC.
           OPEN INPUT datos-notas
           IF FS-NOTAS NOT = "00" THEN
              MOVE "  (SIN notas_credito.dat)" TO REP-LINEA
              WRITE REP-LINEA
              GO TO REGLA-CONTACTO-NC-FIN
           END-IF
           MOVE "N" TO fin-lectura
           MOVE 0   TO nc-numero
           START datos-notas KEY IS NOT < nc-numero
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-notas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF nc-fec-emision NOT < WS-FECHA-INI AND
                          nc-fec-emision NOT > WS-FECHA-FIN THEN
                          PERFORM REVISAR-NOTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-notas.
       REGLA-CONTACTO-NC-FIN.
           EXIT.

       REVISAR-NOTA.
           MOVE 0 TO WS-TC-ACT
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CANT-ITEMS
                      OR WS-TC-ACT > 0
              IF WS-TC-OPERADOR(WS-TC-IDX) = nc-operador AND
                 WS-TC-RUT(WS-TC-IDX) = nc-rut THEN
                 MOVE WS-TC-FECHA(WS-TC-IDX) TO WS-VT-FECHA1
                 MOVE nc-fec-emision         TO WS-VT-FECHA2
                 MOVE WS-RG-DIAS(1)          TO WS-VT-DIAS
                 PERFORM VERIFICAR-VENTANA
                 IF WS-EN-VENTANA = "S" THEN
                    MOVE WS-TC-IDX TO WS-TC-ACT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TC-ACT > 0 THEN
              MOVE nc-fec-emision TO WS-HZ-FECHA
              MOVE nc-operador    TO WS-HZ-OPERADOR
              MOVE nc-rut         TO WS-HZ-RUT
              MOVE nc-monto       TO WS-MONTO-EDIT
              MOVE SPACES         TO WS-HZ-DETALLE
              STRING "CAMBIO "                DELIMITED BY SIZE
                     WS-TC-CAMPO(WS-TC-ACT)   DELIMITED BY SPACE
                     " EL "                   DELIMITED BY SIZE
                     WS-TC-FECHA(WS-TC-ACT)   DELIMITED BY SIZE
                     " Y EMITIO NC "          DELIMITED BY SIZE
                     nc-numero                DELIMITED BY SIZE
                     " POR "                  DELIMITED BY SIZE
                     WS-MONTO-EDIT            DELIMITED BY SIZE
                        INTO WS-HZ-DETALLE
              END-STRING
              PERFORM REGISTRAR-HALLAZGO
           END-IF
           .

      *----------------------------------------------------------*
      * REGLA-PAGO-REVERSA : movimientos.dat viene por RUT y      *
      * correlativo, asi que los pagos (abono "PAGO ...") del RUT *
      * se juntan antes de leer su anulacion (cargo "ANULA PAGO   *
      * ..." de AnularPago). Un mismo pago anulado deja un cargo  *
      * por factura: se informa una vez por operador y dia.       *
      *----------------------------------------------------------*
       REGLA-PAGO-REVERSA.
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              MOVE "  (SIN movimientos.dat)" TO REP-LINEA
              WRITE REP-LINEA
              GO TO REGLA-PAGO-REVERSA-FIN
           END-IF
           MOVE "N" TO fin-lectura
           MOVE 0   TO WS-RUT-EN-CURSO WS-TP-CANT-ITEMS
           MOVE SPACES TO WS-ULT-REVERSA
           MOVE 0   TO mov-rut mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM REVISAR-MOVIMIENTO THRU
                               REVISAR-MOVIMIENTO-FIN
               END-READ
           END-PERFORM
           CLOSE datos-movimientos.
       REGLA-PAGO-REVERSA-FIN.
           EXIT.

       REVISAR-MOVIMIENTO.
           IF mov-rut NOT = WS-RUT-EN-CURSO THEN
              MOVE mov-rut TO WS-RUT-EN-CURSO
              MOVE 0       TO WS-TP-CANT-ITEMS
           END-IF
           IF mov-fecha < WS-FECHA-CARGA OR
              mov-fecha > WS-FECHA-FIN THEN
              GO TO REVISAR-MOVIMIENTO-FIN
           END-IF

           IF mov-abono AND mov-glosa(1:5) = "PAGO " THEN
              IF WS-TP-CANT-ITEMS < 500 THEN
                 ADD 1 TO WS-TP-CANT-ITEMS
                 MOVE mov-operador TO WS-TP-OPERADOR(WS-TP-CANT-ITEMS)
                 MOVE mov-fecha    TO WS-TP-FECHA(WS-TP-CANT-ITEMS)
              ELSE
                 MOVE "S" TO WS-DESBORDE
              END-IF
              GO TO REVISAR-MOVIMIENTO-FIN
           END-IF

           IF NOT mov-cargo OR
              mov-glosa(1:11) NOT = "ANULA PAGO " OR
              mov-fecha < WS-FECHA-INI THEN
              GO TO REVISAR-MOVIMIENTO-FIN
           END-IF
           MOVE SPACES TO WS-REVERSA-ACT
           STRING mov-rut      DELIMITED BY SIZE
                  mov-operador DELIMITED BY SIZE
                  mov-fecha    DELIMITED BY SIZE
                     INTO WS-REVERSA-ACT
           END-STRING
           IF WS-REVERSA-ACT = WS-ULT-REVERSA THEN
              GO TO REVISAR-MOVIMIENTO-FIN
           END-IF

           MOVE 0 TO WS-TP-ACT
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-CANT-ITEMS
                      OR WS-TP-ACT > 0
              IF WS-TP-OPERADOR(WS-TP-IDX) = mov-operador THEN
                 MOVE WS-TP-FECHA(WS-TP-IDX) TO WS-VT-FECHA1
                 MOVE mov-fecha              TO WS-VT-FECHA2
                 MOVE WS-RG-DIAS(2)          TO WS-VT-DIAS
                 PERFORM VERIFICAR-VENTANA
                 IF WS-EN-VENTANA = "S" THEN
                    MOVE WS-TP-IDX TO WS-TP-ACT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TP-ACT = 0 THEN
              GO TO REVISAR-MOVIMIENTO-FIN
           END-IF

           MOVE WS-REVERSA-ACT TO WS-ULT-REVERSA
           MOVE mov-fecha      TO WS-HZ-FECHA
           MOVE mov-operador   TO WS-HZ-OPERADOR
           MOVE mov-rut        TO WS-HZ-RUT
           MOVE SPACES         TO WS-HZ-DETALLE
           STRING "RECIBIO PAGO EL "        DELIMITED BY SIZE
                  WS-TP-FECHA(WS-TP-ACT)    DELIMITED BY SIZE
                  " Y LO ANULO: "           DELIMITED BY SIZE
                  mov-glosa                 DELIMITED BY "  "
                     INTO WS-HZ-DETALLE
           END-STRING
           PERFORM REGISTRAR-HALLAZGO.
       REVISAR-MOVIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------*
      * REGLA-ALTA-LOGIN : el primer ingreso del operador creado  *
      * o blanqueado, dentro de la ventana, se informa a nombre   *
      * del administrador que conocia la clave inicial.           *
      *----------------------------------------------------------*
       REGLA-ALTA-LOGIN.
           IF WS-TA-CANT-ITEMS = 0 THEN
              GO TO REGLA-ALTA-LOGIN-FIN
           END-IF
           OPEN INPUT archivo-sesiones
           IF FS-SESIONES NOT = "00" THEN
              MOVE "  (SIN sesiones_log.txt)" TO REP-LINEA
              WRITE REP-LINEA
              GO TO REGLA-ALTA-LOGIN-FIN
           END-IF
           MOVE "N" TO fin-lectura
           PERFORM UNTIL fin-lectura = "S"
               READ archivo-sesiones
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       PERFORM REVISAR-LOGIN THRU REVISAR-LOGIN-FIN
               END-READ
           END-PERFORM
           CLOSE archivo-sesiones.
       REGLA-ALTA-LOGIN-FIN.
           EXIT.

       REVISAR-LOGIN.
           MOVE SPACES TO WS-SE-FECHA WS-SE-HORA WS-SE-OPERADOR
                          WS-SE-EVENTO
           UNSTRING sesion-linea DELIMITED BY ";"
               INTO WS-SE-FECHA, WS-SE-HORA, WS-SE-OPERADOR,
                    WS-SE-EVENTO
           END-UNSTRING
           IF WS-SE-EVENTO NOT = "LOGIN" OR
              WS-SE-FECHA IS NOT NUMERIC OR
              WS-SE-HORA IS NOT NUMERIC THEN
              GO TO REVISAR-LOGIN-FIN
           END-IF
           MOVE WS-SE-FECHA TO WS-SE-FECHA-9
           MOVE WS-SE-HORA  TO WS-SE-HORA-9
           IF WS-SE-FECHA-9 > WS-FECHA-FIN THEN
              GO TO REVISAR-LOGIN-FIN
           END-IF

           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-CANT-ITEMS
              IF WS-TA-OPERADOR(WS-TA-IDX) = WS-SE-OPERADOR AND
                 WS-TA-USADA(WS-TA-IDX) = "N" AND
                 (WS-TA-FECHA(WS-TA-IDX) < WS-SE-FECHA-9 OR
                  (WS-TA-FECHA(WS-TA-IDX) = WS-SE-FECHA-9 AND
                   WS-TA-HORA(WS-TA-IDX) NOT > WS-SE-HORA-9)) THEN
      *             SOLO CUENTA EL PRIMER INGRESO TRAS EL ALTA.
                 MOVE "S" TO WS-TA-USADA(WS-TA-IDX)
                 MOVE WS-TA-FECHA(WS-TA-IDX) TO WS-VT-FECHA1
                 MOVE WS-SE-FECHA-9          TO WS-VT-FECHA2
                 MOVE WS-RG-DIAS(3)          TO WS-VT-DIAS
                 PERFORM VERIFICAR-VENTANA
                 IF WS-EN-VENTANA = "S" AND
                    WS-SE-FECHA-9 NOT < WS-FECHA-INI AND
                    WS-TA-ADMIN(WS-TA-IDX) NOT = WS-SE-OPERADOR THEN
                    MOVE WS-TA-IDX TO WS-TA-ACT
                    PERFORM HALLAZGO-ALTA-LOGIN
                 END-IF
              END-IF
           END-PERFORM.
       REVISAR-LOGIN-FIN.
           EXIT.

       HALLAZGO-ALTA-LOGIN.
           MOVE WS-SE-FECHA-9           TO WS-HZ-FECHA
           MOVE WS-TA-ADMIN(WS-TA-ACT)  TO WS-HZ-OPERADOR
           MOVE 0                       TO WS-HZ-RUT
           MOVE SPACES                  TO WS-HZ-DETALLE
           STRING WS-TA-ACCION(WS-TA-ACT)   DELIMITED BY SPACE
                  " DE "                    DELIMITED BY SIZE
                  WS-TA-OPERADOR(WS-TA-ACT) DELIMITED BY SPACE
                  " EL "                    DELIMITED BY SIZE
                  WS-TA-FECHA(WS-TA-ACT)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-TA-HORA(WS-TA-ACT)     DELIMITED BY SIZE
                  "; ESE OPERADOR INGRESO EL " DELIMITED BY SIZE
                  WS-SE-FECHA-9             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-SE-HORA-9              DELIMITED BY SIZE
                     INTO WS-HZ-DETALLE
           END-STRING
           PERFORM REGISTRAR-HALLAZGO
           .

      *----------------------------------------------------------*
      * REGLA-APROB-CRUZADA : A aprueba una solicitud de B y B    *
      * aprueba una de A dentro de la ventana. Se informa la      *
      * segunda aprobacion, a nombre de quien la resolvio.        *
      *----------------------------------------------------------*
       REGLA-APROB-CRUZADA.
           OPEN INPUT datos-aprobaciones
           IF FS-APROBACIONES NOT = "00" THEN
              MOVE "  (SIN aprobaciones.dat)" TO REP-LINEA
              WRITE REP-LINEA
              GO TO REGLA-APROB-CRUZADA-FIN
           END-IF
           MOVE "N" TO fin-lectura
           MOVE 0   TO aprob-id
           START datos-aprobaciones KEY IS NOT < aprob-id
               INVALID KEY
                   MOVE "S" TO fin-lectura
           END-START
           PERFORM UNTIL fin-lectura = "S"
               READ datos-aprobaciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-lectura
                   NOT AT END
                       IF NOT aprob-pendiente AND
                          aprob-aprobador NOT = SPACES AND
                          aprob-fec-resolucion NOT < WS-FECHA-CARGA
                          AND aprob-fec-resolucion NOT >
                          WS-FECHA-FIN THEN
                          PERFORM AGREGAR-APROBACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-aprobaciones

           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
                   UNTIL WS-TQ-IDX > WS-TQ-CANT-ITEMS
              IF WS-TQ-FECHA(WS-TQ-IDX) NOT < WS-FECHA-INI THEN
                 PERFORM BUSCAR-APROBACION-CRUZADA
              END-IF
           END-PERFORM.
       REGLA-APROB-CRUZADA-FIN.
           EXIT.

       AGREGAR-APROBACION.
           IF WS-TQ-CANT-ITEMS < 3000 THEN
              ADD 1 TO WS-TQ-CANT-ITEMS
              MOVE aprob-id          TO WS-TQ-ID(WS-TQ-CANT-ITEMS)
              MOVE aprob-tipo        TO WS-TQ-TIPO(WS-TQ-CANT-ITEMS)
              MOVE aprob-solicitante
                TO WS-TQ-SOLICITANTE(WS-TQ-CANT-ITEMS)
              MOVE aprob-aprobador
                TO WS-TQ-APROBADOR(WS-TQ-CANT-ITEMS)
              MOVE aprob-fec-resolucion
                TO WS-TQ-FECHA(WS-TQ-CANT-ITEMS)
           ELSE
              MOVE "S" TO WS-DESBORDE
           END-IF
           .

       BUSCAR-APROBACION-CRUZADA.
           MOVE 0 TO WS-TQ-ACT
           PERFORM VARYING WS-TQ-IDX2 FROM 1 BY 1
                   UNTIL WS-TQ-IDX2 > WS-TQ-CANT-ITEMS
                      OR WS-TQ-ACT > 0
              IF WS-TQ-APROBADOR(WS-TQ-IDX2) =
                 WS-TQ-SOLICITANTE(WS-TQ-IDX) AND
                 WS-TQ-SOLICITANTE(WS-TQ-IDX2) =
                 WS-TQ-APROBADOR(WS-TQ-IDX) AND
                 (WS-TQ-FECHA(WS-TQ-IDX2) < WS-TQ-FECHA(WS-TQ-IDX) OR
                  (WS-TQ-FECHA(WS-TQ-IDX2) = WS-TQ-FECHA(WS-TQ-IDX)
                   AND WS-TQ-ID(WS-TQ-IDX2) < WS-TQ-ID(WS-TQ-IDX)))
                 THEN
                 MOVE WS-TQ-FECHA(WS-TQ-IDX2) TO WS-VT-FECHA1
                 MOVE WS-TQ-FECHA(WS-TQ-IDX)  TO WS-VT-FECHA2
                 MOVE WS-RG-DIAS(4)           TO WS-VT-DIAS
                 PERFORM VERIFICAR-VENTANA
                 IF WS-EN-VENTANA = "S" THEN
                    MOVE WS-TQ-IDX2 TO WS-TQ-ACT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TQ-ACT > 0 THEN
              MOVE WS-TQ-FECHA(WS-TQ-IDX)     TO WS-HZ-FECHA
              MOVE WS-TQ-APROBADOR(WS-TQ-IDX) TO WS-HZ-OPERADOR
              MOVE 0                          TO WS-HZ-RUT
              MOVE SPACES                     TO WS-HZ-DETALLE
              STRING "RESOLVIO "                  DELIMITED BY SIZE
                     WS-TQ-ID(WS-TQ-IDX)          DELIMITED BY SIZE
                     " (" WS-TQ-TIPO(WS-TQ-IDX) ") DE "
                                                  DELIMITED BY SIZE
                     WS-TQ-SOLICITANTE(WS-TQ-IDX) DELIMITED BY SPACE
                     ", QUE LE RESOLVIO "         DELIMITED BY SIZE
                     WS-TQ-ID(WS-TQ-ACT)          DELIMITED BY SIZE
                     " (" WS-TQ-TIPO(WS-TQ-ACT) ") EL "
                                                  DELIMITED BY SIZE
                     WS-TQ-FECHA(WS-TQ-ACT)       DELIMITED BY SIZE
                        INTO WS-HZ-DETALLE
              END-STRING
              PERFORM REGISTRAR-HALLAZGO
           END-IF
           .

      *    WS-EN-VENTANA = "S" SI FECHA1 NO ES POSTERIOR A FECHA2 Y
      *    LAS SEPARAN A LO MAS WS-VT-DIAS DIAS.
       VERIFICAR-VENTANA.
           MOVE "N" TO WS-EN-VENTANA
           IF WS-VT-FECHA1 NOT > WS-VT-FECHA2 THEN
              MOVE WS-VT-FECHA1 TO FECHA1-YYYYMMDD
              MOVE WS-VT-FECHA2 TO FECHA2-YYYYMMDD
              CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                         OUT-DIFFDIASFECHA
              IF DIFF-DIAS NOT > WS-VT-DIAS THEN
                 MOVE "S" TO WS-EN-VENTANA
              END-IF
           END-IF
           .

       REGISTRAR-HALLAZGO.
           ADD 1 TO WS-RG-CANT(WS-RG-ACT)
           ADD 1 TO WS-TOT-HALLAZGOS
           MOVE WS-HZ-FECHA    TO WS-LH-FECHA
           MOVE WS-HZ-OPERADOR TO WS-LH-OPERADOR
           MOVE WS-HZ-RUT      TO WS-LH-RUT
           MOVE WS-HZ-DETALLE  TO WS-LH-DETALLE
           MOVE WS-LINEA-HZ    TO REP-LINEA
           WRITE REP-LINEA

           MOVE 0 TO WS-TO-ACT
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
                      OR WS-TO-ACT > 0
              IF WS-TO-OPERADOR(WS-TO-IDX) = WS-HZ-OPERADOR THEN
                 MOVE WS-TO-IDX TO WS-TO-ACT
              END-IF
           END-PERFORM
           IF WS-TO-ACT = 0 THEN
              IF WS-TO-CANT-ITEMS < 300 THEN
                 ADD 1 TO WS-TO-CANT-ITEMS
                 MOVE WS-TO-CANT-ITEMS TO WS-TO-ACT
                 MOVE WS-HZ-OPERADOR TO WS-TO-OPERADOR(WS-TO-ACT)
                 PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                         UNTIL WS-RG-IDX > 4
                    MOVE 0 TO WS-TO-CANT(WS-TO-ACT, WS-RG-IDX)
                 END-PERFORM
              ELSE
                 MOVE "S" TO WS-DESBORDE
              END-IF
           END-IF
           IF WS-TO-ACT > 0 THEN
              ADD 1 TO WS-TO-CANT(WS-TO-ACT, WS-RG-ACT)
           END-IF
           .

       RESUMEN-OPERADORES.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RESUMEN POR OPERADOR" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "  OPERADOR     CONTACTO-NC  PAGO-REVERSA"
                  "    ALTA-LOGIN  APROB-CRUZADA"
                  DELIMITED BY SIZE INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-CANT-ITEMS
              MOVE WS-TO-OPERADOR(WS-TO-IDX)  TO WS-LS-OPERADOR
              MOVE WS-TO-CANT(WS-TO-IDX, 1)   TO WS-LS-C1
              MOVE WS-TO-CANT(WS-TO-IDX, 2)   TO WS-LS-C2
              MOVE WS-TO-CANT(WS-TO-IDX, 3)   TO WS-LS-C3
              MOVE WS-TO-CANT(WS-TO-IDX, 4)   TO WS-LS-C4
              MOVE WS-LINEA-RES TO REP-LINEA
              WRITE REP-LINEA
           END-PERFORM
           MOVE ALL "-" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "TOTAL"        TO WS-LS-OPERADOR
           MOVE WS-RG-CANT(1)  TO WS-LS-C1
           MOVE WS-RG-CANT(2)  TO WS-LS-C2
           MOVE WS-RG-CANT(3)  TO WS-LS-C3
           MOVE WS-RG-CANT(4)  TO WS-LS-C4
           MOVE WS-LINEA-RES TO REP-LINEA
           WRITE REP-LINEA
           IF WS-DESBORDE = "S" THEN
              MOVE "ATENCION: TABLAS LLENAS; REVISION PARCIAL."
                TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           .

       END PROGRAM SegregacionFunciones.
