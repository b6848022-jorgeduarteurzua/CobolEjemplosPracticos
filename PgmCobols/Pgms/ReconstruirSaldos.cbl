      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Reconstruccion de saldos de cuentas.dat desde
      *          movimientos.dat. Por cada cuenta recalcula
      *          cuenta-saldo (cargos menos abonos, incluidos los
      *          movimientos de apertura que deja ArchivarMovimientos
      *          con el neto trasladado), cuenta-cant-mov (ultimo
      *          correlativo) y cuenta-fec-ult-mov (fecha del ultimo
      *          movimiento que no es apertura) y emite al spool el
      *          reporte RECONSTSALDOS con cada cuenta que difiere y
      *          los movimientos sin cuenta.
      *          En la cadena nocturna (operador BATCH, PARAM L) solo
      *          verifica. Desde el menu (perfil A) se elige verificar
      *          o corregir; al corregir, tras el reporte se pide
      *          confirmacion y cada cuenta regrabada deja su antes y
      *          despues en saldos_ajustes.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconstruirSaldos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT log-ajustes ASSIGN TO
           "C:\PgmCobols\Data\saldos_ajustes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

      *       Salida con nombre de spool fechado (GenerarNombreSpool).
           SELECT reporte-saldos
               ASSIGN TO DYNAMIC WS-RUTA-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  log-ajustes.
       01  log-linea            PIC X(160).

       FD  reporte-saldos.
       01  REP-LINEA            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01  FS-CUENTAS          PIC XX.
       01  FS-MOVIMIENTOS      PIC XX.
       01  FS-LOG              PIC XX.
       01  fin-cuentas         PIC X.
       01  fin-movimientos     PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(08).

      *    V = solo verificar (siempre en la cadena), C = corregir.
       01  WS-MODO             PIC X VALUE "V".
      *    Durante la segunda pasada (ya confirmada) se regraba.
       01  WS-APLICAR          PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X.

      *    VALORES RECALCULADOS DE LA CUENTA EN CURSO.
       01  WS-CAL-SALDO        PIC S9(11)V99.
       01  WS-CAL-CANT-MOV     PIC 9(06).
       01  WS-CAL-FEC-ULT      PIC 9(08).
       01  WS-CAL-MOVS         PIC 9(06).
       01  WS-HAY-MOV-REAL     PIC X.
       01  WS-MOVS-OK          PIC X.
       01  WS-DIFIERE          PIC X.

      *    VALORES ALMACENADOS ANTES DE CORREGIR.
       01  WS-ANT-SALDO        PIC S9(11)V99.
       01  WS-ANT-CANT-MOV     PIC 9(06).
       01  WS-ANT-FEC-ULT      PIC 9(08).

       01  WS-RUT-CORTE        PIC 9(10).
       01  WS-SALDO-EDIT-ANT   PIC -(11)9.99.
       01  WS-SALDO-EDIT-NUE   PIC -(11)9.99.

       01  WS-CONT-CUENTAS     PIC 9(06) VALUE 0.
       01  WS-CONT-DIFIEREN    PIC 9(06) VALUE 0.
       01  WS-CONT-SIN-CUENTA  PIC 9(06) VALUE 0.
       01  WS-CONT-CORREGIDAS  PIC 9(06) VALUE 0.

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
           MOVE "V" TO WS-MODO
           MOVE "N" TO WS-APLICAR
           MOVE 0   TO WS-CONT-CUENTAS WS-CONT-DIFIEREN
                       WS-CONT-SIN-CUENTA WS-CONT-CORREGIDAS

      *       LA CADENA NOCTURNA ENTRA CON EL LOGIN SINTETICO BATCH:
      *       AHI NO HAY A QUIEN PREGUNTAR Y NUNCA SE CORRIGE.
           IF LK-OPERADOR-ID NOT = "BATCH" THEN
              IF LK-OPERADOR-PERFIL NOT = "A" THEN
                 DISPLAY "Solo perfil A reconstruye saldos."
                 GOBACK
              END-IF
              DISPLAY "MODO (V=VERIFICAR / C=CORREGIR): "
              ACCEPT WS-MODO
              IF WS-MODO = "c" THEN
                 MOVE "C" TO WS-MODO
              END-IF
              IF WS-MODO NOT = "C" THEN
                 MOVE "V" TO WS-MODO
              END-IF
           END-IF

           MOVE "RECONSTSALDOS" TO lk-sp-reporte
           MOVE LK-OPERADOR-ID  TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           OPEN OUTPUT reporte-saldos
           PERFORM REP-ENCABEZADO

           PERFORM RECORRER-CUENTAS THRU RECORRER-CUENTAS-FIN
           PERFORM BUSCAR-SIN-CUENTA THRU BUSCAR-SIN-CUENTA-FIN
           PERFORM REP-PIE
           CLOSE reporte-saldos

           DISPLAY "-------------------------------------------"
           DISPLAY "CUENTAS REVISADAS.....: " WS-CONT-CUENTAS
           DISPLAY "CUENTAS CON DIFERENCIA: " WS-CONT-DIFIEREN
           DISPLAY "RUT CON MOVS SIN CUENTA: " WS-CONT-SIN-CUENTA
           DISPLAY "REPORTE: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"

           IF WS-MODO NOT = "C" THEN
              GOBACK
           END-IF
           IF WS-CONT-DIFIEREN = 0 AND WS-CONT-SIN-CUENTA = 0 THEN
              DISPLAY "NO HAY NADA QUE CORREGIR."
              GOBACK
           END-IF
           DISPLAY "CONFIRMA REGRABAR LAS CUENTAS DEL REPORTE (S/N)? "
           MOVE "N" TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
              DISPLAY "CORRECCION CANCELADA; CUENTAS SIN CAMBIOS."
              GOBACK
           END-IF

           OPEN EXTEND log-ajustes
           IF FS-LOG NOT = "00" THEN
              OPEN OUTPUT log-ajustes
              CLOSE log-ajustes
              OPEN EXTEND log-ajustes
           END-IF
      *       LA SEGUNDA PASADA RECALCULA LO MISMO Y REGRABA; NO SE
      *       EMITE UN SEGUNDO REPORTE.
           MOVE "S" TO WS-APLICAR
           MOVE 0   TO WS-CONT-CUENTAS WS-CONT-DIFIEREN
                       WS-CONT-SIN-CUENTA
           PERFORM RECORRER-CUENTAS THRU RECORRER-CUENTAS-FIN
           PERFORM BUSCAR-SIN-CUENTA THRU BUSCAR-SIN-CUENTA-FIN
           CLOSE log-ajustes
           DISPLAY "CUENTAS CORREGIDAS: " WS-CONT-CORREGIDAS
           GOBACK.

      *----------------------------------------------------------*
      * RECORRER-CUENTAS : cada cuenta contra sus movimientos.    *
      *----------------------------------------------------------*
       RECORRER-CUENTAS.
           IF WS-APLICAR = "S" THEN
              OPEN I-O datos-cuentas
           ELSE
              OPEN INPUT datos-cuentas
           END-IF
           IF FS-CUENTAS NOT = "00" THEN
              MOVE "NO HAY cuentas.dat." TO REP-LINEA
              PERFORM ESCRIBIR-REPORTE
              GO TO RECORRER-CUENTAS-FIN
           END-IF
           MOVE "S" TO WS-MOVS-OK
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              MOVE "N" TO WS-MOVS-OK
              MOVE "SIN movimientos.dat TODA CUENTA RECALCULA EN CERO."
                   TO REP-LINEA
              PERFORM ESCRIBIR-REPORTE
           END-IF

           MOVE "N" TO fin-cuentas
           MOVE 0   TO cuenta-rut
           START datos-cuentas KEY IS NOT < cuenta-rut
               INVALID KEY
                   MOVE "S" TO fin-cuentas
           END-START
           PERFORM UNTIL fin-cuentas = "S"
               READ datos-cuentas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-cuentas
                   NOT AT END
                       ADD 1 TO WS-CONT-CUENTAS
                       PERFORM RECALCULAR-CUENTA THRU
                               RECALCULAR-CUENTA-FIN
                       PERFORM COMPARAR-CUENTA THRU
                               COMPARAR-CUENTA-FIN
               END-READ
           END-PERFORM

           IF WS-MOVS-OK = "S" THEN
              CLOSE datos-movimientos
           END-IF
           CLOSE datos-cuentas.
       RECORRER-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * RECALCULAR-CUENTA : suma los movimientos vivos del RUT.   *
      * La apertura de ArchivarMovimientos entra al saldo (es el  *
      * neto de lo archivado) pero no a la fecha del ultimo       *
      * movimiento, que ArchivarMovimientos tampoco toca.         *
      * cuenta-cant-mov nunca baja: si lo ultimo quedo en un      *
      * archivo anual sin apertura (neto cero), esos correlativos *
      * no se reutilizan.                                         *
      *----------------------------------------------------------*
       RECALCULAR-CUENTA.
           MOVE 0          TO WS-CAL-SALDO WS-CAL-MOVS
                              WS-CAL-CANT-MOV WS-CAL-FEC-ULT
           MOVE "N"        TO WS-HAY-MOV-REAL
           MOVE cuenta-rut TO WS-RUT-CORTE
           MOVE "N" TO fin-movimientos
           IF WS-MOVS-OK NOT = "S" THEN
              MOVE "S" TO fin-movimientos
           END-IF
           MOVE cuenta-rut TO mov-rut
           MOVE 0          TO mov-correlativo
           IF fin-movimientos NOT = "S" THEN
              START datos-movimientos KEY IS NOT < mov-llave
                  INVALID KEY
                      MOVE "S" TO fin-movimientos
              END-START
           END-IF
           PERFORM UNTIL fin-movimientos = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-movimientos
                   NOT AT END
                       IF mov-rut NOT = WS-RUT-CORTE THEN
                          MOVE "S" TO fin-movimientos
                       ELSE
                          PERFORM SUMAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           IF cuenta-cant-mov > WS-CAL-CANT-MOV THEN
              MOVE cuenta-cant-mov TO WS-CAL-CANT-MOV
           END-IF
      *       SIN MOVIMIENTOS REALES VIVOS (TODO ARCHIVADO) LA FECHA
      *       ALMACENADA ES LA UNICA QUE HAY.
           IF WS-HAY-MOV-REAL NOT = "S" THEN
              MOVE cuenta-fec-ult-mov TO WS-CAL-FEC-ULT
           END-IF.
       RECALCULAR-CUENTA-FIN.
           EXIT.

       SUMAR-MOVIMIENTO.
           ADD 1 TO WS-CAL-MOVS
           IF mov-cargo THEN
              ADD mov-monto TO WS-CAL-SALDO
           ELSE
              SUBTRACT mov-monto FROM WS-CAL-SALDO
           END-IF
           IF mov-correlativo > WS-CAL-CANT-MOV THEN
              MOVE mov-correlativo TO WS-CAL-CANT-MOV
           END-IF
           IF mov-glosa(1:28) NOT = "SALDO APERTURA TRAS ARCHIVO " THEN
              MOVE "S" TO WS-HAY-MOV-REAL
              IF mov-fecha > WS-CAL-FEC-ULT THEN
                 MOVE mov-fecha TO WS-CAL-FEC-ULT
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * COMPARAR-CUENTA : reporta (primera pasada) o regraba      *
      * (pasada confirmada) la cuenta que no calza.               *
      *----------------------------------------------------------*
       COMPARAR-CUENTA.
           MOVE "N" TO WS-DIFIERE
           IF cuenta-saldo NOT = WS-CAL-SALDO OR
              cuenta-cant-mov NOT = WS-CAL-CANT-MOV OR
              cuenta-fec-ult-mov NOT = WS-CAL-FEC-ULT THEN
              MOVE "S" TO WS-DIFIERE
           END-IF
           IF WS-DIFIERE NOT = "S" THEN
              GO TO COMPARAR-CUENTA-FIN
           END-IF
           ADD 1 TO WS-CONT-DIFIEREN
           MOVE cuenta-saldo       TO WS-ANT-SALDO
           MOVE cuenta-cant-mov    TO WS-ANT-CANT-MOV
           MOVE cuenta-fec-ult-mov TO WS-ANT-FEC-ULT

           IF WS-APLICAR NOT = "S" THEN
              PERFORM REPORTAR-DIFERENCIA
              GO TO COMPARAR-CUENTA-FIN
           END-IF

           MOVE WS-CAL-SALDO    TO cuenta-saldo
           MOVE WS-CAL-CANT-MOV TO cuenta-cant-mov
           MOVE WS-CAL-FEC-ULT  TO cuenta-fec-ult-mov
           REWRITE cuenta-registro END-REWRITE
           IF FS-CUENTAS = "00" THEN
              ADD 1 TO WS-CONT-CORREGIDAS
              PERFORM GRABAR-AJUSTE
           ELSE
              DISPLAY "CUENTA " cuenta-rut " NO SE PUDO REGRABAR: "
                      FS-CUENTAS
           END-IF.
       COMPARAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-SIN-CUENTA : RUT con movimientos y sin cuenta.     *
      * Al corregir, la cuenta nace con lo recalculado y sin      *
      * limite de credito, como la crearia GrabarMovimiento.      *
      *----------------------------------------------------------*
       BUSCAR-SIN-CUENTA.
           IF WS-APLICAR = "S" THEN
              OPEN I-O datos-cuentas
           ELSE
              OPEN INPUT datos-cuentas
           END-IF
           IF FS-CUENTAS NOT = "00" THEN
              GO TO BUSCAR-SIN-CUENTA-FIN
           END-IF
           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              CLOSE datos-cuentas
              GO TO BUSCAR-SIN-CUENTA-FIN
           END-IF
           MOVE "S" TO WS-MOVS-OK

           MOVE "N" TO fin-cuentas
           MOVE 0   TO mov-rut mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-cuentas
           END-START
           PERFORM UNTIL fin-cuentas = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-cuentas
                   NOT AT END
                       MOVE mov-rut TO cuenta-rut
                       READ datos-cuentas
                           INVALID KEY
                               PERFORM CUENTA-FALTANTE THRU
                                       CUENTA-FALTANTE-FIN
                       END-READ
      *                   SE SALTA AL PRIMER MOVIMIENTO DEL RUT
      *                   SIGUIENTE.
                       MOVE cuenta-rut TO mov-rut
                       MOVE 999999     TO mov-correlativo
                       START datos-movimientos KEY IS > mov-llave
                           INVALID KEY
                               MOVE "S" TO fin-cuentas
                       END-START
               END-READ
           END-PERFORM
           CLOSE datos-movimientos datos-cuentas.
       BUSCAR-SIN-CUENTA-FIN.
           EXIT.

       CUENTA-FALTANTE.
           ADD 1 TO WS-CONT-SIN-CUENTA
           MOVE mov-rut TO cuenta-rut
           MOVE 0       TO cuenta-saldo cuenta-cant-mov
                           cuenta-fec-ult-mov cuenta-limite-credito
           PERFORM RECALCULAR-CUENTA THRU RECALCULAR-CUENTA-FIN
           MOVE 0 TO WS-ANT-SALDO WS-ANT-CANT-MOV WS-ANT-FEC-ULT
           IF WS-APLICAR NOT = "S" THEN
              PERFORM REPORTAR-DIFERENCIA
              MOVE SPACES TO REP-LINEA
              STRING "           ^ RUT CON " DELIMITED BY SIZE
                     WS-CAL-MOVS             DELIMITED BY SIZE
                     " MOVIMIENTOS Y SIN CUENTA EN cuentas.dat"
                                             DELIMITED BY SIZE
                        INTO REP-LINEA
              END-STRING
              PERFORM ESCRIBIR-REPORTE
              GO TO CUENTA-FALTANTE-FIN
           END-IF
           MOVE WS-CAL-SALDO    TO cuenta-saldo
           MOVE WS-CAL-CANT-MOV TO cuenta-cant-mov
           MOVE WS-CAL-FEC-ULT  TO cuenta-fec-ult-mov
           WRITE cuenta-registro END-WRITE
           IF FS-CUENTAS = "00" THEN
              ADD 1 TO WS-CONT-CORREGIDAS
              PERFORM GRABAR-AJUSTE
           ELSE
              DISPLAY "CUENTA " cuenta-rut " NO SE PUDO CREAR: "
                      FS-CUENTAS
           END-IF.
       CUENTA-FALTANTE-FIN.
           EXIT.

       REPORTAR-DIFERENCIA.
           MOVE WS-ANT-SALDO TO WS-SALDO-EDIT-ANT
           MOVE WS-CAL-SALDO TO WS-SALDO-EDIT-NUE
           MOVE SPACES TO REP-LINEA
           STRING cuenta-rut        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALDO-EDIT-ANT DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALDO-EDIT-NUE DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-ANT-CANT-MOV   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CAL-CANT-MOV   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-ANT-FEC-ULT    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CAL-FEC-ULT    DELIMITED BY SIZE
                     INTO REP-LINEA
           END-STRING
           PERFORM ESCRIBIR-REPORTE
           .

      *    ANTES Y DESPUES DE CADA CUENTA REGRABADA:
      *    FECHA;HORA;RUT;SALDO-ANT;SALDO-NUE;CANT-ANT;CANT-NUE;
      *    FEC-ANT;FEC-NUE;OPERADOR
       GRABAR-AJUSTE.
           MOVE WS-ANT-SALDO TO WS-SALDO-EDIT-ANT
           MOVE WS-CAL-SALDO TO WS-SALDO-EDIT-NUE
           MOVE SPACES TO log-linea
           STRING WS-FECHA-SYS      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-HORA-SYS(1:6)  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  cuenta-rut        DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-SALDO-EDIT-ANT DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-SALDO-EDIT-NUE DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-ANT-CANT-MOV   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-CAL-CANT-MOV   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-ANT-FEC-ULT    DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-CAL-FEC-ULT    DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  LK-OPERADOR-ID    DELIMITED BY SPACE
                     INTO log-linea
           END-STRING
           WRITE log-linea
           .

      *    EL REPORTE SOLO SE ESCRIBE EN LA PRIMERA PASADA.
       ESCRIBIR-REPORTE.
           IF WS-APLICAR NOT = "S" THEN
              WRITE REP-LINEA
           END-IF
           .

       REP-ENCABEZADO.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "RECONSTRUCCION DE SALDOS DE CUENTAS DESDE MOVIMIENTOS"
                        TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "FECHA: "         DELIMITED BY SIZE
                  WS-FECHA-SYS      DELIMITED BY SIZE
                  "  HORA: "        DELIMITED BY SIZE
                  WS-HORA-SYS(1:6)  DELIMITED BY SIZE
                  "  MODO: "        DELIMITED BY SIZE
                  WS-MODO           DELIMITED BY SIZE
                  "  OPERADOR: "    DELIMITED BY SIZE
                  LK-OPERADOR-ID    DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "RUT        SALDO ALMACENADO  SALDO CALCULADO"
                                    DELIMITED BY SIZE
                  "  CANT   CALC    ULT-MOV  CALCULADA"
                                    DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           .

       REP-PIE.
           MOVE ALL "=" TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "CUENTAS REVISADAS: "      DELIMITED BY SIZE
                  WS-CONT-CUENTAS            DELIMITED BY SIZE
                  "  CON DIFERENCIA: "       DELIMITED BY SIZE
                  WS-CONT-DIFIEREN           DELIMITED BY SIZE
                  "  RUT CON MOVIMIENTOS SIN CUENTA: "
                                             DELIMITED BY SIZE
                  WS-CONT-SIN-CUENTA         DELIMITED BY SIZE
                         INTO REP-LINEA
           END-STRING
           WRITE REP-LINEA
           IF WS-MODO = "V" THEN
              MOVE "SOLO VERIFICACION: NO SE MODIFICO cuentas.dat."
                   TO REP-LINEA
              WRITE REP-LINEA
           END-IF
           .

       END PROGRAM ReconstruirSaldos.
