      *          aplica igual que lo haria PagarFactura (pago sobre
      *          la factura, abono en cuenta via GrabarMovimiento y
      *          avance del convenio de pago vigente); lo que no
      *          calza (RUT sin factura pendiente, RUT desconocido)
      *          queda en el archivo de rezagos banco_pagos_susp.txt
      *          (y como partida pendiente en banco_suspenso.dat,
      *          que se resuelve en SuspensoBanco) y en el reporte
      *          de conciliacion por spool. Un monto
      *          mayor al saldo de la factura mas antigua ya no es
      *          rezago: la factura se cancela y el exceso queda como
      *          saldo a favor del cliente (GrabarSaldoFavor).
      *          Las facturas con disputa abierta (disputas.dat) no
      *          reciben pagos: se calza con la siguiente pendiente.
      *          El cliente con servicio cortado por cobranza que
      *          queda al dia se repone (ReponerServicio).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

           SELECT datos-suspenso
               ASSIGN TO
           "C:\PgmCobols\Data\banco_suspenso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susp-id
               FILE STATUS IS FS-PARTIDAS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-pagos.
       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  archivo-suspenso.
       01  suspenso-linea        PIC X(80).

       FD  datos-suspenso.
           copy "C:\PgmCobols\FD\FDSuspenso.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PAGOS              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-CUOTAS             PIC XX.
       01  FS-SUSPENSO           PIC XX.
       01  FS-PARTIDAS           PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  WS-ULTIMO-SUSP        PIC 9(08) VALUE 0.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

       01  WS-TOT-APLICADO       PIC 9(13)V99 VALUE 0.
       01  WS-TOT-SUSPENSO       PIC 9(13)V99 VALUE 0.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-MONTO-APLICAR      PIC 9(11)V99.
       01  WS-MONTO-FAVOR        PIC 9(11)V99.
       01  WS-MONTO-LINEA        PIC 9(11)V99.
       01  WS-CONT-FAVOR         PIC 9(06) VALUE 0.
       01  WS-CONT-REPUESTOS     PIC 9(06) VALUE 0.
      *        Clientes con servicio cortado que el pago dejo al dia
      *        y quedaron repuestos (ReponerServicio).
       01  WS-TOT-FAVOR          PIC 9(13)V99 VALUE 0.
       01  WS-MOTIVO-SUSP        PIC X(30).
       01  WS-FACTURA-HALLADA    PIC X.
       01  WS-HAY-DISPUTADA      PIC X.
       01  WS-PAGO-RESTANTE      PIC 9(11)V99.
       01  WS-CUOTAS-ABIERTAS    PIC 9(02).
       01  WS-IDX-CUOTA          PIC 9(02).
           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
                 MOVE "N" TO WS-CONVENIOS-OK
              END-IF
           END-IF
      *       Sin disputas.dat no hay facturas en disputa.
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           OPEN EXTEND archivo-suspenso
           IF FS-SUSPENSO NOT = "00" THEN
              OPEN OUTPUT archivo-suspenso
              CLOSE archivo-suspenso
              OPEN EXTEND archivo-suspenso
           END-IF
           OPEN I-O datos-suspenso
           IF FS-PARTIDAS = "35" THEN
              OPEN OUTPUT datos-suspenso
              CLOSE datos-suspenso
              OPEN I-O datos-suspenso
           END-IF
           PERFORM BUSCAR-ULTIMO-SUSPENSO

           MOVE "CONCILBANCO" TO lk-sp-reporte
           MOVE "BATCH"       TO lk-sp-operador
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-TOT-FAVOR TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "A SALDO A FAVOR: " DELIMITED BY SIZE
                  WS-CONT-FAVOR       DELIMITED BY SIZE
                  " POR $"            DELIMITED BY SIZE
                  WS-TOT-EDIT         DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE archivo-pagos datos-facturas archivo-suspenso
                 datos-suspenso
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF

           MOVE WS-SEQ-ARCHIVO TO WS-SEQ-ULTIMA
           PERFORM GRABAR-CONTROL-PAGOS
           DISPLAY "PAGOS BANCO SECUENCIA " WS-SEQ-ARCHIVO
           DISPLAY "PAGOS APLICADOS....: " WS-CONT-APLICADOS
           DISPLAY "PAGOS EN SUSPENSO..: " WS-CONT-SUSPENSO
           DISPLAY "EXCESOS A FAVOR....: " WS-CONT-FAVOR
           DISPLAY "SERVICIOS REPUESTOS: " WS-CONT-REPUESTOS
           DISPLAY "CONCILIACION.......: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * APLICAR-UN-PAGO : la factura pendiente MAS ANTIGUA del RUT *
      * (primera por la llave rut+periodo) recibe el pago hasta su *
      * saldo; el exceso queda como saldo a favor del cliente. Sin *
      * factura pendiente el pago queda en el archivo de rezagos   *
      * para revision manual.                                      *
      *----------------------------------------------------------*
       APLICAR-UN-PAGO.
           MOVE ENT-D-MONTO TO WS-MONTO-LINEA
           PERFORM BUSCAR-FACTURA-ANTIGUA
           IF WS-FACTURA-HALLADA NOT = "S" THEN
              MOVE "SIN FACTURA PENDIENTE" TO WS-MOTIVO-SUSP
              IF WS-HAY-DISPUTADA = "S" THEN
                 MOVE "SOLO FACTURAS EN DISPUTA" TO WS-MOTIVO-SUSP
              END-IF
              PERFORM DEJAR-EN-SUSPENSO
              GO TO APLICAR-UN-PAGO-FIN
           END-IF

           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           IF ENT-D-MONTO = 0 THEN
              MOVE "MONTO NO CALZA CON FACTURA" TO WS-MOTIVO-SUSP
              PERFORM DEJAR-EN-SUSPENSO
              GO TO APLICAR-UN-PAGO-FIN
           END-IF
           MOVE 0 TO WS-MONTO-FAVOR
           IF ENT-D-MONTO > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE TO WS-MONTO-APLICAR
              COMPUTE WS-MONTO-FAVOR = ENT-D-MONTO - WS-PENDIENTE
           ELSE
              MOVE ENT-D-MONTO  TO WS-MONTO-APLICAR
           END-IF

      *       MISMA APLICACION QUE PagarFactura: PAGO SOBRE LA
      *       FACTURA, CANCELACION SI QUEDO SALDADA Y ABONO EN LA
      *       CUENTA CORRIENTE.
           ADD WS-MONTO-APLICAR TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS TO factura-fecmod
           MOVE "BANCO"      TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "NO SE PUDO GRABAR EL PAGO" TO WS-MOTIVO-SUSP

           MOVE ENT-D-RUT   TO lk-mov-rut
           MOVE "A"         TO lk-mov-tipo
           MOVE WS-MONTO-APLICAR TO lk-mov-monto
           MOVE SPACES      TO lk-mov-glosa
           STRING "PAGO BANCO FACTURA " DELIMITED BY SIZE
                  factura-periodo       DELIMITED BY SIZE
           END-IF

           ADD 1           TO WS-CONT-APLICADOS
           ADD WS-MONTO-APLICAR TO WS-TOT-APLICADO
           MOVE WS-MONTO-APLICAR TO WS-MONTO-LINEA
           MOVE "APLICADO" TO WS-MOTIVO-SUSP
           PERFORM ANOTAR-EN-CONCILIACION

           IF WS-MONTO-FAVOR > 0 THEN
              PERFORM ABONAR-SALDO-A-FAVOR THRU
                      ABONAR-SALDO-A-FAVOR-FIN
           END-IF

      *       UN CLIENTE CON SERVICIO CORTADO QUE QUEDA AL DIA SE
      *       REPONE AQUI MISMO, IGUAL QUE EN PagarFactura.
           MOVE ENT-D-RUT TO lk-rp-rut
           MOVE "BANCO"   TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS
           IF OUT-CODRET-RP = 0 THEN
              ADD 1 TO WS-CONT-REPUESTOS
           END-IF.
       APLICAR-UN-PAGO-FIN.
           EXIT.

      *    EL EXCESO SOBRE LA FACTURA QUEDA DISPONIBLE EN
      *    saldos_favor.dat Y ABONADO EN LA CUENTA; SI NO SE PUEDE
      *    REGISTRAR, ESE EXCESO (Y SOLO ESE) VA AL ARCHIVO DE
      *    REZAGOS.
       ABONAR-SALDO-A-FAVOR.
           MOVE ENT-D-RUT      TO lk-sf-rut
           MOVE "A"            TO lk-sf-operacion
           MOVE WS-MONTO-FAVOR TO lk-sf-monto
           MOVE "BANCO"        TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 THEN
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           MOVE ENT-D-RUT      TO lk-mov-rut
           MOVE "A"            TO lk-mov-tipo
           MOVE WS-MONTO-FAVOR TO lk-mov-monto
           MOVE "SALDO A FAVOR BANCO" TO lk-mov-glosa
           MOVE "BANCO"        TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE "D" TO lk-sf-operacion
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           ADD 1              TO WS-CONT-FAVOR
           ADD WS-MONTO-FAVOR TO WS-TOT-FAVOR
           MOVE WS-MONTO-FAVOR TO WS-MONTO-LINEA
           MOVE "SALDO A FAVOR" TO WS-MOTIVO-SUSP
           PERFORM ANOTAR-EN-CONCILIACION
           GO TO ABONAR-SALDO-A-FAVOR-FIN.
       ABONAR-SALDO-A-FAVOR-ERR.
           MOVE WS-MONTO-FAVOR TO WS-MONTO-LINEA
           MOVE "EXCESO SIN SALDO A FAVOR" TO WS-MOTIVO-SUSP
           PERFORM DEJAR-EN-SUSPENSO.
       ABONAR-SALDO-A-FAVOR-FIN.
           EXIT.

       BUSCAR-FACTURA-ANTIGUA.
           MOVE "N"       TO WS-FACTURA-HALLADA
           MOVE "N"       TO WS-HAY-DISPUTADA
           MOVE ENT-D-RUT TO factura-rut
           MOVE 0         TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
           IF NOT factura-pendiente THEN
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           PERFORM VER-DISPUTA-FACTURA
           IF WS-EN-DISPUTA = "S" THEN
              MOVE "S" TO WS-HAY-DISPUTADA
              GO TO BUSCAR-FACTURA-SIGUIENTE
           END-IF
           MOVE "S" TO WS-FACTURA-HALLADA.
       BUSCAR-FACTURA-ANTIGUA-FIN.
           EXIT.
              GO TO APLICAR-A-CONVENIO-FIN
           END-IF

           MOVE WS-MONTO-APLICAR TO WS-PAGO-RESTANTE
           MOVE 0           TO WS-CUOTAS-ABIERTAS
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > convenio-cant-cuotas
       ABONAR-A-CUOTA.
           IF WS-PAGO-RESTANTE > 0 THEN
              IF WS-PAGO-RESTANTE >= cuota-monto - cuota-pagado THEN
                 COMPUTE WS-PAGO-RESTANTE = WS-PAGO-RESTANTE
                                  - (cuota-monto - cuota-pagado)
                 MOVE cuota-monto TO cuota-pagado
                 MOVE "C"         TO cuota-estado
              ELSE

       DEJAR-EN-SUSPENSO.
           ADD 1           TO WS-CONT-SUSPENSO
           ADD WS-MONTO-LINEA TO WS-TOT-SUSPENSO
           MOVE WS-MONTO-LINEA TO WS-MONTO-EDIT
           MOVE SPACES TO suspenso-linea
           STRING WS-FECHA-SYS    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                          INTO suspenso-linea
           END-STRING
           WRITE suspenso-linea
           PERFORM REGISTRAR-PARTIDA
           PERFORM ANOTAR-EN-CONCILIACION
           .

      *    LA MISMA PARTIDA QUEDA PENDIENTE EN banco_suspenso.dat
      *    PARA RESOLVERLA EN SuspensoBanco SIN TOCAR EL .txt.
       REGISTRAR-PARTIDA.
           ADD 1 TO WS-ULTIMO-SUSP
           MOVE WS-ULTIMO-SUSP TO susp-id
           MOVE WS-FECHA-SYS   TO susp-fecha
           MOVE WS-SEQ-ARCHIVO TO susp-secuencia
           MOVE ENT-D-RUT      TO susp-rut
           MOVE WS-MONTO-LINEA TO susp-monto
           MOVE WS-MOTIVO-SUSP TO susp-motivo
           MOVE "P"            TO susp-estado
           MOVE 0              TO susp-rut-asignado
                                  susp-periodo-asignado
                                  susp-fec-resolucion
           MOVE SPACES         TO susp-motivo-dev
           MOVE "BANCO"        TO susp-usuario-mod
           WRITE susp-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA PARTIDA "
                           susp-id " EN banco_suspenso.dat"
           END-WRITE
           .

       BUSCAR-ULTIMO-SUSPENSO.
           MOVE 0   TO WS-ULTIMO-SUSP susp-id
           MOVE "N" TO fin-de-archivo
           START datos-suspenso KEY IS NOT < susp-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       MOVE susp-id TO WS-ULTIMO-SUSP
               END-READ
           END-PERFORM
           .

       ANOTAR-EN-CONCILIACION.
           MOVE ENT-D-RUT   TO WS-RUT-EDIT
           MOVE WS-MONTO-LINEA TO WS-MONTO-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT     DELIMITED BY SIZE
           CLOSE control-pagos
           .

      *    UNA FACTURA CON DISPUTA ABIERTA (disputas.dat, LLAVE
      *    rut+periodo DE LA FACTURA) QUEDA FUERA DE LA COBRANZA.
       VER-DISPUTA-FACTURA.
           MOVE "N" TO WS-EN-DISPUTA
           IF WS-DISPUTAS-OK = "S" THEN
              MOVE factura-rut     TO disputa-rut
              MOVE factura-periodo TO disputa-periodo
              READ datos-disputas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF disputa-abierta THEN
                         MOVE "S" TO WS-EN-DISPUTA
                      END-IF
              END-READ
           END-IF
           .

       END PROGRAM PagosBanco.
