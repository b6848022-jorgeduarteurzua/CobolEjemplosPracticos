      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mesa de trabajo de los rezagos del banco: recorre
      *          las partidas pendientes de banco_suspenso.dat (las
      *          deja PagosBanco cuando un pago no calza) y permite
      *          resolverlas una a una: aplicarla a un RUT y factura
      *          elegidos por el operador, con las mismas reglas de
      *          PagosBanco (pago sobre la factura, abono en cuenta
      *          via GrabarMovimiento, avance del convenio vigente y
      *          el exceso como saldo a favor), o marcarla para
      *          devolucion al banco con un motivo de motivos.dat.
      *          La partida resuelta cambia de estado y no vuelve a
      *          ofrecerse, con lo que no se puede aplicar dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspensoBanco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-suspenso
               ASSIGN TO
           "C:\PgmCobols\Data\banco_suspenso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susp-id
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-PARTIDAS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-cuotas
               ASSIGN TO
           "C:\PgmCobols\Data\convenio_cuotas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuota-llave
               FILE STATUS IS FS-CUOTAS.

           SELECT datos-motivos
               ASSIGN TO
           "C:\PgmCobols\Data\motivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS motivo-codigo
               FILE STATUS IS FS-MOTIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-suspenso.
           copy "C:\PgmCobols\FD\FDSuspenso.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-motivos.
           copy "C:\PgmCobols\FD\FDMotivo.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PARTIDAS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  FS-CONVENIOS        PIC XX.
       01  FS-CUOTAS           PIC XX.
       01  FS-MOTIVOS          PIC XX.
       01  fin-de-archivo      PIC X VALUE "N".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-CONVENIOS-OK     PIC X VALUE "N".
       01  WS-MOTIVOS-ABIERTO  PIC X VALUE "N".

       01  WS-ACCION           PIC X.
       01  WS-RUT-DEST         PIC 9(10).
       01  WS-PERIODO-DEST     PIC 9(06).
       01  WS-MOTIVO-DEV       PIC X(04).
       01  WS-PENDIENTE        PIC 9(11)V99.
       01  WS-MONTO-APLICAR    PIC 9(11)V99.
       01  WS-MONTO-FAVOR      PIC 9(11)V99.
       01  WS-PAGO-RESTANTE    PIC 9(11)V99.
       01  WS-CUOTAS-ABIERTAS  PIC 9(02).
       01  WS-IDX-CUOTA        PIC 9(02).
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-CONT-PENDIENTES  PIC 9(06) VALUE 0.
       01  WS-CONT-APLICADAS   PIC 9(06) VALUE 0.
       01  WS-CONT-DEVOLVER    PIC 9(06) VALUE 0.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
           05  lk-mov-tipo      PIC X.
           05  lk-mov-monto     PIC 9(11)V99.
           05  lk-mov-glosa     PIC X(40).
           05  lk-mov-operador  PIC X(10).
       01 PAR-SALIDA-MOV.
           05  OUT-CODRET-MOV   PIC 9(04).
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

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; el operador queda estampado en cada partida
      *       resuelta.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
      *       Reinicio de estados: el programa queda residente
      *       entre llamadas del MENU.
           MOVE "N" TO fin-de-archivo WS-CONVENIOS-OK
                       WS-MOTIVOS-ABIERTO
           MOVE 0   TO WS-CONT-PENDIENTES WS-CONT-APLICADAS
                       WS-CONT-DEVOLVER
           IF LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "PERFIL SIN ACCESO A LOS REZAGOS DEL BANCO."
              GOBACK
           END-IF
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" THEN
              DISPLAY "DIA DE NEGOCIO CERRADO; NO SE APLICAN REZAGOS."
              GOBACK
           END-IF
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           OPEN I-O datos-suspenso
           IF FS-PARTIDAS NOT = "00" THEN
              DISPLAY "NO HAY PARTIDAS EN REZAGO."
              GOBACK
           END-IF
           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              CLOSE datos-suspenso
              GOBACK
           END-IF
      *       Los convenios son opcionales, igual que en
      *       PagosBanco.
           OPEN I-O datos-convenios
           IF FS-CONVENIOS = "00" THEN
              OPEN I-O datos-cuotas
              IF FS-CUOTAS = "00" THEN
                 MOVE "S" TO WS-CONVENIOS-OK
              ELSE
                 CLOSE datos-convenios
              END-IF
           END-IF
           OPEN INPUT datos-motivos
           IF FS-MOTIVOS = "00" THEN
              MOVE "S" TO WS-MOTIVOS-ABIERTO
           END-IF

           DISPLAY "---------------------------------------------"
           DISPLAY "REZAGOS DEL BANCO PENDIENTES AL " WS-FECHA-SYS
           DISPLAY "---------------------------------------------"

           MOVE 0 TO susp-id
           START datos-suspenso KEY IS NOT < susp-id
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START

           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-suspenso NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF susp-pendiente THEN
                          PERFORM ATENDER-PARTIDA THRU
                                  ATENDER-PARTIDA-FIN
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "PARTIDAS REVISADAS.: " WS-CONT-PENDIENTES
           DISPLAY "APLICADAS..........: " WS-CONT-APLICADAS
           DISPLAY "A DEVOLVER AL BANCO: " WS-CONT-DEVOLVER
           DISPLAY "---------------------------------------------"

           CLOSE datos-suspenso datos-facturas
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              CLOSE datos-motivos
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * ATENDER-PARTIDA : muestra la partida y ofrece aplicarla,  *
      * marcarla para devolucion, saltarla o terminar. Antes de   *
      * resolver se relee con bloqueo y se confirma que siga      *
      * pendiente: otro operador pudo resolverla entre tanto.     *
      *----------------------------------------------------------*
       ATENDER-PARTIDA.
           ADD 1 TO WS-CONT-PENDIENTES
           MOVE susp-monto TO WS-MONTO-EDIT
           DISPLAY "PARTIDA " susp-id " DEL " susp-fecha
                   " SEC " susp-secuencia " RUT " susp-rut
                   " $" WS-MONTO-EDIT
           DISPLAY "  MOTIVO: " susp-motivo
           DISPLAY "  A=APLICAR  D=DEVOLVER AL BANCO  N=SIGUIENTE"
                   "  F=TERMINAR: "
           MOVE "N" TO WS-ACCION
           ACCEPT WS-ACCION
           IF WS-ACCION = "F" OR "f" THEN
              MOVE "S" TO fin-de-archivo
              GO TO ATENDER-PARTIDA-FIN
           END-IF
           IF WS-ACCION NOT = "A" AND NOT = "a" AND
              NOT = "D" AND NOT = "d" THEN
              GO TO ATENDER-PARTIDA-FIN
           END-IF

           READ datos-suspenso WITH LOCK END-READ
           IF FS-PARTIDAS NOT = "00" THEN
              DISPLAY "  PARTIDA EN USO POR OTRO OPERADOR."
              GO TO ATENDER-PARTIDA-FIN
           END-IF
           IF NOT susp-pendiente THEN
              DISPLAY "  LA PARTIDA YA FUE RESUELTA."
              UNLOCK datos-suspenso
              GO TO ATENDER-PARTIDA-FIN
           END-IF

           IF WS-ACCION = "A" OR "a" THEN
              PERFORM APLICAR-PARTIDA THRU APLICAR-PARTIDA-FIN
           ELSE
              PERFORM DEVOLVER-PARTIDA THRU DEVOLVER-PARTIDA-FIN
           END-IF
           UNLOCK datos-suspenso.
       ATENDER-PARTIDA-FIN.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-PARTIDA : el operador elige RUT y periodo; la     *
      * factura recibe la partida hasta su saldo y el exceso va a *
      * saldo a favor, igual que APLICAR-UN-PAGO de PagosBanco.   *
      * Si el exceso no se puede registrar la partida sigue en    *
      * rezago solo por ese exceso.                               *
      *----------------------------------------------------------*
       APLICAR-PARTIDA.
           DISPLAY "  RUT DESTINO (0=EL INFORMADO): "
           MOVE 0 TO WS-RUT-DEST
           ACCEPT WS-RUT-DEST
           IF WS-RUT-DEST = 0 THEN
              MOVE susp-rut TO WS-RUT-DEST
           END-IF
           DISPLAY "  PERIODO FACTURA (AAAAMM): "
           MOVE 0 TO WS-PERIODO-DEST
           ACCEPT WS-PERIODO-DEST

           MOVE WS-RUT-DEST     TO factura-rut
           MOVE WS-PERIODO-DEST TO factura-periodo
           READ datos-facturas WITH LOCK END-READ
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "  FACTURA NO EXISTE O ESTA EN USO."
              GO TO APLICAR-PARTIDA-FIN
           END-IF
           IF NOT factura-pendiente THEN
              DISPLAY "  LA FACTURA NO ESTA PENDIENTE."
              UNLOCK datos-facturas
              GO TO APLICAR-PARTIDA-FIN
           END-IF

           COMPUTE WS-PENDIENTE = factura-monto - factura-pagado
           MOVE 0 TO WS-MONTO-FAVOR
           IF susp-monto > WS-PENDIENTE THEN
              MOVE WS-PENDIENTE TO WS-MONTO-APLICAR
              COMPUTE WS-MONTO-FAVOR = susp-monto - WS-PENDIENTE
           ELSE
              MOVE susp-monto   TO WS-MONTO-APLICAR
           END-IF

           ADD WS-MONTO-APLICAR TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS   TO factura-fecmod
           MOVE LK-OPERADOR-ID TO factura-usuario-mod
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           UNLOCK datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "  NO SE PUDO GRABAR EL PAGO: " FS-FACTURAS
              GO TO APLICAR-PARTIDA-FIN
           END-IF

           MOVE WS-RUT-DEST    TO lk-mov-rut
           MOVE "A"            TO lk-mov-tipo
           MOVE WS-MONTO-APLICAR TO lk-mov-monto
           MOVE SPACES         TO lk-mov-glosa
           STRING "PAGO BANCO FACTURA " DELIMITED BY SIZE
                  factura-periodo       DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE LK-OPERADOR-ID TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV

           IF WS-CONVENIOS-OK = "S" THEN
              PERFORM APLICAR-A-CONVENIO THRU
                      APLICAR-A-CONVENIO-FIN
           END-IF

           MOVE WS-RUT-DEST     TO susp-rut-asignado
           MOVE WS-PERIODO-DEST TO susp-periodo-asignado
           MOVE WS-FECHA-SYS    TO susp-fec-resolucion
           MOVE LK-OPERADOR-ID  TO susp-usuario-mod
           IF WS-MONTO-FAVOR > 0 THEN
              PERFORM ABONAR-SALDO-A-FAVOR THRU
                      ABONAR-SALDO-A-FAVOR-FIN
           ELSE
              MOVE "A" TO susp-estado
           END-IF
           REWRITE susp-registro END-REWRITE
           IF FS-PARTIDAS NOT = "00" THEN
              DISPLAY "  PAGO APLICADO PERO LA PARTIDA NO SE PUDO"
                      " CERRAR: " FS-PARTIDAS
              GO TO APLICAR-PARTIDA-FIN
           END-IF
           ADD 1 TO WS-CONT-APLICADAS
           MOVE WS-MONTO-APLICAR TO WS-MONTO-EDIT
           DISPLAY "  APLICADO $" WS-MONTO-EDIT " A LA FACTURA "
                   factura-periodo.
       APLICAR-PARTIDA-FIN.
           EXIT.

      *    EL EXCESO QUEDA EN saldos_favor.dat Y ABONADO EN LA
      *    CUENTA; SI NO SE PUEDE REGISTRAR, LA PARTIDA SIGUE
      *    PENDIENTE SOLO POR ESE EXCESO.
       ABONAR-SALDO-A-FAVOR.
           MOVE WS-RUT-DEST    TO lk-sf-rut
           MOVE "A"            TO lk-sf-operacion
           MOVE WS-MONTO-FAVOR TO lk-sf-monto
           MOVE LK-OPERADOR-ID TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 THEN
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           MOVE WS-RUT-DEST    TO lk-mov-rut
           MOVE "A"            TO lk-mov-tipo
           MOVE WS-MONTO-FAVOR TO lk-mov-monto
           MOVE "SALDO A FAVOR BANCO" TO lk-mov-glosa
           MOVE LK-OPERADOR-ID TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE "D" TO lk-sf-operacion
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              GO TO ABONAR-SALDO-A-FAVOR-ERR
           END-IF

           MOVE "A" TO susp-estado
           MOVE WS-MONTO-FAVOR TO WS-MONTO-EDIT
           DISPLAY "  EXCESO A SALDO A FAVOR $" WS-MONTO-EDIT
           GO TO ABONAR-SALDO-A-FAVOR-FIN.
       ABONAR-SALDO-A-FAVOR-ERR.
           MOVE WS-MONTO-FAVOR TO susp-monto
           MOVE "EXCESO SIN SALDO A FAVOR" TO susp-motivo
           MOVE WS-MONTO-FAVOR TO WS-MONTO-EDIT
           DISPLAY "  EXCESO $" WS-MONTO-EDIT
                   " SIGUE EN REZAGO: " OUT-DESRET-SF.
       ABONAR-SALDO-A-FAVOR-FIN.
           EXIT.

      *    MISMAS REGLAS QUE APLICAR-A-CONVENIO DE PagosBanco: EL
      *    PAGO AVANZA LAS CUOTAS DEL CONVENIO VIGENTE EN ORDEN.
       APLICAR-A-CONVENIO.
           MOVE WS-RUT-DEST TO convenio-rut
           READ datos-convenios
               INVALID KEY
                   GO TO APLICAR-A-CONVENIO-FIN
           END-READ
           IF NOT convenio-vigente THEN
              GO TO APLICAR-A-CONVENIO-FIN
           END-IF

           MOVE WS-MONTO-APLICAR TO WS-PAGO-RESTANTE
           MOVE 0           TO WS-CUOTAS-ABIERTAS
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                   UNTIL WS-IDX-CUOTA > convenio-cant-cuotas
              MOVE WS-RUT-DEST  TO cuota-rut
              MOVE WS-IDX-CUOTA TO cuota-numero
              READ datos-cuotas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF cuota-pendiente THEN
                         PERFORM ABONAR-A-CUOTA
                      END-IF
              END-READ
           END-PERFORM

           IF WS-CUOTAS-ABIERTAS = 0 THEN
              MOVE "C"            TO convenio-estado
              MOVE WS-FECHA-SYS   TO convenio-fecmod
              MOVE LK-OPERADOR-ID TO convenio-usuario-mod
              REWRITE convenio-registro END-REWRITE
           END-IF.
       APLICAR-A-CONVENIO-FIN.
           EXIT.

       ABONAR-A-CUOTA.
           IF WS-PAGO-RESTANTE > 0 THEN
              IF WS-PAGO-RESTANTE >= cuota-monto - cuota-pagado THEN
                 COMPUTE WS-PAGO-RESTANTE = WS-PAGO-RESTANTE
                                  - (cuota-monto - cuota-pagado)
                 MOVE cuota-monto TO cuota-pagado
                 MOVE "C"         TO cuota-estado
              ELSE
                 ADD WS-PAGO-RESTANTE TO cuota-pagado
                 MOVE 0               TO WS-PAGO-RESTANTE
              END-IF
              MOVE WS-FECHA-SYS TO cuota-fecmod
              REWRITE cuota-registro END-REWRITE
           END-IF
           IF cuota-pendiente THEN
              ADD 1 TO WS-CUOTAS-ABIERTAS
           END-IF
           .

      *----------------------------------------------------------*
      * DEVOLVER-PARTIDA : la partida queda marcada para que      *
      * tesoreria la devuelva al banco; no mueve cuentas porque   *
      * nunca se abono a un cliente.                              *
      *----------------------------------------------------------*
       DEVOLVER-PARTIDA.
           DISPLAY "  MOTIVO DE DEVOLUCION: "
           MOVE SPACES TO WS-MOTIVO-DEV
           ACCEPT WS-MOTIVO-DEV
           IF WS-MOTIVO-DEV = SPACES THEN
              DISPLAY "  DEBE INDICAR EL MOTIVO."
              GO TO DEVOLVER-PARTIDA-FIN
           END-IF
           IF WS-MOTIVOS-ABIERTO = "S" THEN
              MOVE WS-MOTIVO-DEV TO motivo-codigo
              READ datos-motivos
                  INVALID KEY
                      DISPLAY "  MOTIVO NO EXISTE EN motivos.dat"
                      GO TO DEVOLVER-PARTIDA-FIN
              END-READ
           END-IF

           MOVE "D"            TO susp-estado
           MOVE WS-MOTIVO-DEV  TO susp-motivo-dev
           MOVE WS-FECHA-SYS   TO susp-fec-resolucion
           MOVE LK-OPERADOR-ID TO susp-usuario-mod
           REWRITE susp-registro END-REWRITE
           IF FS-PARTIDAS = "00" THEN
              ADD 1 TO WS-CONT-DEVOLVER
              DISPLAY "  PARTIDA MARCADA PARA DEVOLUCION."
           ELSE
              DISPLAY "  NO SE PUDO MARCAR: " FS-PARTIDAS
           END-IF.
       DEVOLVER-PARTIDA-FIN.
           EXIT.

       END PROGRAM SuspensoBanco.
