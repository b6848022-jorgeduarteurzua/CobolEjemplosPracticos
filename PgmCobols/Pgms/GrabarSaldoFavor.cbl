      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantiene el saldo a favor de un cliente
      *          (saldos_favor.dat, al lado de cuentas.dat): abona lo
      *          recibido sobre la deuda (PagarFactura, PagosBanco),
      *          descuenta lo aplicado a una factura nueva
      *          (GenFacturas) o devuelto (AprobarSolicitudes) y
      *          responde el saldo disponible. Es la UNICA rutina que
      *          graba en ese archivo, mismo criterio que
      *          GrabarMovimiento con cuentas/movimientos. El
      *          movimiento de la cuenta corriente lo graba quien
      *          llama: esta rutina no toca cuentas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrabarSaldoFavor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-saldos-favor
               ASSIGN TO
           "C:\PgmCobols\Data\saldos_favor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sfavor-rut
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-SALDOS-FAVOR.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-saldos-favor.
           copy "C:\PgmCobols\FD\FDSaldoFavor.cpy".

       WORKING-STORAGE SECTION.
       01  FS-SALDOS-FAVOR     PIC XX.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-SALDO-NUEVO      PIC X.

       01 PAR-ENTRADA-STATUS.
           05 LK-STATUS-CODIGO  PIC X(02).
       01 PAR-SALIDA-STATUS.
           05 LK-STATUS-MENSAJE PIC X(50).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
      *        A = Abona (aumenta el saldo a favor)
      *        D = Descuenta (aplicacion o devolucion)
      *        S = Solo consulta el saldo disponible
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
      *        0 = ok; 1 = dato invalido o saldo insuficiente;
      *        2 = error de archivo; 3 = registro tomado
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.
      *        Saldo disponible despues de la operacion.

       PROCEDURE DIVISION USING PAR-ENTRADA-SFAVOR
                                PAR-SALIDA-SFAVOR.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           MOVE 0      TO OUT-CODRET-SF
           MOVE SPACES TO OUT-DESRET-SF
           MOVE ZEROES TO OUT-SALDO-SF

           IF lk-sf-operacion NOT = "A" AND lk-sf-operacion NOT = "D"
              AND lk-sf-operacion NOT = "S" THEN
              MOVE 1 TO OUT-CODRET-SF
              MOVE "OPERACION DEBE SER A, D O S" TO OUT-DESRET-SF
              GOBACK
           END-IF
           IF lk-sf-monto = 0 AND lk-sf-operacion NOT = "S" THEN
              MOVE 1 TO OUT-CODRET-SF
              MOVE "MONTO DEBE SER MAYOR QUE CERO" TO OUT-DESRET-SF
              GOBACK
           END-IF

      *       Solo se crea el archivo cuando el OPEN avisa que no
      *       existe ("35"), igual que GrabarMovimiento.
           OPEN I-O datos-saldos-favor
           IF FS-SALDOS-FAVOR = "35" THEN
              IF lk-sf-operacion NOT = "A" THEN
      *          Sin archivo no hay saldo que consultar ni descontar.
                 IF lk-sf-operacion = "D" THEN
                    MOVE 1 TO OUT-CODRET-SF
                    MOVE "CLIENTE SIN SALDO A FAVOR" TO OUT-DESRET-SF
                 END-IF
                 GOBACK
              END-IF
              OPEN OUTPUT datos-saldos-favor
              CLOSE datos-saldos-favor
              OPEN I-O datos-saldos-favor
           END-IF
           IF FS-SALDOS-FAVOR NOT = "00" THEN
              MOVE 2               TO OUT-CODRET-SF
              MOVE FS-SALDOS-FAVOR TO LK-STATUS-CODIGO
              CALL "TraducirStatusArchivo" USING PAR-ENTRADA-STATUS
                                                 PAR-SALIDA-STATUS
              MOVE LK-STATUS-MENSAJE TO OUT-DESRET-SF
              GOBACK
           END-IF

           MOVE "N"       TO WS-SALDO-NUEVO
           MOVE lk-sf-rut TO sfavor-rut
           IF lk-sf-operacion = "S" THEN
              READ datos-saldos-favor END-READ
           ELSE
              READ datos-saldos-favor WITH LOCK END-READ
           END-IF
           EVALUATE FS-SALDOS-FAVOR
           WHEN "00"
               CONTINUE
           WHEN "23"
               MOVE "S"       TO WS-SALDO-NUEVO
               MOVE lk-sf-rut TO sfavor-rut
               MOVE ZEROES    TO sfavor-saldo sfavor-tot-recibido
                                 sfavor-tot-aplicado
                                 sfavor-fec-ult-mov
           WHEN OTHER
               MOVE 3 TO OUT-CODRET-SF
               MOVE "SALDO A FAVOR TOMADO POR OTRO OPERADOR"
                                      TO OUT-DESRET-SF
               CLOSE datos-saldos-favor
               GOBACK
           END-EVALUATE

           IF lk-sf-operacion = "S" THEN
              MOVE sfavor-saldo TO OUT-SALDO-SF
              CLOSE datos-saldos-favor
              GOBACK
           END-IF

           IF lk-sf-operacion = "D" THEN
              IF lk-sf-monto > sfavor-saldo THEN
                 MOVE 1 TO OUT-CODRET-SF
                 MOVE "SALDO A FAVOR INSUFICIENTE" TO OUT-DESRET-SF
                 MOVE sfavor-saldo TO OUT-SALDO-SF
                 CLOSE datos-saldos-favor
                 GOBACK
              END-IF
              SUBTRACT lk-sf-monto FROM sfavor-saldo
              ADD lk-sf-monto      TO sfavor-tot-aplicado
           ELSE
              ADD lk-sf-monto      TO sfavor-saldo
              ADD lk-sf-monto      TO sfavor-tot-recibido
           END-IF
           MOVE WS-FECHA-SYS   TO sfavor-fec-ult-mov
           MOVE lk-sf-operador TO sfavor-usuario-mod
           IF sfavor-usuario-mod = SPACES THEN
              MOVE "SISTEMA"   TO sfavor-usuario-mod
           END-IF

           IF WS-SALDO-NUEVO = "S" THEN
              WRITE sfavor-registro END-WRITE
           ELSE
              REWRITE sfavor-registro END-REWRITE
           END-IF

           IF FS-SALDOS-FAVOR = "00" THEN
              MOVE "SALDO A FAVOR ACTUALIZADO" TO OUT-DESRET-SF
              MOVE sfavor-saldo TO OUT-SALDO-SF
           ELSE
              MOVE 2               TO OUT-CODRET-SF
              MOVE FS-SALDOS-FAVOR TO LK-STATUS-CODIGO
              CALL "TraducirStatusArchivo" USING PAR-ENTRADA-STATUS
                                                 PAR-SALIDA-STATUS
              MOVE LK-STATUS-MENSAJE TO OUT-DESRET-SF
           END-IF

           CLOSE datos-saldos-favor
           GOBACK
           .
       END PROGRAM GrabarSaldoFavor.
