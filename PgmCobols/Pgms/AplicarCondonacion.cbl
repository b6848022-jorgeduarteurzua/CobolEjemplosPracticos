      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Resuelve una condonacion de intereses pendiente de
      *          condonaciones.dat. Operacion A (aplicar): graba por
      *          cada cargo de interes condonado un abono que lo
      *          revierte via GrabarMovimiento (glosa con el
      *          correlativo del cargo original y el numero de la
      *          condonacion) y anota en el item el correlativo del
      *          abono. Operacion R (rechazar): solo cierra la
      *          condonacion. Es la UNICA rutina que aplica
      *          condonaciones (mismo criterio que EmitirNotaCredito):
      *          la llaman la pantalla CondonarIntereses (montos
      *          dentro del limite del perfil) y AprobarSolicitudes
      *          (condonaciones aprobadas o rechazadas en la cola).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AplicarCondonacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-condonaciones
               ASSIGN TO
           "C:\PgmCobols\Data\condonaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cond-id
               ALTERNATE RECORD KEY IS cond-rut
                   WITH DUPLICATES
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-CONDONACIONES.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-condonaciones.
           copy "C:\PgmCobols\FD\FDCondonacion.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CONDONACIONES    PIC XX.
       01  FS-CUENTAS          PIC XX.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-IDX              PIC 9(02).

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

       LINKAGE SECTION.
       01 PAR-ENTRADA-COND.
           05  lk-co-operacion  PIC X.
      *        A = aplicar; R = rechazar.
           05  lk-co-id         PIC 9(06).
           05  lk-co-operador   PIC X(10).
       01 PAR-SALIDA-COND.
           05  OUT-CODRET-COND  PIC 9(04).
      *        0 = resuelta; 1 = no existe o ya no esta pendiente;
      *        2 = error de archivo o de movimiento (los items ya
      *        abonados quedan marcados y no se repiten al reintentar)
           05  OUT-DESRET-COND  PIC X(50).

       PROCEDURE DIVISION USING PAR-ENTRADA-COND
                                PAR-SALIDA-COND.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           MOVE 0      TO OUT-CODRET-COND
           MOVE SPACES TO OUT-DESRET-COND

           OPEN I-O datos-condonaciones
           IF FS-CONDONACIONES NOT = "00" THEN
              MOVE 2 TO OUT-CODRET-COND
              MOVE "NO SE PUDO ABRIR condonaciones.dat"
                                     TO OUT-DESRET-COND
              GOBACK
           END-IF

           MOVE lk-co-id TO cond-id
           READ datos-condonaciones WITH LOCK END-READ
           IF FS-CONDONACIONES NOT = "00" THEN
              MOVE 1 TO OUT-CODRET-COND
              MOVE "CONDONACION NO EXISTE O ESTA TOMADA"
                                     TO OUT-DESRET-COND
              CLOSE datos-condonaciones
              GOBACK
           END-IF
           IF NOT cond-pendiente THEN
              MOVE 1 TO OUT-CODRET-COND
              MOVE "CONDONACION YA RESUELTA" TO OUT-DESRET-COND
              CLOSE datos-condonaciones
              GOBACK
           END-IF

           IF lk-co-operacion = "R" THEN
              MOVE "R"            TO cond-estado
              MOVE lk-co-operador TO cond-aprobador
              MOVE WS-FECHA-SYS   TO cond-fec-aplicacion
              REWRITE cond-registro END-REWRITE
              MOVE "CONDONACION RECHAZADA" TO OUT-DESRET-COND
              CLOSE datos-condonaciones
              GOBACK
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > cond-cant-items
                      OR OUT-CODRET-COND NOT = 0
               IF cond-abono-correlativo(WS-IDX) = 0 THEN
                  PERFORM ABONAR-ITEM
               END-IF
           END-PERFORM

           IF OUT-CODRET-COND NOT = 0 THEN
      *          Quedan anotados los abonos que si se grabaron; la
      *          condonacion sigue pendiente para reintentarla.
              REWRITE cond-registro END-REWRITE
              CLOSE datos-condonaciones
              GOBACK
           END-IF

           MOVE "A"            TO cond-estado
           MOVE lk-co-operador TO cond-aprobador
           MOVE WS-FECHA-SYS   TO cond-fec-aplicacion
           REWRITE cond-registro END-REWRITE
           STRING "CONDONACION " DELIMITED BY SIZE
                  cond-id        DELIMITED BY SIZE
                  " APLICADA"    DELIMITED BY SIZE
                     INTO OUT-DESRET-COND
           END-STRING
           CLOSE datos-condonaciones
           GOBACK.

      *----------------------------------------------------------*
      * ABONAR-ITEM : graba el abono que revierte un cargo de     *
      * interes y rescata su correlativo desde cuentas.dat (el    *
      * ultimo asignado es cuenta-cant-mov).                      *
      *----------------------------------------------------------*
       ABONAR-ITEM.
           MOVE cond-rut                  TO lk-mov-rut
           MOVE "A"                       TO lk-mov-tipo
           MOVE cond-monto-item(WS-IDX)   TO lk-mov-monto
           MOVE SPACES                    TO lk-mov-glosa
           STRING "CONDONA INT MOV "           DELIMITED BY SIZE
                  cond-mov-correlativo(WS-IDX) DELIMITED BY SIZE
                  " COND "                     DELIMITED BY SIZE
                  cond-id                      DELIMITED BY SIZE
                          INTO lk-mov-glosa
           END-STRING
           MOVE lk-co-operador            TO lk-mov-operador
           CALL "GrabarMovimiento" USING PAR-ENTRADA-MOV
                                         PAR-SALIDA-MOV
           IF OUT-CODRET-MOV NOT = 0 THEN
              MOVE 2              TO OUT-CODRET-COND
              MOVE OUT-DESRET-MOV TO OUT-DESRET-COND
           ELSE
              OPEN INPUT datos-cuentas
              MOVE cond-rut TO cuenta-rut
              READ datos-cuentas
                  NOT INVALID KEY
                      MOVE cuenta-cant-mov
                        TO cond-abono-correlativo(WS-IDX)
              END-READ
              CLOSE datos-cuentas
           END-IF
           .

       END PROGRAM AplicarCondonacion.
