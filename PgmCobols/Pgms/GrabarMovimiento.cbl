      *          cuenta la primera vez que el cliente registra un
      *          movimiento. Es la unica rutina que graba en esos dos
      *          archivos, igual que GrabarCliente lo es para
      *          clientes.dat. Rechaza el movimiento si el dia de
      *          negocio esta cerrado o si la fecha cae en un periodo
      *          contable cerrado (VerificarPeriodo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-PERIODO.
           05  lk-vp-fecha    PIC 9(08).
       01 PAR-SALIDA-PERIODO.
           05  lk-vp-estado   PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
              GOBACK
           END-IF

      *       PERIODO CONTABLE CERRADO POR CierrePeriodo: NINGUN
      *       CARGO O ABONO PUEDE CAER DENTRO DE EL.
           MOVE WS-FECHA-SYS TO lk-vp-fecha
           CALL "VerificarPeriodo" USING PAR-ENTRADA-PERIODO
                                         PAR-SALIDA-PERIODO
           IF lk-vp-estado = "C" THEN
              MOVE 4 TO OUT-CODRET-MOV
              MOVE "PERIODO CONTABLE CERRADO; NO SE CONTABILIZA"
                                     TO OUT-DESRET-MOV
              GOBACK
           END-IF

           IF lk-mov-tipo NOT = "C" AND lk-mov-tipo NOT = "A" THEN
              MOVE 1 TO OUT-CODRET-MOV
              MOVE "TIPO DE MOVIMIENTO DEBE SER C O A"
