      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Dice si una fecha valor cae en un periodo contable
      *          cerrado, en el estilo de rutina de FechaNegocio. Los
      *          periodos cerrados viven en periodos.dat (los cierra
      *          CierrePeriodo y solo se reabren con aprobacion en
      *          AprobarSolicitudes). Sin el archivo (instalacion que
      *          no adopto el cierre mensual) todo periodo esta
      *          abierto, que es el comportamiento historico. La
      *          llaman los registradores (GrabarMovimiento,
      *          EmitirNotaCredito, PagarFactura) antes de grabar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificarPeriodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-periodos
               ASSIGN TO
           "C:\PgmCobols\Data\periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS periodo-codigo
               FILE STATUS IS FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-periodos.
           copy "C:\PgmCobols\FD\FDPeriodo.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PERIODOS         PIC XX.

       LINKAGE SECTION.
       01 PAR-ENTRADA-PERIODO.
           05  lk-vp-fecha     PIC 9(08).
      *        Fecha valor AAAAMMDD del posteo.
       01 PAR-SALIDA-PERIODO.
           05  lk-vp-estado    PIC X.
      *        A = periodo abierto (se puede contabilizar);
      *        C = periodo cerrado (el registrador rechaza).

       PROCEDURE DIVISION USING PAR-ENTRADA-PERIODO
                                PAR-SALIDA-PERIODO.
       MAIN-PROCEDURE.
           MOVE "A" TO lk-vp-estado
           OPEN INPUT datos-periodos
           IF FS-PERIODOS = "00" THEN
              MOVE lk-vp-fecha(1:6) TO periodo-codigo
              READ datos-periodos
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF periodo-cerrado THEN
                         MOVE "C" TO lk-vp-estado
                      END-IF
              END-READ
              CLOSE datos-periodos
           END-IF
           GOBACK.

       END PROGRAM VerificarPeriodo.
