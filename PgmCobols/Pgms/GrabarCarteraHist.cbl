      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Deja en cartera_hist.dat un cambio de ejecutivo de
      *          cuenta de un cliente (de quien a quien, cuando,
      *          quien lo hizo y si fue individual o parte de una
      *          reasignacion masiva). La llama AsignarCartera; es
      *          el rastro de auditoria de la cartera por ejecutivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrabarCarteraHist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-carhist
               ASSIGN TO
           "C:\PgmCobols\Data\cartera_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS carhist-llave
               FILE STATUS IS FS-CARHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-carhist.
           copy "C:\PgmCobols\FD\FDCarteraHist.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CARHIST          PIC XX.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(06).

       LINKAGE SECTION.
       01 PAR-ENTRADA-CARHIST.
           05  lk-ch-rut        PIC 9(10).
           05  lk-ch-ejec-ant   PIC X(10).
           05  lk-ch-ejec-nue   PIC X(10).
           05  lk-ch-tipo       PIC X.
           05  lk-ch-operador   PIC X(10).

       PROCEDURE DIVISION USING PAR-ENTRADA-CARHIST.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME

           OPEN I-O datos-carhist
           IF FS-CARHIST = "35" THEN
              OPEN OUTPUT datos-carhist
              CLOSE datos-carhist
              OPEN I-O datos-carhist
           END-IF
           IF FS-CARHIST NOT = "00" THEN
              GOBACK
           END-IF

           MOVE lk-ch-rut        TO carhist-rut
           MOVE WS-FECHA-SYS     TO carhist-fecha
           MOVE WS-HORA-SYS      TO carhist-hora
           MOVE lk-ch-ejec-ant   TO carhist-ejec-ant
           MOVE lk-ch-ejec-nue   TO carhist-ejec-nue
           MOVE lk-ch-tipo       TO carhist-tipo
           MOVE lk-ch-operador   TO carhist-operador
           WRITE carhist-registro
               INVALID KEY
                   CONTINUE
           END-WRITE

           CLOSE datos-carhist
           GOBACK.

       END PROGRAM GrabarCarteraHist.
