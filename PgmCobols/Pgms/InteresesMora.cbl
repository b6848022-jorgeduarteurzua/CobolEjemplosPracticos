      *          mes se rechaza y el interes no se puede cobrar dos
      *          veces (mismo criterio de control que banco_ctrl.dat
      *          en ExtractoBanco). Pensada como paso de
      *          EjecutarCadena tras GenFacturas. Una factura con
      *          disputa abierta (disputas.dat) no genera interes, ni
      *          la de un cliente fallecido (clientes.dat estado F).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT param-intereses
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  param-intereses.
       01  param-linea           PIC X(40).

       01  FS-FACTURAS           PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  FS-USUARIOS           PIC XX.
       01  WS-USUARIOS-OK        PIC X VALUE "N".
       01  WS-FALLECIDO          PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  R-WS-FECHA-SYS REDEFINES WS-FECHA-SYS.
       01  WS-PENDIENTE          PIC 9(11)V99.
       01  WS-INTERES            PIC 9(11)V99.
       01  WS-CONT-FACTURAS      PIC 9(06) VALUE 0.
       01  WS-CONT-EN-DISPUTA    PIC 9(06) VALUE 0.
       01  WS-CONT-FALLECIDOS    PIC 9(06) VALUE 0.
       01  WS-CONT-LEIDAS        PIC 9(06) VALUE 0.
       01  WS-HORA-INICIO        PIC 9(06).
       01  WS-TOT-INTERES        PIC 9(13)V99 VALUE 0.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).
       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
           05  lk-mov-tipo      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO = WS-SYS-ANO * 100 + WS-SYS-MES

              DISPLAY "NO HAY FACTURAS GENERADAS."
              GOBACK
           END-IF
      *       Sin disputas.dat no hay facturas en disputa.
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           OPEN INPUT datos-usuarios
           IF FS-USUARIOS = "00" THEN
              MOVE "S" TO WS-USUARIOS-OK
           END-IF

           MOVE "INTERESES" TO lk-sp-reporte
           MOVE "BATCH"     TO lk-sp-operador
      -         "NTERES"       TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

      *       SOLO LAS PENDIENTES, POR LA LLAVE ALTERNA ESTADO +
      *       VENCIMIENTO: EL RECORRIDO TERMINA AL SALIR DEL ESTADO
      *       "P" O AL LLEGAR A LAS QUE AUN NO VENCEN.
           MOVE "P" TO factura-llave-estado
           MOVE 0   TO factura-llave-fec-venc
           START datos-facturas KEY IS NOT < factura-llave-venc
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF factura-llave-estado NOT = "P" OR
                          factura-fec-venc NOT < WS-FECHA-SYS THEN
                          MOVE "Y" TO fin-de-archivo
                       END-IF
                       IF fin-de-archivo NOT = "Y" AND
                          factura-pendiente AND
                          factura-fec-venc < WS-FECHA-SYS THEN
                          PERFORM VER-DISPUTA-FACTURA
                          PERFORM VER-CLIENTE-FALLECIDO
                          EVALUATE TRUE
                              WHEN WS-EN-DISPUTA = "S"
                                  ADD 1 TO WS-CONT-EN-DISPUTA
                              WHEN WS-FALLECIDO = "S"
                                  ADD 1 TO WS-CONT-FALLECIDOS
                              WHEN OTHER
                                  PERFORM LIQUIDAR-UNA-FACTURA THRU
                                          LIQUIDAR-UNA-FACTURA-FIN
                          END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-facturas
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF
           IF WS-USUARIOS-OK = "S" THEN
              CLOSE datos-usuarios
           END-IF

           MOVE WS-PERIODO TO WS-PERIODO-LIQUIDADO
           PERFORM GRABAR-CONTROL-INTERESES

           MOVE "InteresesMora"  TO lk-co-programa
           MOVE WS-HORA-INICIO   TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS   TO lk-co-leidos
           MOVE WS-CONT-FACTURAS TO lk-co-grabados
           COMPUTE lk-co-rechazados = WS-CONT-EN-DISPUTA +
                                      WS-CONT-FALLECIDOS
           MOVE "OK"             TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "-------------------------------------------"
           DISPLAY "INTERESES DE MORA - PERIODO " WS-PERIODO
           DISPLAY "FACTURAS LIQUIDADAS: " WS-CONT-FACTURAS
           DISPLAY "INTERES TOTAL......: " WS-TOT-EDIT
           DISPLAY "SIN INTERES (DISPUTA): " WS-CONT-EN-DISPUTA
           DISPLAY "SIN INTERES (FALLEC.): " WS-CONT-FALLECIDOS
           DISPLAY "REGISTRO...........: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.
           CLOSE control-intereses
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

      *    EL CLIENTE FALLECIDO DEJA DE DEVENGAR INTERES; LO YA
      *    COBRADO DESPUES DE LA DEFUNCION LO REVIERTE
      *    RegistrarFallecimiento.
       VER-CLIENTE-FALLECIDO.
           MOVE "N" TO WS-FALLECIDO
           IF WS-USUARIOS-OK = "S" THEN
              MOVE factura-rut TO usuario-rut
              READ datos-usuarios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF usuario-fallecido THEN
                         MOVE "S" TO WS-FALLECIDO
                      END-IF
              END-READ
           END-IF
           .

       END PROGRAM InteresesMora.
