      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Registro de disputas de facturas (disputas.dat, una
      *          por factura con la llave rut+periodo). Abrir una
      *          disputa exige la factura pendiente y un motivo, y
      *          anota operador y fecha; resolverla exige la glosa de
      *          la resolucion. Mientras esta abierta, la factura
      *          queda fuera de CobranzaEtapas, InteresesMora,
      *          GenerarCargosPAC, PagosBanco y de los tramos de
      *          ReporteAntiguedad (que la totaliza aparte), y
      *          EscalarTareas la escala al supervisor si sigue
      *          abierta pasados N dias habiles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorDisputas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       WORKING-STORAGE SECTION.
       01  FS-DISPUTAS         PIC XX.
       01  FS-FACTURAS         PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ES-NUEVA         PIC X.

       01 VARIABLES-PANTALLA.
           05 RUT          PIC 9(10).
           05 PERIODO-FACT PIC 9(06).
           05 ACCION       PIC X.
           05 MOTIVO       PIC X(40).
           05 RESOLUCION   PIC X(40).
           05 SALIR        PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-DISPUTA.
         03  BLANK SCREEN.
         03  LINE 1 COL 24  VALUE "Disputas de Facturas".
         03  LINE 4 COL 5   VALUE "RUT CLIENTE.........: ".
         03  LINE 4 COL 27 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 5 COL 5   VALUE "FACTURA (AAAAMM)....: ".
         03  LINE 5 COL 27 PIC 9(06) USING PERIODO-FACT.
         03  LINE 6 COL 5   VALUE "ACCION (A/R)........: ".
         03  LINE 6 COL 27 PIC X USING ACCION.
         03  LINE 6 COL 30  VALUE "A=ABRIR R=RESOLVER".
         03  LINE 7 COL 5   VALUE "MOTIVO..............: ".
         03  LINE 7 COL 27 PIC X(40) USING MOTIVO.
         03  LINE 8 COL 5   VALUE "RESOLUCION..........: ".
         03  LINE 8 COL 27 PIC X(40) USING RESOLUCION.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-disputas
           IF FS-DISPUTAS = "35" THEN
              OPEN OUTPUT datos-disputas
              CLOSE datos-disputas
              OPEN I-O datos-disputas
           END-IF
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "NO HAY FACTURAS GENERADAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-disputas
              GOBACK
           END-IF

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO RUT PERIODO-FACT
              MOVE "A"    TO ACCION
              MOVE SPACES TO MOTIVO RESOLUCION
              DISPLAY PANTALLA-DISPUTA
              ACCEPT  PANTALLA-DISPUTA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 IF ACCION = "R" OR ACCION = "r" THEN
                    PERFORM RESOLVER-DISPUTA THRU
                            RESOLVER-DISPUTA-FIN
                 ELSE
                    PERFORM ABRIR-DISPUTA THRU ABRIR-DISPUTA-FIN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE datos-disputas datos-facturas
           GOBACK.

      *----------------------------------------------------------*
      * ABRIR-DISPUTA : solo sobre una factura pendiente y con     *
      * motivo. Una disputa resuelta de la misma factura se        *
      * reabre sobre el mismo registro, sin escalamiento previo.   *
      *----------------------------------------------------------*
       ABRIR-DISPUTA.
           IF ACCION NOT = "A" AND ACCION NOT = "a" THEN
              MOVE "ACCION DEBE SER A (ABRIR) O R (RESOLVER)"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ABRIR-DISPUTA-FIN
           END-IF
           MOVE RUT          TO factura-rut
           MOVE PERIODO-FACT TO factura-periodo
           READ datos-facturas
               INVALID KEY
                   MOVE "LA FACTURA NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO ABRIR-DISPUTA-FIN
           END-READ
           IF NOT factura-pendiente THEN
              MOVE "LA FACTURA NO ESTA PENDIENTE" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ABRIR-DISPUTA-FIN
           END-IF
           IF MOTIVO = SPACES THEN
              MOVE "EL MOTIVO DE LA DISPUTA ES OBLIGATORIO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ABRIR-DISPUTA-FIN
           END-IF

           MOVE "S"          TO WS-ES-NUEVA
           MOVE RUT          TO disputa-rut
           MOVE PERIODO-FACT TO disputa-periodo
           READ datos-disputas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-NUEVA
           END-READ
           IF WS-ES-NUEVA = "N" AND disputa-abierta THEN
              MOVE "LA FACTURA YA TIENE UNA DISPUTA ABIERTA"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO ABRIR-DISPUTA-FIN
           END-IF

           MOVE RUT            TO disputa-rut
           MOVE PERIODO-FACT   TO disputa-periodo
           MOVE MOTIVO         TO disputa-motivo
           MOVE "A"            TO disputa-estado
           MOVE WS-FECHA-SYS   TO disputa-fec-apertura
           MOVE LK-OPERADOR-ID TO disputa-oper-apertura
           MOVE SPACES         TO disputa-resolucion
                                  disputa-oper-resolucion
           MOVE 0              TO disputa-fec-resolucion
           MOVE "N"            TO disputa-escalada
           MOVE WS-FECHA-SYS   TO disputa-fecmod
           IF WS-ES-NUEVA = "S" THEN
              WRITE disputa-registro
                  INVALID KEY
                      MOVE "NO SE PUDO GRABAR LA DISPUTA" TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO ABRIR-DISPUTA-FIN
              END-WRITE
           ELSE
              REWRITE disputa-registro END-REWRITE
           END-IF
           MOVE "DISPUTA ABIERTA: FACTURA FUERA DE COBRANZA"
                                     TO MSG-ERROR
           MOVE "I"                  TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                  TO MSG-SEVERIDAD.
       ABRIR-DISPUTA-FIN.
           EXIT.

      *    LA RESOLUCION DEVUELVE LA FACTURA A LA COBRANZA NORMAL EN
      *    LA SIGUIENTE CORRIDA DE CADA PROCESO.
       RESOLVER-DISPUTA.
           MOVE RUT          TO disputa-rut
           MOVE PERIODO-FACT TO disputa-periodo
           READ datos-disputas
               INVALID KEY
                   MOVE "LA FACTURA NO TIENE DISPUTA" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO RESOLVER-DISPUTA-FIN
           END-READ
           IF NOT disputa-abierta THEN
              MOVE "LA DISPUTA YA ESTA RESUELTA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO RESOLVER-DISPUTA-FIN
           END-IF
           IF RESOLUCION = SPACES THEN
              MOVE "INGRESE LA RESOLUCION DE LA DISPUTA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO RESOLVER-DISPUTA-FIN
           END-IF

           MOVE "R"            TO disputa-estado
           MOVE RESOLUCION     TO disputa-resolucion
           MOVE WS-FECHA-SYS   TO disputa-fec-resolucion
           MOVE LK-OPERADOR-ID TO disputa-oper-resolucion
           MOVE WS-FECHA-SYS   TO disputa-fecmod
           REWRITE disputa-registro END-REWRITE
           MOVE "DISPUTA RESUELTA"   TO MSG-ERROR
           MOVE "I"                  TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                  TO MSG-SEVERIDAD.
       RESOLVER-DISPUTA-FIN.
           EXIT.

       END PROGRAM MantenedorDisputas.
