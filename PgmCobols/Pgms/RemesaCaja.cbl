      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Remesa de efectivo de las cajas al banco
      *          (remesas.dat). Tras el cierre de caja (CajaSesion)
      *          el efectivo de una o mas sesiones cerradas de la
      *          sucursal se agrupa en una remesa numerada con el
      *          nombre del transportista y el numero de sello; por
      *          cada sesion se remesa lo contado al cierre menos el
      *          fondo de apertura, que queda en la sucursal. Cada
      *          sesion queda marcada con su numero de remesa para no
      *          remesarla dos veces, y la guia sale por spool
      *          (REMESA). Cuando el banco confirma el deposito,
      *          tesoreria (perfil A) registra el monto confirmado y
      *          la remesa queda cuadrada o con diferencia. Las
      *          remesas sin confirmar o con diferencia las persigue
      *          ControlRemesas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemesaCaja.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-cajas
               ASSIGN TO
           "C:\PgmCobols\Data\cajas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caja-llave
               FILE STATUS IS FS-CAJAS.

           SELECT datos-remesas
               ASSIGN TO
           "C:\PgmCobols\Data\remesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS remesa-numero
               FILE STATUS IS FS-REMESAS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cajas.
           copy "C:\PgmCobols\FD\FDCaja.cpy".

       FD  datos-remesas.
           copy "C:\PgmCobols\FD\FDRemesa.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       WORKING-STORAGE SECTION.
       01  FS-CAJAS            PIC XX.
       01  FS-REMESAS          PIC XX.
       01  FS-SUCURSALES       PIC XX.
       01  WS-HAY-SUCURSALES   PIC X VALUE "N".
       01  fin-de-archivo      PIC X.
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(06).
       01  WS-OPCION           PIC X.
       01  WS-CONFIRMA         PIC X.

      *    DATOS DE LA REMESA EN ARMADO.
       01  WS-SUCURSAL         PIC X(04).
       01  WS-FECHA-CAJAS      PIC 9(08).
       01  WS-TRANSPORTISTA    PIC X(30).
       01  WS-SELLO            PIC X(15).
       01  WS-NUMERO           PIC 9(06).
       01  WS-MONTO-REMESA     PIC 9(11)V99.
       01  WS-MONTO-CAJA       PIC 9(11)V99.
       01  WS-CAJERO           PIC X(10).
       01  WS-FIN-CAJAS        PIC X.
       01  WS-YA-INCLUIDA      PIC X.

      *    SESIONES INCLUIDAS (UNA SUCURSAL NO TIENE MAS DE 20 CAJAS).
       01  WS-TAB-CAJAS.
           05  WS-CAJA-ITEM OCCURS 20 TIMES.
               10  WS-CAJA-OPERADOR PIC X(10).
               10  WS-CAJA-MONTO    PIC 9(11)V99.
       01  WS-CAJA-CANT        PIC 9(02) VALUE 0.
       01  WS-CAJA-IDX         PIC 9(02).

      *    CONFIRMACION DEL BANCO.
       01  WS-MONTO-BANCO      PIC 9(11)V99.
       01  WS-FECHA-DEPOSITO   PIC 9(08).

       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-DIF-EDIT         PIC -(10)9.99.

       01  WS-RUTA-SPOOL       PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
      *       MENU ya hizo el "Login" interactivo antes de despachar
      *       aqui; se recibe el resultado en vez de autenticar de
      *       nuevo.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a remesas."
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS  FROM TIME

           OPEN I-O datos-cajas
           IF FS-CAJAS NOT = "00" THEN
              DISPLAY "NO HAY SESIONES DE CAJA REGISTRADAS."
              GOBACK
           END-IF
           OPEN I-O datos-remesas
           IF FS-REMESAS = "35" THEN
              OPEN OUTPUT datos-remesas
              CLOSE datos-remesas
              OPEN I-O datos-remesas
           END-IF
           IF FS-REMESAS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR remesas.dat: " FS-REMESAS
              CLOSE datos-cajas
              GOBACK
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-HAY-SUCURSALES
           END-IF

           DISPLAY "ACCION: N=NUEVA REMESA / C=CONFIRMAR DEPOSITO / "
                   "S=SALIR: "
           MOVE SPACE TO WS-OPCION
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "N" WHEN "n"
                   PERFORM ARMAR-REMESA THRU ARMAR-REMESA-FIN
               WHEN "C" WHEN "c"
                   PERFORM CONFIRMAR-DEPOSITO THRU
                           CONFIRMAR-DEPOSITO-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           CLOSE datos-cajas datos-remesas
           IF WS-HAY-SUCURSALES = "S" THEN
              CLOSE datos-sucursales
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      * ARMAR-REMESA : se piden la sucursal, el dia de las cajas  *
      * y los cajeros cuyas sesiones cerradas viajan en la bolsa; *
      * luego transportista y sello. Se graba la remesa y recien  *
      * entonces se marcan las sesiones.                          *
      *----------------------------------------------------------*
       ARMAR-REMESA.
           DISPLAY "SUCURSAL: "
           MOVE SPACES TO WS-SUCURSAL
           ACCEPT WS-SUCURSAL
           IF WS-SUCURSAL = SPACES THEN
              DISPLAY "INGRESE LA SUCURSAL."
              GO TO ARMAR-REMESA-FIN
           END-IF
           IF WS-HAY-SUCURSALES = "S" THEN
              MOVE WS-SUCURSAL TO sucursal-codigo
              READ datos-sucursales
                  INVALID KEY
                      DISPLAY "SUCURSAL NO EXISTE EN EL MAESTRO."
                      GO TO ARMAR-REMESA-FIN
              END-READ
           END-IF

           DISPLAY "DIA DE LAS CAJAS (AAAAMMDD, 0 = HOY): "
           MOVE 0 TO WS-FECHA-CAJAS
           ACCEPT WS-FECHA-CAJAS
           IF WS-FECHA-CAJAS = 0 THEN
              MOVE WS-FECHA-SYS TO WS-FECHA-CAJAS
           END-IF

           MOVE 0   TO WS-CAJA-CANT WS-MONTO-REMESA
           MOVE "N" TO WS-FIN-CAJAS
           PERFORM AGREGAR-CAJA THRU AGREGAR-CAJA-FIN
                   UNTIL WS-FIN-CAJAS = "S"
           IF WS-CAJA-CANT = 0 THEN
              DISPLAY "NO SE INCLUYO NINGUNA SESION DE CAJA."
              GO TO ARMAR-REMESA-FIN
           END-IF

           DISPLAY "TRANSPORTISTA: "
           MOVE SPACES TO WS-TRANSPORTISTA
           ACCEPT WS-TRANSPORTISTA
           DISPLAY "NUMERO DE SELLO: "
           MOVE SPACES TO WS-SELLO
           ACCEPT WS-SELLO
           IF WS-TRANSPORTISTA = SPACES OR WS-SELLO = SPACES THEN
              DISPLAY "TRANSPORTISTA Y SELLO SON OBLIGATORIOS."
              GO TO ARMAR-REMESA-FIN
           END-IF

           MOVE WS-MONTO-REMESA TO WS-MONTO-EDIT
           DISPLAY "CONFIRMA REMESA DE " WS-CAJA-CANT
                   " CAJAS POR $" WS-MONTO-EDIT " (S/N): "
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
              DISPLAY "REMESA NO GRABADA."
              GO TO ARMAR-REMESA-FIN
           END-IF

           PERFORM PROXIMA-REMESA
           MOVE WS-NUMERO        TO remesa-numero
           MOVE WS-SUCURSAL      TO remesa-sucursal
           MOVE WS-FECHA-SYS     TO remesa-fecha
           MOVE WS-HORA-SYS      TO remesa-hora
           MOVE WS-CAJA-CANT     TO remesa-cant-cajas
           MOVE WS-MONTO-REMESA  TO remesa-monto
           MOVE WS-TRANSPORTISTA TO remesa-transportista
           MOVE WS-SELLO         TO remesa-sello
           MOVE "E"              TO remesa-estado
           MOVE 0                TO remesa-fec-deposito
                                    remesa-monto-banco
                                    remesa-diferencia
           MOVE "N"              TO remesa-tarea
           MOVE LK-OPERADOR-ID   TO remesa-operador
           MOVE WS-FECHA-SYS     TO remesa-fecmod
           MOVE LK-OPERADOR-ID   TO remesa-usuario-mod
           WRITE remesa-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA REMESA: " FS-REMESAS
                   GO TO ARMAR-REMESA-FIN
           END-WRITE

           PERFORM VARYING WS-CAJA-IDX FROM 1 BY 1
                   UNTIL WS-CAJA-IDX > WS-CAJA-CANT
              MOVE WS-CAJA-OPERADOR(WS-CAJA-IDX) TO caja-operador
              MOVE WS-FECHA-CAJAS                TO caja-fecha
              READ datos-cajas
                  NOT INVALID KEY
                      MOVE WS-NUMERO TO caja-remesa
                      REWRITE caja-registro END-REWRITE
              END-READ
           END-PERFORM

           PERFORM EMITIR-GUIA-REMESA
           DISPLAY "REMESA " WS-NUMERO " GRABADA POR $" WS-MONTO-EDIT.
       ARMAR-REMESA-FIN.
           EXIT.

      *    UN CAJERO POR VUELTA; BLANCO TERMINA. LA SESION DEBE
      *    ESTAR CERRADA Y SIN REMESA PREVIA.
       AGREGAR-CAJA.
           DISPLAY "CAJERO A INCLUIR (BLANCO = TERMINAR): "
           MOVE SPACES TO WS-CAJERO
           ACCEPT WS-CAJERO
           IF WS-CAJERO = SPACES THEN
              MOVE "S" TO WS-FIN-CAJAS
              GO TO AGREGAR-CAJA-FIN
           END-IF
           IF WS-CAJA-CANT = 20 THEN
              DISPLAY "MAXIMO 20 SESIONES POR REMESA."
              MOVE "S" TO WS-FIN-CAJAS
              GO TO AGREGAR-CAJA-FIN
           END-IF

           MOVE "N" TO WS-YA-INCLUIDA
           PERFORM VARYING WS-CAJA-IDX FROM 1 BY 1
                   UNTIL WS-CAJA-IDX > WS-CAJA-CANT
              IF WS-CAJA-OPERADOR(WS-CAJA-IDX) = WS-CAJERO THEN
                 MOVE "S" TO WS-YA-INCLUIDA
              END-IF
           END-PERFORM
           IF WS-YA-INCLUIDA = "S" THEN
              DISPLAY "ESA SESION YA ESTA EN LA REMESA."
              GO TO AGREGAR-CAJA-FIN
           END-IF

           MOVE WS-CAJERO      TO caja-operador
           MOVE WS-FECHA-CAJAS TO caja-fecha
           READ datos-cajas
               INVALID KEY
                   DISPLAY "NO HAY SESION DE ESE CAJERO ESE DIA."
                   GO TO AGREGAR-CAJA-FIN
           END-READ
           IF NOT caja-cerrada THEN
              DISPLAY "LA SESION AUN NO SE CIERRA."
              GO TO AGREGAR-CAJA-FIN
           END-IF
           IF caja-remesa IS NUMERIC AND caja-remesa NOT = 0 THEN
              DISPLAY "LA SESION YA SALIO EN LA REMESA " caja-remesa
              GO TO AGREGAR-CAJA-FIN
           END-IF

           MOVE 0 TO WS-MONTO-CAJA
           IF caja-monto-contado > caja-monto-apertura THEN
              COMPUTE WS-MONTO-CAJA = caja-monto-contado
                                    - caja-monto-apertura
           END-IF
           ADD 1 TO WS-CAJA-CANT
           MOVE WS-CAJERO     TO WS-CAJA-OPERADOR(WS-CAJA-CANT)
           MOVE WS-MONTO-CAJA TO WS-CAJA-MONTO(WS-CAJA-CANT)
           ADD WS-MONTO-CAJA  TO WS-MONTO-REMESA
           MOVE WS-MONTO-CAJA   TO WS-MONTO-EDIT
           DISPLAY "  SESION INCLUIDA: $" WS-MONTO-EDIT
           MOVE WS-MONTO-REMESA TO WS-MONTO-EDIT
           DISPLAY "  TOTAL REMESA...: $" WS-MONTO-EDIT.
       AGREGAR-CAJA-FIN.
           EXIT.

      *    remesas.dat VA POR NUMERO: EL ULTIMO LEIDO ES EL MAYOR.
       PROXIMA-REMESA.
           MOVE 0   TO WS-NUMERO
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO remesa-numero
           START datos-remesas KEY IS NOT < remesa-numero
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-remesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       MOVE remesa-numero TO WS-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO WS-NUMERO
           .

      *----------------------------------------------------------*
      * CONFIRMAR-DEPOSITO : tesoreria (perfil A) registra lo que *
      * el banco confirma; cualquier diferencia queda en la       *
      * remesa y la recoge ControlRemesas.                        *
      *----------------------------------------------------------*
       CONFIRMAR-DEPOSITO.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "SOLO PERFIL A CONFIRMA DEPOSITOS."
              GO TO CONFIRMAR-DEPOSITO-FIN
           END-IF
           DISPLAY "NUMERO DE REMESA: "
           MOVE 0 TO WS-NUMERO
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO TO remesa-numero
           READ datos-remesas
               INVALID KEY
                   DISPLAY "LA REMESA NO EXISTE."
                   GO TO CONFIRMAR-DEPOSITO-FIN
           END-READ
           IF NOT remesa-enviada THEN
              DISPLAY "LA REMESA YA FUE CONFIRMADA."
              GO TO CONFIRMAR-DEPOSITO-FIN
           END-IF

           MOVE remesa-monto TO WS-MONTO-EDIT
           DISPLAY "REMESA " remesa-numero " SUCURSAL "
                   remesa-sucursal " SELLO " remesa-sello
                   " MONTO $" WS-MONTO-EDIT
           DISPLAY "MONTO CONFIRMADO POR EL BANCO: "
           MOVE 0 TO WS-MONTO-BANCO
           ACCEPT WS-MONTO-BANCO
           DISPLAY "FECHA DEL DEPOSITO (AAAAMMDD, 0 = HOY): "
           MOVE 0 TO WS-FECHA-DEPOSITO
           ACCEPT WS-FECHA-DEPOSITO
           IF WS-FECHA-DEPOSITO = 0 THEN
              MOVE WS-FECHA-SYS TO WS-FECHA-DEPOSITO
           END-IF
           IF WS-FECHA-DEPOSITO < remesa-fecha THEN
              DISPLAY "EL DEPOSITO NO PUEDE SER ANTERIOR AL ENVIO."
              GO TO CONFIRMAR-DEPOSITO-FIN
           END-IF

           MOVE WS-FECHA-DEPOSITO TO remesa-fec-deposito
           MOVE WS-MONTO-BANCO    TO remesa-monto-banco
           COMPUTE remesa-diferencia = WS-MONTO-BANCO - remesa-monto
           IF remesa-diferencia = 0 THEN
              MOVE "C" TO remesa-estado
           ELSE
              MOVE "D" TO remesa-estado
           END-IF
           MOVE WS-FECHA-SYS   TO remesa-fecmod
           MOVE LK-OPERADOR-ID TO remesa-usuario-mod
           REWRITE remesa-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CONFIRMACION."
                   GO TO CONFIRMAR-DEPOSITO-FIN
           END-REWRITE
           IF remesa-confirmada THEN
              DISPLAY "DEPOSITO CONFIRMADO, REMESA CUADRADA."
           ELSE
              MOVE remesa-diferencia TO WS-DIF-EDIT
              DISPLAY "DEPOSITO CONFIRMADO CON DIFERENCIA: $"
                      WS-DIF-EDIT
           END-IF.
       CONFIRMAR-DEPOSITO-FIN.
           EXIT.

       EMITIR-GUIA-REMESA.
           MOVE "REMESA"       TO lk-sp-reporte
           MOVE LK-OPERADOR-ID TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "GUIA DE REMESA " DELIMITED BY SIZE
                  WS-NUMERO         DELIMITED BY SIZE
                  " SUCURSAL "      DELIMITED BY SIZE
                  WS-SUCURSAL       DELIMITED BY SIZE
                  " DIA "           DELIMITED BY SIZE
                  WS-FECHA-SYS      DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "CAJERO         EFECTIVO REMESADO" TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE "D" TO lk-rw-operacion
           PERFORM VARYING WS-CAJA-IDX FROM 1 BY 1
                   UNTIL WS-CAJA-IDX > WS-CAJA-CANT
              MOVE WS-CAJA-MONTO(WS-CAJA-IDX) TO WS-MONTO-EDIT
              MOVE SPACES TO lk-rw-linea
              STRING WS-CAJA-OPERADOR(WS-CAJA-IDX) DELIMITED BY SIZE
                     "     $"                      DELIMITED BY SIZE
                     WS-MONTO-EDIT                 DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-PERFORM
           MOVE SPACES TO lk-rw-linea
           STRING "TRANSPORTISTA: "  DELIMITED BY SIZE
                  WS-TRANSPORTISTA   DELIMITED BY SIZE
                  " SELLO: "         DELIMITED BY SIZE
                  WS-SELLO           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE WS-MONTO-REMESA TO WS-MONTO-EDIT
           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "SESIONES: "     DELIMITED BY SIZE
                  WS-CAJA-CANT     DELIMITED BY SIZE
                  "   TOTAL REMESA: $" DELIMITED BY SIZE
                  WS-MONTO-EDIT    DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           DISPLAY "GUIA DE REMESA: " WS-RUTA-SPOOL
           .

       END PROGRAM RemesaCaja.
