      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Garantias en dinero por cliente (garantias.dat):
      *          registro del deposito que exige un servicio antes
      *          de prestarse (monto, fecha de recepcion y servicio
      *          que respalda) y consulta de las garantias del
      *          cliente. La garantia NO se abona en la cuenta
      *          corriente, para que nunca pague facturas por
      *          descuido: solo LiquidarGarantia la aplica, en la
      *          baja del cliente o al terminar la suscripcion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorGarantias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-garantias
               ASSIGN TO
           "C:\PgmCobols\Data\garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gar-llave
               FILE STATUS IS FS-GARANTIAS.

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-SERVICIOS.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-garantias.
           copy "C:\PgmCobols\FD\FDGarantia.cpy".

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       WORKING-STORAGE SECTION.
       01  FS-GARANTIAS        PIC XX.
       01  FS-SERVICIOS        PIC XX.
       01  FS-USUARIOS         PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  fin-garantias       PIC X.
       01  WS-ULT-CORRELATIVO  PIC 9(04).
       01  WS-CANT-GARANTIAS   PIC 9(04).
       01  WS-TOT-RETENIDO     PIC 9(13)V99.
       01  WS-MONTO-EDIT       PIC Z(10)9.99.
       01  WS-SALDO-EDIT       PIC Z(10)9.99.
       01  WS-TOT-EDIT         PIC Z(12)9.99.
       01  WS-ESTADO-DESC      PIC X(10).
       01  WS-SEGUIR           PIC X.

       01 VARIABLES-PANTALLA.
           05 ACCION        PIC X.
      *        R = registrar garantia; C = consultar las del cliente.
           05 RUT           PIC 9(10).
           05 SERVICIO-GAR  PIC X(06).
           05 MONTO-GAR     PIC 9(11)V99.
           05 FEC-RECEPCION PIC 9(08).
           05 SALIR         PIC X.

       LINKAGE SECTION.
       01 PAR-ENTRADA-LOGIN.
           05  LK-LOGIN-OK         PIC X.
           05  LK-OPERADOR-ID      PIC X(10).
           05  LK-OPERADOR-NOMBRE  PIC X(30).
           05  LK-OPERADOR-PERFIL  PIC X.

       SCREEN SECTION.
       01  PANTALLA-GARANTIA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Garantias en Dinero".
         03  LINE 3 COL 5   VALUE "ACCION (R=REGISTRAR C=CONSULTAR): ".
         03  LINE 3 COL 40 PIC X USING ACCION.
         03  LINE 5 COL 5   VALUE "RUT CLIENTE...: ".
         03  LINE 5 COL 22 PIC ZZZZZZZZZ9 USING RUT.
         03  LINE 6 COL 5   VALUE "SERVICIO......: ".
         03  LINE 6 COL 22 PIC X(06) USING SERVICIO-GAR.
         03  LINE 7 COL 5   VALUE "MONTO.........: ".
         03  LINE 7 COL 22 PIC Z(10)9.99 USING MONTO-GAR.
         03  LINE 8 COL 5   VALUE "RECIBIDA(AAAAMMDD,0=HOY): ".
         03  LINE 8 COL 32 PIC 9(08) USING FEC-RECEPCION.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL = "L" THEN
              MOVE "PERFIL SIN ACCESO A GARANTIAS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-garantias
           IF FS-GARANTIAS = "35" THEN
              OPEN OUTPUT datos-garantias
              CLOSE datos-garantias
              OPEN I-O datos-garantias
           END-IF
           OPEN INPUT datos-servicios
           IF FS-SERVICIOS NOT = "00" THEN
              MOVE "CARGUE EL CATALOGO DE SERVICIOS PRIMERO"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              CLOSE datos-garantias
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE "R"    TO ACCION
              MOVE 0      TO RUT MONTO-GAR FEC-RECEPCION
              MOVE SPACES TO SERVICIO-GAR
              DISPLAY PANTALLA-GARANTIA
              ACCEPT  PANTALLA-GARANTIA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 IF ACCION = "C" OR ACCION = "c" THEN
                    PERFORM CONSULTAR-GARANTIAS THRU
                            CONSULTAR-GARANTIAS-FIN
                 ELSE
                    PERFORM REGISTRAR-GARANTIA THRU
                            REGISTRAR-GARANTIA-FIN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE datos-garantias datos-servicios datos-usuarios
           GOBACK.

      *----------------------------------------------------------*
      * REGISTRAR-GARANTIA : cliente vigente, servicio del        *
      * catalogo y monto; queda vigente con todo el monto         *
      * retenido, en el correlativo siguiente del cliente.        *
      *----------------------------------------------------------*
       REGISTRAR-GARANTIA.
           MOVE RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO REGISTRAR-GARANTIA-FIN
           END-READ
           IF usuario-baja THEN
              MOVE "CLIENTE DADO DE BAJA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-GARANTIA-FIN
           END-IF

           MOVE SERVICIO-GAR TO servicio-codigo
           READ datos-servicios
               INVALID KEY
                   MOVE "SERVICIO NO EXISTE EN EL CATALOGO"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO REGISTRAR-GARANTIA-FIN
           END-READ

           IF MONTO-GAR = 0 THEN
              MOVE "EL MONTO ES OBLIGATORIO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-GARANTIA-FIN
           END-IF
           IF FEC-RECEPCION = 0 THEN
              MOVE WS-FECHA-SYS TO FEC-RECEPCION
           END-IF
           IF FEC-RECEPCION > WS-FECHA-SYS THEN
              MOVE "LA FECHA DE RECEPCION NO PUEDE SER FUTURA"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-GARANTIA-FIN
           END-IF

           PERFORM RECORRER-GARANTIAS
           IF WS-ULT-CORRELATIVO = 9999 THEN
              MOVE "CLIENTE SIN CORRELATIVOS DE GARANTIA LIBRES"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO REGISTRAR-GARANTIA-FIN
           END-IF

           MOVE RUT            TO gar-rut
           COMPUTE gar-correlativo = WS-ULT-CORRELATIVO + 1
           MOVE SERVICIO-GAR   TO gar-servicio
           MOVE MONTO-GAR      TO gar-monto gar-saldo
           MOVE FEC-RECEPCION  TO gar-fec-recepcion
           MOVE "V"            TO gar-estado
           MOVE 0              TO gar-monto-aplicado
                                  gar-monto-devuelto
                                  gar-fec-liquidacion
           MOVE SPACES         TO gar-motivo-liq
           MOVE WS-FECHA-SYS   TO gar-fecmod
           MOVE LK-OPERADOR-ID TO gar-usuario-mod
           WRITE gar-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR LA GARANTIA" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO REGISTRAR-GARANTIA-FIN
           END-WRITE
           MOVE SPACES TO MSG-ERROR
           STRING "GARANTIA "     DELIMITED BY SIZE
                  gar-correlativo DELIMITED BY SIZE
                  " REGISTRADA"   DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I"               TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"               TO MSG-SEVERIDAD.
       REGISTRAR-GARANTIA-FIN.
           EXIT.

      *    RECORRE LAS GARANTIAS DEL RUT: ULTIMO CORRELATIVO USADO,
      *    CANTIDAD Y TOTAL RETENIDO (SOLO VIGENTES); CON ACCION C
      *    ADEMAS LAS LISTA.
       RECORRER-GARANTIAS.
           MOVE 0   TO WS-ULT-CORRELATIVO WS-CANT-GARANTIAS
                       WS-TOT-RETENIDO
           MOVE "N" TO fin-garantias
           MOVE RUT TO gar-rut
           MOVE 0   TO gar-correlativo
           START datos-garantias KEY IS NOT < gar-llave
               INVALID KEY
                   MOVE "S" TO fin-garantias
           END-START
           PERFORM UNTIL fin-garantias = "S"
               READ datos-garantias NEXT RECORD
                   AT END
                       MOVE "S" TO fin-garantias
                   NOT AT END
                       IF gar-rut NOT = RUT THEN
                          MOVE "S" TO fin-garantias
                       ELSE
                          MOVE gar-correlativo TO WS-ULT-CORRELATIVO
                          ADD 1 TO WS-CANT-GARANTIAS
                          IF gar-vigente THEN
                             ADD gar-saldo TO WS-TOT-RETENIDO
                          END-IF
                          IF ACCION = "C" OR ACCION = "c" THEN
                             PERFORM MOSTRAR-GARANTIA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOSTRAR-GARANTIA.
           IF gar-vigente THEN
              MOVE "VIGENTE   " TO WS-ESTADO-DESC
           ELSE
              MOVE "LIQUIDADA " TO WS-ESTADO-DESC
           END-IF
           MOVE gar-monto TO WS-MONTO-EDIT
           MOVE gar-saldo TO WS-SALDO-EDIT
           DISPLAY gar-correlativo " " gar-servicio " "
                   gar-fec-recepcion " " WS-MONTO-EDIT " "
                   WS-SALDO-EDIT " " WS-ESTADO-DESC
                   gar-motivo-liq
           .

       CONSULTAR-GARANTIAS.
           MOVE RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CONSULTAR-GARANTIAS-FIN
           END-READ
           DISPLAY "---------------------------------------------"
           DISPLAY "GARANTIAS DEL RUT " RUT " " usuario-nombre
           DISPLAY "CORR SERVIC RECIBIDA          MONTO"
                   "       RETENIDO ESTADO"
           PERFORM RECORRER-GARANTIAS
           IF WS-CANT-GARANTIAS = 0 THEN
              DISPLAY "CLIENTE SIN GARANTIAS REGISTRADAS"
           END-IF
           MOVE WS-TOT-RETENIDO TO WS-TOT-EDIT
           DISPLAY "TOTAL RETENIDO: $" WS-TOT-EDIT
           DISPLAY "---------------------------------------------"
           DISPLAY "ENTER PARA CONTINUAR "
           ACCEPT WS-SEGUIR.
       CONSULTAR-GARANTIAS-FIN.
           EXIT.

       END PROGRAM MantenedorGarantias.
