      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Mantencion del maestro de promociones y descuentos
      *          (promociones.dat): codigo, porcentaje o monto fijo
      *          sobre un servicio del catalogo, elegibilidad por
      *          segmento, empresa o RUT, vigencia y tope de periodos
      *          por cliente. GenFacturas aplica la mejor promocion
      *          elegible como linea de descuento de la factura y
      *          ReportePromociones informa su costo mensual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenedorPromociones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-promociones
               ASSIGN TO
           "C:\PgmCobols\Data\promociones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS promo-codigo
               FILE STATUS IS FS-PROMOCIONES.

           SELECT datos-servicios
               ASSIGN TO
           "C:\PgmCobols\Data\servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS servicio-codigo
               FILE STATUS IS FS-SERVICIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-promociones.
           copy "C:\PgmCobols\FD\FDPromocion.cpy".

       FD  datos-servicios.
           copy "C:\PgmCobols\FD\FDServicio.cpy".

       WORKING-STORAGE SECTION.
       01  FS-PROMOCIONES      PIC XX.
       01  FS-SERVICIOS        PIC XX.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-ES-NUEVO         PIC X.
       01  WS-SERVICIO-OK      PIC X.

       01 VARIABLES-PANTALLA.
           05 PRM-CODIGO       PIC X(06).
           05 PRM-DESCRIPCION  PIC X(40).
           05 PRM-TIPO         PIC X.
           05 PRM-VALOR        PIC 9(09)V99.
           05 PRM-SERVICIO     PIC X(06).
           05 PRM-SEGMENTO     PIC X(04).
           05 PRM-EMPRESA      PIC X(03).
           05 PRM-RUT          PIC 9(10).
           05 PRM-FEC-DESDE    PIC 9(08).
           05 PRM-FEC-HASTA    PIC 9(08).
           05 PRM-MAX-PERIODOS PIC 9(03).
           05 PRM-ESTADO       PIC X.
           05 SALIR            PIC X.

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
       01  PANTALLA-PROMOCION.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Promociones y Descuentos".
         03  LINE 4 COL 5   VALUE "CODIGO........: ".
         03  LINE 4 COL 22 PIC X(06) USING PRM-CODIGO.
         03  LINE 6 COL 5   VALUE "DESCRIPCION...: ".
         03  LINE 6 COL 22 PIC X(40) USING PRM-DESCRIPCION.
         03  LINE 7 COL 5   VALUE "TIPO (P/F)....: ".
         03  LINE 7 COL 22 PIC X USING PRM-TIPO.
         03  LINE 7 COL 25  VALUE "P=PORCENTAJE F=MONTO FIJO".
         03  LINE 8 COL 5   VALUE "VALOR.........: ".
         03  LINE 8 COL 22 PIC 9(09).99 USING PRM-VALOR.
         03  LINE 9 COL 5   VALUE "SERVICIO......: ".
         03  LINE 9 COL 22 PIC X(06) USING PRM-SERVICIO.
         03  LINE 11 COL 5  VALUE "ELEGIBLES (BLANCO/0 = TODOS)".
         03  LINE 12 COL 5  VALUE "SEGMENTO......: ".
         03  LINE 12 COL 22 PIC X(04) USING PRM-SEGMENTO.
         03  LINE 13 COL 5  VALUE "EMPRESA.......: ".
         03  LINE 13 COL 22 PIC X(03) USING PRM-EMPRESA.
         03  LINE 14 COL 5  VALUE "RUT...........: ".
         03  LINE 14 COL 22 PIC ZZZZZZZZZ9 USING PRM-RUT.
         03  LINE 16 COL 5  VALUE "VIGENTE DESDE.: ".
         03  LINE 16 COL 22 PIC 9(08) USING PRM-FEC-DESDE.
         03  LINE 17 COL 5  VALUE "VIGENTE HASTA.: ".
         03  LINE 17 COL 22 PIC 9(08) USING PRM-FEC-HASTA.
         03  LINE 17 COL 32 VALUE "(0 = ABIERTA)".
         03  LINE 18 COL 5  VALUE "MAX. PERIODOS.: ".
         03  LINE 18 COL 22 PIC 9(03) USING PRM-MAX-PERIODOS.
         03  LINE 18 COL 27 VALUE "POR CLIENTE (0 = SIN TOPE)".
         03  LINE 19 COL 5  VALUE "ESTADO (A/I)..: ".
         03  LINE 19 COL 22 PIC X USING PRM-ESTADO.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-PERFIL NOT = "A" THEN
              MOVE "SOLO PERFIL A MANTIENE LAS PROMOCIONES"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-servicios
           IF FS-SERVICIOS NOT = "00" THEN
              MOVE "NO HAY CATALOGO DE SERVICIOS" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN I-O datos-promociones
           IF FS-PROMOCIONES = "35" THEN
              OPEN OUTPUT datos-promociones
              CLOSE datos-promociones
              OPEN I-O datos-promociones
           END-IF

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO PRM-CODIGO PRM-DESCRIPCION PRM-SERVICIO
                             PRM-SEGMENTO PRM-EMPRESA
              MOVE 0      TO PRM-VALOR PRM-RUT PRM-FEC-HASTA
                             PRM-MAX-PERIODOS
              MOVE WS-FECHA-SYS TO PRM-FEC-DESDE
              MOVE "P"    TO PRM-TIPO
              MOVE "A"    TO PRM-ESTADO
              DISPLAY PANTALLA-PROMOCION
              ACCEPT  PANTALLA-PROMOCION
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM GRABAR-PROMOCION THRU GRABAR-PROMOCION-FIN
              END-IF
           END-PERFORM
           CLOSE datos-promociones datos-servicios
           GOBACK.

       GRABAR-PROMOCION.
           IF PRM-CODIGO = SPACES THEN
              MOVE "INGRESE EL CODIGO DE LA PROMOCION" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF
      *       EL CODIGO ES LA LLAVE DE LA LINEA DE DESCUENTO EN
      *       factura_det.dat: NO PUEDE CHOCAR CON UN SERVICIO.
           MOVE PRM-CODIGO TO servicio-codigo
           READ datos-servicios
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "EL CODIGO YA ES UN SERVICIO DEL CATALOGO"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO GRABAR-PROMOCION-FIN
           END-READ

           MOVE "S"        TO WS-ES-NUEVO
           MOVE PRM-CODIGO TO promo-codigo
           READ datos-promociones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-NUEVO
                   IF PRM-DESCRIPCION = SPACES THEN
                      MOVE promo-descripcion  TO PRM-DESCRIPCION
                      MOVE promo-tipo         TO PRM-TIPO
                      MOVE promo-valor        TO PRM-VALOR
                      MOVE promo-servicio     TO PRM-SERVICIO
                      MOVE promo-segmento     TO PRM-SEGMENTO
                      MOVE promo-empresa      TO PRM-EMPRESA
                      MOVE promo-rut          TO PRM-RUT
                      MOVE promo-fec-desde    TO PRM-FEC-DESDE
                      MOVE promo-fec-hasta    TO PRM-FEC-HASTA
                      MOVE promo-max-periodos TO PRM-MAX-PERIODOS
                      MOVE promo-estado       TO PRM-ESTADO
                      DISPLAY PANTALLA-PROMOCION
                      ACCEPT  PANTALLA-PROMOCION
                   END-IF
           END-READ

           IF PRM-DESCRIPCION = SPACES OR PRM-VALOR = 0 THEN
              MOVE "DESCRIPCION Y VALOR SON OBLIGATORIOS"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF
           IF PRM-TIPO NOT = "P" AND PRM-TIPO NOT = "F" THEN
              MOVE "TIPO DEBE SER P (PORCENTAJE) O F (MONTO FIJO)"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF
           IF PRM-TIPO = "P" AND PRM-VALOR > 100 THEN
              MOVE "EL PORCENTAJE NO PUEDE SUPERAR 100" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF

           MOVE "N"          TO WS-SERVICIO-OK
           MOVE PRM-SERVICIO TO servicio-codigo
           READ datos-servicios
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SERVICIO-OK
           END-READ
           IF WS-SERVICIO-OK NOT = "S" THEN
              MOVE "SERVICIO NO EXISTE EN EL CATALOGO" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF

           IF PRM-FEC-DESDE = 0 OR
              (PRM-FEC-HASTA NOT = 0 AND
               PRM-FEC-HASTA < PRM-FEC-DESDE) THEN
              MOVE "VIGENCIA INVALIDA: DESDE OBLIGATORIO Y <= HASTA"
                                   TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF
           IF PRM-ESTADO NOT = "A" AND PRM-ESTADO NOT = "I" THEN
              MOVE "ESTADO DEBE SER A O I" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-PROMOCION-FIN
           END-IF

           MOVE PRM-CODIGO       TO promo-codigo
           MOVE PRM-DESCRIPCION  TO promo-descripcion
           MOVE PRM-TIPO         TO promo-tipo
           MOVE PRM-VALOR        TO promo-valor
           MOVE PRM-SERVICIO     TO promo-servicio
           MOVE PRM-SEGMENTO     TO promo-segmento
           MOVE PRM-EMPRESA      TO promo-empresa
           MOVE PRM-RUT          TO promo-rut
           MOVE PRM-FEC-DESDE    TO promo-fec-desde
           MOVE PRM-FEC-HASTA    TO promo-fec-hasta
           MOVE PRM-MAX-PERIODOS TO promo-max-periodos
           MOVE PRM-ESTADO       TO promo-estado
           MOVE WS-FECHA-SYS     TO promo-fecmod
           MOVE LK-OPERADOR-ID   TO promo-usuario-mod
           IF WS-ES-NUEVO = "S" THEN
              WRITE promo-registro
                  INVALID KEY
                      MOVE "NO SE PUDO GRABAR LA PROMOCION"
                                           TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                      GO TO GRABAR-PROMOCION-FIN
              END-WRITE
           ELSE
              REWRITE promo-registro END-REWRITE
           END-IF
           MOVE "PROMOCION GRABADA" TO MSG-ERROR
           MOVE "I"                 TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E"                 TO MSG-SEVERIDAD.
       GRABAR-PROMOCION-FIN.
           EXIT.

       END PROGRAM MantenedorPromociones.
