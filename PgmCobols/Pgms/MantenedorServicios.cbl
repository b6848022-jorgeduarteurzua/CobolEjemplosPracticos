      * Purpose: Mantencion del catalogo de servicios contratables
      *          (servicios.dat): codigo, descripcion, precio mensual
      *          y su moneda (pesos o UF, convertida a la emision por
      *          GenFacturas), condicion de IVA (afecto o exento)
      *          y estado. Las contrataciones por cliente viven en
      *          MantenedorSuscripciones y la factura se arma desde
      *          ellas con detalle de lineas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SRV-PRECIO       PIC 9(09)V99.
           05 SRV-MONEDA       PIC X.
           05 SRV-ESTADO       PIC X.
           05 SRV-IVA          PIC X.
           05 SALIR            PIC X.

       LINKAGE SECTION.
         03  LINE 8 COL 25  VALUE "P=PESOS U=UF".
         03  LINE 9 COL 5   VALUE "ESTADO (A/I)..: ".
         03  LINE 9 COL 22 PIC X USING SRV-ESTADO.
         03  LINE 10 COL 5  VALUE "IVA (A/E).....: ".
         03  LINE 10 COL 22 PIC X USING SRV-IVA.
         03  LINE 10 COL 25 VALUE "A=AFECTO (PRECIO CON IVA) E=EXENTO".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

              MOVE 0      TO SRV-PRECIO
              MOVE "P"    TO SRV-MONEDA
              MOVE "A"    TO SRV-ESTADO
              MOVE "A"    TO SRV-IVA
              DISPLAY PANTALLA-SERVICIO
              ACCEPT  PANTALLA-SERVICIO
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                      MOVE servicio-precio      TO SRV-PRECIO
                      MOVE servicio-moneda      TO SRV-MONEDA
                      MOVE servicio-estado      TO SRV-ESTADO
                      MOVE servicio-iva         TO SRV-IVA
                      IF SRV-IVA = SPACE THEN
                         MOVE "A"               TO SRV-IVA
                      END-IF
                      DISPLAY PANTALLA-SERVICIO
                      ACCEPT  PANTALLA-SERVICIO
                   END-IF
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-SERVICIO-FIN
           END-IF
           IF SRV-IVA NOT = "A" AND SRV-IVA NOT = "E" THEN
              MOVE "IVA DEBE SER A (AFECTO) O E (EXENTO)" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO GRABAR-SERVICIO-FIN
           END-IF

           MOVE SRV-CODIGO      TO servicio-codigo
           MOVE SRV-DESCRIPCION TO servicio-descripcion
           MOVE SRV-PRECIO      TO servicio-precio
           MOVE SRV-MONEDA      TO servicio-moneda
           MOVE SRV-ESTADO      TO servicio-estado
           MOVE SRV-IVA         TO servicio-iva
           MOVE WS-FECHA-SYS    TO servicio-fecmod
           MOVE LK-OPERADOR-ID  TO servicio-usuario-mod
           IF WS-ES-NUEVO = "S" THEN
