      *          el codigo postal que el courier exige en la
      *          etiqueta. GrabarCliente resuelve aqui el codigo
      *          postal del cliente al grabar y EtiquetasCorreo lo
      *          imprime en la etiqueta. Cada comuna lleva ademas
      *          el cobrador en terreno que la atiende, con el que
      *          HojaRutaTerreno reparte las visitas de cobranza.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS comuna-nombre
               FILE STATUS IS FS-COMUNAS.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-comunas.
           copy "C:\PgmCobols\FD\FDComuna.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".

       WORKING-STORAGE SECTION.
       01  FS-COMUNAS          PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  MSG-ERROR           PIC X(70).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
           05 COM-NOMBRE       PIC X(50).
           05 COM-CIUDAD       PIC X(50).
           05 COM-COD-POSTAL   PIC X(07).
           05 COM-COBRADOR     PIC X(10).
           05 SALIR            PIC X.

       LINKAGE SECTION.
         03  LINE 6 COL 22 PIC X(50) USING COM-CIUDAD.
         03  LINE 7 COL 5   VALUE "COD. POSTAL...: ".
         03  LINE 7 COL 22 PIC X(07) USING COM-COD-POSTAL.
         03  LINE 8 COL 5   VALUE "COBRADOR......: ".
         03  LINE 8 COL 22 PIC X(10) USING COM-COBRADOR.
         03  LINE 8 COL 34  VALUE "(TERRENO; BLANCO = POR DEFECTO)".
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

              CLOSE datos-comunas
              OPEN I-O datos-comunas
           END-IF
           OPEN INPUT datos-operadores

           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE SPACES TO COM-NOMBRE COM-CIUDAD COM-COD-POSTAL
                             COM-COBRADOR
              DISPLAY PANTALLA-COMUNA
              ACCEPT  PANTALLA-COMUNA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM GRABAR-COMUNA THRU GRABAR-COMUNA-FIN
              END-IF
           END-PERFORM
           CLOSE datos-comunas datos-operadores
           GOBACK.

       GRABAR-COMUNA.
                   IF COM-CIUDAD = SPACES THEN
                      MOVE comuna-ciudad     TO COM-CIUDAD
                      MOVE comuna-cod-postal TO COM-COD-POSTAL
                      MOVE comuna-cobrador   TO COM-COBRADOR
                      DISPLAY PANTALLA-COMUNA
                      ACCEPT  PANTALLA-COMUNA
                   END-IF
              GO TO GRABAR-COMUNA-FIN
           END-IF

      *       EL COBRADOR DE TERRENO, SI SE INFORMA, DEBE SER UN
      *       OPERADOR ACTIVO DEL MAESTRO.
           IF COM-COBRADOR NOT = SPACES THEN
              MOVE COM-COBRADOR TO operador-id
              READ datos-operadores
                  INVALID KEY
                      MOVE "COBRADOR NO EXISTE EN OPERADORES"
                                           TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO GRABAR-COMUNA-FIN
              END-READ
              IF NOT operador-activo THEN
                 MOVE "EL COBRADOR NO ESTA ACTIVO" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO GRABAR-COMUNA-FIN
              END-IF
           END-IF

           MOVE COM-NOMBRE     TO comuna-nombre
           MOVE COM-CIUDAD     TO comuna-ciudad
           MOVE COM-COD-POSTAL TO comuna-cod-postal
           MOVE COM-COBRADOR   TO comuna-cobrador
           MOVE WS-FECHA-SYS   TO comuna-fecmod
           MOVE LK-OPERADOR-ID TO comuna-usuario-mod
           IF WS-ES-NUEVA = "S" THEN
