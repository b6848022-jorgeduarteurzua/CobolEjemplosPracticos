      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Captura de los resultados de las visitas en terreno
      *          anotados por el cobrador en su hoja de ruta
      *          (HojaRutaTerreno). Con el cobrador, la fecha de la
      *          hoja y el numero de la visita se ubica el cliente en
      *          rutas_terreno.dat; el resultado queda como contacto
      *          presencial en contactos.dat a nombre del cobrador y,
      *          si el cliente se comprometio a pagar, como promesa
      *          en promesas.dat con las mismas validaciones de
      *          RegistrarPromesa (monto obligatorio, dia habil
      *          futuro del calendario). La visita queda capturada y
      *          no se puede cargar dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapturarVisitas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-rutas
               ASSIGN TO
           "C:\PgmCobols\Data\rutas_terreno.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ruta-llave
               FILE STATUS IS FS-RUTAS.

           SELECT datos-contactos
               ASSIGN TO
           "C:\PgmCobols\Data\contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS contacto-llave
               FILE STATUS IS FS-CONTACTOS.

           SELECT datos-promesas
               ASSIGN TO
           "C:\PgmCobols\Data\promesas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-llave
               FILE STATUS IS FS-PROMESAS.

           SELECT calendario
               ASSIGN TO
           "C:\PgmCobols\Data\calendario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS calendario-fecha
               FILE STATUS IS FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-rutas.
           copy "C:\PgmCobols\FD\FDRuta.cpy".

       FD  datos-contactos.
           copy "C:\PgmCobols\FD\FDContacto.cpy".

       FD  datos-promesas.
           copy "C:\PgmCobols\FD\FDPromesa.cpy".

       FD  calendario.
           copy "C:\PgmCobols\FD\FDCalendario.cpy".

       WORKING-STORAGE SECTION.
       01  FS-RUTAS            PIC XX.
       01  FS-CONTACTOS        PIC XX.
       01  FS-PROMESAS         PIC XX.
       01  FS-CALENDARIO       PIC XX.
       01  WS-CALENDARIO-OK    PIC X VALUE "N".
       01  fin-de-archivo      PIC X.
       01  MSG-ERROR           PIC X(60).
       01  MSG-SEVERIDAD       PIC X VALUE "E".
       01  WS-FECHA-SYS        PIC 9(08).
       01  WS-HORA-SYS         PIC 9(06).
       01  WS-CORRELATIVO      PIC 9(04).
       01  WS-RESULTADO-DESC   PIC X(12).
       01  WS-RUT-EDIT         PIC Z(09)9.

       01 VARIABLES-PANTALLA.
           05 COBRADOR     PIC X(10).
           05 FECHA-HOJA   PIC 9(08).
           05 ORDEN        PIC 9(04).
           05 RESULTADO    PIC X.
           05 NOTA-VISITA  PIC X(40).
           05 MONTO-PROM   PIC 9(11)V99.
           05 FECHA-PROM   PIC 9(08).
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
       01  PANTALLA-VISITA.
         03  BLANK SCREEN.
         03  LINE 1 COL 22  VALUE "Captura de Visitas en Terreno".
         03  LINE 4 COL 5   VALUE "COBRADOR............: ".
         03  LINE 4 COL 27 PIC X(10) USING COBRADOR.
         03  LINE 5 COL 5   VALUE "FECHA HOJA(AAAAMMDD): ".
         03  LINE 5 COL 27 PIC 9(08) USING FECHA-HOJA.
         03  LINE 6 COL 5   VALUE "NRO. DE VISITA......: ".
         03  LINE 6 COL 27 PIC 9(04) USING ORDEN.
         03  LINE 8 COL 5   VALUE "RESULTADO...........: ".
         03  LINE 8 COL 27 PIC X USING RESULTADO.
         03  LINE 8 COL 30  VALUE
             "C=COMPROMISO A=AUSENTE R=RECHAZA D=DIR.ERR O=OTRO".
         03  LINE 9 COL 5   VALUE "NOTA................: ".
         03  LINE 9 COL 27 PIC X(40) USING NOTA-VISITA.
         03  LINE 11 COL 5  VALUE "SI ES COMPROMISO DE PAGO:".
         03  LINE 12 COL 5  VALUE "MONTO PROMETIDO.....: ".
         03  LINE 12 COL 27 PIC 9(11).99 USING MONTO-PROM.
         03  LINE 13 COL 5  VALUE "PAGA EL (AAAAMMDD)..: ".
         03  LINE 13 COL 27 PIC 9(08) USING FECHA-PROM.
         03  LINE 23 COL 30 VALUE "SALIR (S/N) : ".
         03  LINE 23 COL 44 PIC X USING SALIR.

       PROCEDURE DIVISION USING PAR-ENTRADA-LOGIN.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN I-O datos-rutas
           IF FS-RUTAS NOT = "00" THEN
              MOVE "NO HAY HOJAS DE RUTA, EJECUTE HojaRutaTerreno"
                                     TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GOBACK
           END-IF
           OPEN I-O datos-contactos
           IF FS-CONTACTOS = "35" THEN
              OPEN OUTPUT datos-contactos
              CLOSE datos-contactos
              OPEN I-O datos-contactos
           END-IF
           OPEN I-O datos-promesas
           IF FS-PROMESAS = "35" THEN
              OPEN OUTPUT datos-promesas
              CLOSE datos-promesas
              OPEN I-O datos-promesas
           END-IF
      *       Sin calendario se capturan igual las visitas, pero no
      *       los compromisos de pago (la fecha no se puede validar).
           OPEN INPUT calendario
           IF FS-CALENDARIO = "00" THEN
              MOVE "S" TO WS-CALENDARIO-OK
           END-IF

      *       COBRADOR Y FECHA DE LA HOJA SE CONSERVAN ENTRE VISITAS:
      *       SE DIGITA UNA HOJA COMPLETA DE CORRIDO.
           MOVE SPACES TO COBRADOR
           MOVE 0      TO FECHA-HOJA
           MOVE "N" TO SALIR
           PERFORM UNTIL SALIR = "S" OR "s"
              MOVE 0      TO ORDEN MONTO-PROM FECHA-PROM
              MOVE SPACES TO RESULTADO NOTA-VISITA
              IF FECHA-HOJA = 0 THEN
                 MOVE WS-FECHA-SYS TO FECHA-HOJA
              END-IF
              DISPLAY PANTALLA-VISITA
              ACCEPT  PANTALLA-VISITA
              IF SALIR NOT = "S" AND SALIR NOT = "s" THEN
                 PERFORM CAPTURAR-UNA THRU CAPTURAR-UNA-FIN
              END-IF
           END-PERFORM
           CLOSE datos-rutas datos-contactos datos-promesas
           IF WS-CALENDARIO-OK = "S" THEN
              CLOSE calendario
           END-IF
           GOBACK.

       CAPTURAR-UNA.
           MOVE FECHA-HOJA TO ruta-fecha
           MOVE COBRADOR   TO ruta-cobrador
           MOVE ORDEN      TO ruta-orden
           READ datos-rutas
               INVALID KEY
                   MOVE "VISITA NO EXISTE EN LA HOJA DE RUTA"
                                        TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CAPTURAR-UNA-FIN
           END-READ
           IF ruta-capturada THEN
              MOVE "ESA VISITA YA FUE CAPTURADA" TO MSG-ERROR
              CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
              GO TO CAPTURAR-UNA-FIN
           END-IF

           EVALUATE RESULTADO
               WHEN "C"
                   MOVE "COMPROMISO"   TO WS-RESULTADO-DESC
               WHEN "A"
                   MOVE "AUSENTE"      TO WS-RESULTADO-DESC
               WHEN "R"
                   MOVE "RECHAZA PAGO" TO WS-RESULTADO-DESC
               WHEN "D"
                   MOVE "DIR. ERRADA"  TO WS-RESULTADO-DESC
               WHEN "O"
                   MOVE "OTRO"         TO WS-RESULTADO-DESC
               WHEN OTHER
                   MOVE "RESULTADO DEBE SER C, A, R, D U O"
                                       TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CAPTURAR-UNA-FIN
           END-EVALUATE

      *       EL COMPROMISO SE VALIDA COMPLETO ANTES DE GRABAR NADA:
      *       MISMA REGLA DE RegistrarPromesa.
           IF RESULTADO = "C" THEN
              IF WS-CALENDARIO-OK NOT = "S" THEN
                 MOVE "CALENDARIO NO GENERADO, EJECUTE GenCalendario"
                                      TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CAPTURAR-UNA-FIN
              END-IF
              IF MONTO-PROM = 0 THEN
                 MOVE "EL MONTO PROMETIDO ES OBLIGATORIO" TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CAPTURAR-UNA-FIN
              END-IF
              IF FECHA-PROM <= WS-FECHA-SYS THEN
                 MOVE "LA FECHA COMPROMETIDA DEBE SER FUTURA"
                                      TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CAPTURAR-UNA-FIN
              END-IF
              MOVE FECHA-PROM TO calendario-fecha
              READ calendario
                  INVALID KEY
                      MOVE "FECHA FUERA DEL CALENDARIO GENERADO"
                                           TO MSG-ERROR
                      CALL "VentanaMsj" USING MSG-ERROR
                                              MSG-SEVERIDAD
                      GO TO CAPTURAR-UNA-FIN
              END-READ
              IF calendario-feriado = "S" THEN
                 MOVE "LA FECHA COMPROMETIDA CAE EN FERIADO"
                                      TO MSG-ERROR
                 CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                 GO TO CAPTURAR-UNA-FIN
              END-IF
              PERFORM GRABAR-PROMESA-VISITA THRU
                      GRABAR-PROMESA-VISITA-FIN
              IF MSG-ERROR NOT = SPACES THEN
                 GO TO CAPTURAR-UNA-FIN
              END-IF
           END-IF

      *       EL CONTACTO QUEDA CON LA FECHA DE LA VISITA (LA DE LA
      *       HOJA), NO LA DE DIGITACION, Y A NOMBRE DEL COBRADOR.
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE ruta-rut      TO contacto-rut
           MOVE ruta-fecha    TO contacto-fecha
           MOVE WS-HORA-SYS   TO contacto-hora
           MOVE ruta-cobrador TO contacto-operador
           MOVE "P"           TO contacto-tipo
           MOVE SPACES        TO contacto-nota
           STRING "VISITA "         DELIMITED BY SIZE
                  WS-RESULTADO-DESC DELIMITED BY "  "
                  ": "              DELIMITED BY SIZE
                  NOTA-VISITA       DELIMITED BY SIZE
                     INTO contacto-nota
           END-STRING
           WRITE contacto-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL CONTACTO" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
                   GO TO CAPTURAR-UNA-FIN
           END-WRITE

           MOVE "C"            TO ruta-estado
           MOVE RESULTADO      TO ruta-resultado
           MOVE WS-FECHA-SYS   TO ruta-fecmod
           MOVE LK-OPERADOR-ID TO ruta-usuario-mod
           REWRITE ruta-registro END-REWRITE

           MOVE ruta-rut TO WS-RUT-EDIT
           MOVE SPACES   TO MSG-ERROR
           STRING "VISITA CAPTURADA, CLIENTE " DELIMITED BY SIZE
                  WS-RUT-EDIT                  DELIMITED BY SIZE
                     INTO MSG-ERROR
           END-STRING
           MOVE "I" TO MSG-SEVERIDAD
           CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           MOVE "E" TO MSG-SEVERIDAD.
       CAPTURAR-UNA-FIN.
           EXIT.

      *    LA PROMESA DE TERRENO VA SOBRE LA DEUDA GENERAL DEL
      *    CLIENTE (PERIODO 0) Y A NOMBRE DEL COBRADOR QUE LA TOMO.
       GRABAR-PROMESA-VISITA.
           MOVE SPACES TO MSG-ERROR
           PERFORM PROXIMO-CORRELATIVO
           MOVE ruta-rut       TO prom-rut
           MOVE WS-CORRELATIVO TO prom-correlativo
           MOVE 0              TO prom-periodo-fact
           MOVE MONTO-PROM     TO prom-monto
           MOVE FECHA-PROM     TO prom-fec-compromiso
           MOVE "P"            TO prom-estado
           MOVE WS-FECHA-SYS   TO prom-fec-creacion
           MOVE ruta-cobrador  TO prom-operador
           MOVE WS-FECHA-SYS   TO prom-fecmod
           WRITE prom-registro
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR LA PROMESA" TO MSG-ERROR
                   CALL "VentanaMsj" USING MSG-ERROR MSG-SEVERIDAD
           END-WRITE.
       GRABAR-PROMESA-VISITA-FIN.
           EXIT.

       PROXIMO-CORRELATIVO.
           MOVE 0        TO WS-CORRELATIVO
           MOVE "N"      TO fin-de-archivo
           MOVE ruta-rut TO prom-rut
           MOVE 0        TO prom-correlativo
           START datos-promesas KEY IS NOT < prom-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-promesas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF prom-rut = ruta-rut THEN
                          MOVE prom-correlativo TO WS-CORRELATIVO
                       ELSE
                          MOVE "S" TO fin-de-archivo
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CORRELATIVO
           .

       END PROGRAM CapturarVisitas.
