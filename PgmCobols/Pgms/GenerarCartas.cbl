      *          tras otra en cartas_generadas.txt, mas el resumen de
      *          generacion. La seleccion acepta un archivo de RUTs
      *          (cartas_ruts.txt) o un filtro simple por estado,
      *          ciudad y tipo de cliente. El texto es el de la
      *          version de la plantilla CARTA vigente hoy en el
      *          registro de plantillas (CargarPlantilla); sin
      *          version registrada se usa plantilla_carta.txt.
      *          Cada carta queda ademas en la cola de impresion
      *          (EncolarImpresion) para el archivo consolidado de la
      *          imprenta; la referencia es la fecha, con lo que una
      *          segunda corrida del dia no repite el envio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT archivo-ruts ASSIGN TO
           "C:\PgmCobols\Data\cartas_ruts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  archivo-ruts.
       01  ruts-linea            PIC X(20).


       WORKING-STORAGE SECTION.
       01  FS-USUARIOS           PIC XX.
       01  FS-RUTS               PIC XX.
       01  fin-de-archivo        PIC X.
       01  WS-MODO-SEL           PIC X.
       01  WS-FIL-ESTADO         PIC X.
       01  WS-FIL-CIUDAD         PIC X(50).
       01  WS-CONT-SIN-CONSENT   PIC 9(06) VALUE 0.
      *        Seleccionados que no autorizaron el canal postal; una
      *        carta fisica sin consentimiento no se genera.
       01  WS-CONT-FALLECIDOS    PIC 9(06) VALUE 0.
      *        Seleccionados fallecidos: no reciben cartas.
       01  WS-RUT-LISTA          PIC 9(10).
       01  WS-FECHA-SYS          PIC 9(08).

      *    LA PLANTILLA SE CARGA UNA VEZ EN MEMORIA (HASTA 100
      *    LINEAS) Y SE RECORRE POR CADA CLIENTE SELECCIONADO.
       01 PAR-ENTRADA-PLANT.
           05  lk-pl-codigo    PIC X(20).
           05  lk-pl-fecha     PIC 9(08).
       01 PAR-SALIDA-PLANT.
           05  lk-pl-version   PIC 9(03).
           05  lk-pl-origen    PIC X.
           05  lk-pl-cant      PIC 9(03).
           05  lk-pl-linea OCCURS 100 TIMES PIC X(120).
       01  WS-PLA-IDX            PIC 9(03).

       01  WS-LINEA-TRABAJO      PIC X(132).
       01  WS-PTR-SAL            PIC 9(03).
       01  WS-RUT-EDIT           PIC Z(09)9.

       01 PAR-ENTRADA-IMPRESION.
           05  lk-im-operacion PIC X.
           05  lk-im-rut       PIC 9(10).
           05  lk-im-origen    PIC X(10).
           05  lk-im-referencia PIC X(20).
           05  lk-im-linea     PIC X(132).
       01 PAR-SALIDA-IMPRESION.
           05  lk-im-codret    PIC 9.
       01  WS-CONT-ENCOLADAS     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM CARGAR-PLANTILLA
           IF lk-pl-cant = 0 THEN
              DISPLAY "SIN PLANTILLA CARTA VIGENTE NI "
                      "plantilla_carta.txt."
              GOBACK
           END-IF

           END-IF

           CLOSE datos-usuarios archivo-cartas
           MOVE "C" TO lk-im-operacion
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION
           DISPLAY "-------------------------------------------"
           DISPLAY "CARTAS GENERADAS: " WS-CONT-CARTAS
           DISPLAY "SIN CONSENT. POSTAL: " WS-CONT-SIN-CONSENT
           DISPLAY "FALLECIDOS OMITIDOS: " WS-CONT-FALLECIDOS
           DISPLAY "A COLA IMPRESION: " WS-CONT-ENCOLADAS
           DISPLAY "ARCHIVO.........: cartas_generadas.txt"
           IF lk-pl-origen = "R" THEN
              DISPLAY "PLANTILLA CARTA.: VERSION " lk-pl-version
           ELSE
              DISPLAY "PLANTILLA CARTA.: plantilla_carta.txt"
           END-IF
           DISPLAY "-------------------------------------------"
           GOBACK.

       CARGAR-PLANTILLA.
           MOVE "CARTA"      TO lk-pl-codigo
           MOVE WS-FECHA-SYS TO lk-pl-fecha
           CALL "CargarPlantilla" USING PAR-ENTRADA-PLANT
                                        PAR-SALIDA-PLANT
           .

       GENERAR-DESDE-LISTA.
                                  DISPLAY "RUT " WS-RUT-LISTA
                                          " NO EXISTE, SE OMITE."
                              NOT INVALID KEY
                                  EVALUATE TRUE
                                      WHEN usuario-fallecido
                                          ADD 1 TO WS-CONT-FALLECIDOS
                                      WHEN usuario-consent-postal = "S"
                                          PERFORM GENERAR-UNA-CARTA
                                      WHEN OTHER
                                          ADD 1 TO WS-CONT-SIN-CONSENT
                                  END-EVALUATE
                          END-READ
                       END-IF
               END-READ
                           usuario-ciudad = WS-FIL-CIUDAD) AND
                          (WS-FIL-TIPO = SPACE OR
                           usuario-tipo-cliente = WS-FIL-TIPO) THEN
                          EVALUATE TRUE
                              WHEN usuario-fallecido
                                  ADD 1 TO WS-CONT-FALLECIDOS
                              WHEN usuario-consent-postal = "S"
                                  PERFORM GENERAR-UNA-CARTA
                              WHEN OTHER
                                  ADD 1 TO WS-CONT-SIN-CONSENT
                          END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

       GENERAR-UNA-CARTA.
           ADD 1 TO WS-CONT-CARTAS
           MOVE "I"          TO lk-im-operacion
           MOVE usuario-rut  TO lk-im-rut
           MOVE "CARTA"      TO lk-im-origen
           MOVE WS-FECHA-SYS TO lk-im-referencia
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > lk-pl-cant
              MOVE lk-pl-linea(WS-PLA-IDX) TO WS-LINEA-TRABAJO
              PERFORM SUSTITUIR-MARCADORES
              MOVE WS-LINEA-SALIDA TO carta-linea
              WRITE carta-linea
              PERFORM ENCOLAR-LINEA
           END-PERFORM
           MOVE ALL "=" TO carta-linea
           WRITE carta-linea
           IF lk-im-codret = 0 THEN
              MOVE "F" TO lk-im-operacion
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
              ADD 1 TO WS-CONT-ENCOLADAS
           END-IF
           .

      *    SI LA CARTA YA ESTABA EN LA COLA (CODIGO 1) O LA COLA NO
      *    ESTA DISPONIBLE, SOLO QUEDA EN cartas_generadas.txt.
       ENCOLAR-LINEA.
           IF lk-im-codret = 0 THEN
              MOVE "D"             TO lk-im-operacion
              MOVE WS-LINEA-SALIDA TO lk-im-linea
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF
           .

      *----------------------------------------------------------*
