      *          precios del catalogo servicios.dat; si la
      *          anticipacion no se cumplio, SE NIEGA. Ademas
      *          GenFacturas factura al precio antiguo al cliente
      *          antiguo que no tenga su constancia de aviso. El
      *          texto de la carta es el de la plantilla REAJUSTE
      *          vigente a la fecha de los avisos en el registro de
      *          plantillas (CargarPlantilla); sin version registrada
      *          se usa plantilla_reajuste.txt. Cada carta queda
      *          ademas en la cola de impresion (EncolarImpresion),
      *          con el periodo del reajuste como referencia, para el
      *          archivo consolidado de la imprenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT archivo-cartas ASSIGN TO
           "C:\PgmCobols\Data\cartas_reajuste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  archivo-cartas.
       01  carta-linea           PIC X(132).

       01  FS-SERVICIOS          PIC XX.
       01  FS-SUSCRIP            PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-CARTAS             PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO-HOY        PIC 9(06).
       01  WS-MODO               PIC X.
       01  WS-CONT-SERVICIOS     PIC 9(04) VALUE 0.

      *    PLANTILLA EN MEMORIA, MISMA MECANICA DE GenerarCartas.
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
       01  WS-LINEA-SALIDA       PIC X(132).
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

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
              OPEN I-O datos-avisos
           END-IF
           PERFORM CARGAR-PLANTILLA
           IF lk-pl-cant = 0 THEN
              DISPLAY "SIN PLANTILLA REAJUSTE VIGENTE; "
                      "NO SE GENERAN AVISOS."
              CLOSE datos-suscripciones datos-usuarios datos-avisos
              GO TO GENERAR-AVISOS-FIN

           CLOSE datos-suscripciones datos-usuarios datos-avisos
                 archivo-cartas
           MOVE "C" TO lk-im-operacion
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION
           PERFORM GRABAR-REGISTRO-REAJUSTE

           DISPLAY "-------------------------------------------"
           DISPLAY "AVISOS DE REAJUSTE AL PERIODO " WS-REA-PERIODO
           DISPLAY "CARTAS/CONSTANCIAS: " WS-CONT-AVISOS
           IF lk-pl-origen = "R" THEN
              DISPLAY "PLANTILLA REAJUSTE: VERSION " lk-pl-version
           ELSE
              DISPLAY "PLANTILLA REAJUSTE: plantilla_reajuste.txt"
           END-IF
           DISPLAY "REGISTRO DE AVISOS: reajuste_avisos.dat"
           DISPLAY "-------------------------------------------".
       GENERAR-AVISOS-FIN.
              GO TO AVISAR-UN-CLIENTE-FIN
           END-IF

           MOVE "I"          TO lk-im-operacion
           MOVE usuario-rut  TO lk-im-rut
           MOVE "REAJUSTE"   TO lk-im-origen
           MOVE SPACES       TO lk-im-referencia
           STRING "PERIODO-"     DELIMITED BY SIZE
                  WS-REA-PERIODO DELIMITED BY SIZE
                     INTO lk-im-referencia
           END-STRING
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
           END-IF

           MOVE susc-rut       TO aviso-rut
           MOVE WS-REA-PERIODO TO aviso-periodo
       APLICAR-PRECIOS-FIN.
           EXIT.

      *    IGUAL QUE EN GenerarCartas: SI LA CARTA YA ESTABA EN LA
      *    COLA, SOLO QUEDA EN cartas_reajuste.txt.
       ENCOLAR-LINEA.
           IF lk-im-codret = 0 THEN
              MOVE "D"             TO lk-im-operacion
              MOVE WS-LINEA-SALIDA TO lk-im-linea
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF
           .

       CARGAR-PLANTILLA.
           MOVE "REAJUSTE"   TO lk-pl-codigo
           MOVE WS-FECHA-SYS TO lk-pl-fecha
           CALL "CargarPlantilla" USING PAR-ENTRADA-PLANT
                                        PAR-SALIDA-PLANT
           .

       SUSTITUIR-MARCADORES.
           MOVE SPACES TO WS-LINEA-SALIDA
           MOVE 1      TO WS-PTR-SAL
