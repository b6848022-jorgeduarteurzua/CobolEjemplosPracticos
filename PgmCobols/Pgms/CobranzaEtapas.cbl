      *          tareas.dat para el cobrador. Un cliente que supera la
      *          etapa final (mas dias que el umbral de derivacion de
      *          cobranza_param.dat) pasa a etapa 4 y se escribe en el
      *          archivo de traspaso al estudio juridico externo, con
      *          su caso abierto en juridica.dat (lo sigue
      *          IntakeJuridica con los resultados del estudio). La
      *          gestion vive en cobranzas.dat y se limpia sola cuando
      *          el cliente se pone al dia, con lo que la corrida se
      *          puede repetir sin duplicar cartas ni tareas. Las
      *          facturas con disputa abierta (disputas.dat) no
      *          cuentan para el atraso ni el monto moroso. Las
      *          plantillas COBRANZA1/2/3 se toman del registro de
      *          plantillas en la version vigente a la fecha de la
      *          corrida (CargarPlantilla), o del archivo plano si no
      *          hay version registrada. Cada carta queda ademas en
      *          la cola de impresion (EncolarImpresion) con la etapa
      *          y la fecha como referencia, para el archivo
      *          consolidado de la imprenta. Un cliente fallecido no
      *          se gestiona y su gestion abierta se elimina.
      *          Solo se leen las facturas pendientes, por la llave
      *          alterna estado + vencimiento, y se ordenan por rut
      *          (SORT) para el corte de control; las gestiones de
      *          clientes que ya no tienen pendientes se revisan al
      *          final contra cobranzas.dat. Cada corrida queda en
      *          el registro de corridas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-usuarios
               RECORD KEY IS cuota-llave
               FILE STATUS IS FS-CUOTAS.

           SELECT datos-disputas
               ASSIGN TO
           "C:\PgmCobols\Data\disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS disputa-llave
               FILE STATUS IS FS-DISPUTAS.

           SELECT datos-juridica
               ASSIGN TO
           "C:\PgmCobols\Data\juridica.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jur-rut
               FILE STATUS IS FS-JURIDICA.

           SELECT param-cobranza
               ASSIGN TO
           "C:\PgmCobols\Data\cobranza_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-cartas ASSIGN TO
           "C:\PgmCobols\Data\cartas_cobranza.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASPASO.

           SELECT sort-facturas ASSIGN TO
           "C:\PgmCobols\Data\cobranza_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-disputas.
           copy "C:\PgmCobols\FD\FDDisputa.cpy".

       FD  datos-juridica.
           copy "C:\PgmCobols\FD\FDJuridica.cpy".

       FD  param-cobranza.
       01  param-linea           PIC X(40).

       FD  archivo-cartas.
       01  carta-linea           PIC X(132).

       FD  archivo-traspaso.
       01  traspaso-linea        PIC X(120).

      *    IMAGEN DE factura-registro, ORDENADA POR RUT + PERIODO.
       SD  sort-facturas.
       01  SRT-FACTURA.
           05  SRT-RUT              PIC 9(10).
           05  SRT-PERIODO          PIC 9(06).
           05  FILLER               PIC X(154).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS           PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-CUOTAS             PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-CARTAS             PIC XX.
       01  FS-TRASPASO           PIC XX.
       01  FS-DISPUTAS           PIC XX.
       01  FS-JURIDICA           PIC XX.
       01  WS-DISPUTAS-OK        PIC X VALUE "N".
       01  WS-EN-DISPUTA         PIC X.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-sort              PIC X.
       01  fin-gestiones         PIC X.
       01  fin-facturas          PIC X.
       01  WS-TIENE-PENDIENTES   PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-HORA-INICIO        PIC 9(06).
       01  WS-CONT-LEIDAS        PIC 9(06) VALUE 0.

      *    PARAMETROS DE COBRANZA, CON VALORES POR DEFECTO SI
      *    cobranza_param.dat NO EXISTE (MISMO CRITERIO QUE
       01  WS-DIAS-DERIVAR       PIC 9(03) VALUE 120.
       01  WS-OPER-COBRADOR      PIC X(10) VALUE "COBRANZA".

      *    CORTE DE CONTROL POR RUT: LAS PENDIENTES SALEN DEL SORT
      *    ORDENADAS POR RUT+PERIODO, ASI QUE LAS FACTURAS DE UN
      *    CLIENTE SON CONSECUTIVAS Y SU MOROSIDAD SE ACUMULA AQUI.
       01  WS-RUT-CORTE          PIC 9(10) VALUE 0.
       01  WS-ACU-DIAS-ATRASO    PIC 9(05).
       01  WS-ACU-MONTO-MOROSO   PIC 9(11)V99.
       01  WS-ETAPA-CALC         PIC 9.
       01  WS-ETAPA-ANTERIOR     PIC 9.
       01  WS-COBRANZA-NUEVA     PIC X.
       01  WS-CASO-EXISTE        PIC X.
       01  WS-CORRELATIVO        PIC 9(04).

       01  WS-CONT-GESTIONADOS   PIC 9(06) VALUE 0.
      *        Clientes con convenio de pago vigente y al dia en sus
      *        cuotas: la cobranza queda congelada para ellos.
       01  WS-CONT-CONV-ROTOS    PIC 9(06) VALUE 0.
       01  WS-CONT-FALLECIDOS    PIC 9(06) VALUE 0.
      *        Clientes fallecidos: no se gestionan; su saldo se
      *        cierra con la sucesion (LiquidarSucesion).
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-CONT-EN-DISPUTA    PIC 9(06) VALUE 0.
      *        Facturas pendientes que no cuentan para la etapa por
      *        tener disputa abierta.
       01  WS-CONVENIO-SITUACION PIC X.
      *        N = sin convenio vigente; V = vigente y al dia
      *        (congela la cobranza); R = recien roto (cuota vencida

      *    LA PLANTILLA DE LA ETAPA SE CARGA EN MEMORIA Y SE RECORRE
      *    POR CLIENTE, IGUAL QUE EN GenerarCartas.
       01 PAR-ENTRADA-PLANT.
           05  lk-pl-codigo    PIC X(20).
           05  lk-pl-fecha     PIC 9(08).
       01 PAR-SALIDA-PLANT.
           05  lk-pl-version   PIC 9(03).
           05  lk-pl-origen    PIC X.
           05  lk-pl-cant      PIC 9(03).
           05  lk-pl-linea OCCURS 100 TIMES PIC X(120).
       01  WS-PLA-IDX            PIC 9(03).
       01  WS-PLA-ETAPA-CARGADA  PIC 9 VALUE 0.

       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.

       01 PAR-ENTRADA-IMPRESION.
           05  lk-im-operacion PIC X.
           05  lk-im-rut       PIC 9(10).
           05  lk-im-origen    PIC X(10).
           05  lk-im-referencia PIC X(20).
           05  lk-im-linea     PIC X(132).
       01 PAR-SALIDA-IMPRESION.
           05  lk-im-codret    PIC 9.

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS-COBRANZA

                 MOVE "N" TO WS-CONVENIOS-OK
              END-IF
           END-IF
      *       Sin disputas.dat no hay facturas en disputa.
           OPEN INPUT datos-disputas
           IF FS-DISPUTAS = "00" THEN
              MOVE "S" TO WS-DISPUTAS-OK
           END-IF
           OPEN EXTEND archivo-cartas
           IF FS-CARTAS NOT = "00" THEN
              OPEN OUTPUT archivo-cartas
              CLOSE archivo-cartas
              OPEN EXTEND archivo-cartas
           END-IF
           OPEN I-O datos-juridica
           IF FS-JURIDICA = "35" THEN
              OPEN OUTPUT datos-juridica
              CLOSE datos-juridica
              OPEN I-O datos-juridica
           END-IF
           OPEN EXTEND archivo-traspaso
           IF FS-TRASPASO NOT = "00" THEN
              OPEN OUTPUT archivo-traspaso

           MOVE 0 TO WS-RUT-CORTE WS-ACU-DIAS-ATRASO
                     WS-ACU-MONTO-MOROSO
           SORT sort-facturas
               ON ASCENDING KEY SRT-RUT SRT-PERIODO
               INPUT PROCEDURE IS LEER-PENDIENTES
               OUTPUT PROCEDURE IS GESTIONAR-PENDIENTES
           PERFORM LIMPIAR-GESTIONES

           CLOSE datos-facturas datos-usuarios datos-cobranzas
                 datos-tareas archivo-cartas archivo-traspaso
                 datos-juridica
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-DISPUTAS-OK = "S" THEN
              CLOSE datos-disputas
           END-IF
           MOVE "C" TO lk-im-operacion
           CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                         PAR-SALIDA-IMPRESION

           MOVE "CobranzaEtapas"    TO lk-co-programa
           MOVE WS-HORA-INICIO      TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS      TO lk-co-leidos
           MOVE WS-CONT-GESTIONADOS TO lk-co-grabados
           MOVE WS-CONT-EN-DISPUTA  TO lk-co-rechazados
           MOVE "OK"                TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "-------------------------------------------"
           DISPLAY "COBRANZA ESCALONADA AL " WS-FECHA-SYS
           DISPLAY "CLIENTES EN GESTION: " WS-CONT-GESTIONADOS
           DISPLAY "CARTAS GENERADAS...: " WS-CONT-CARTAS
           DISPLAY "TAREAS ABIERTAS....: " WS-CONT-TAREAS
           DISPLAY "DERIVADOS JURIDICA.: " WS-CONT-DERIVADOS
           DISPLAY "PUESTOS AL DIA.....: " WS-CONT-AL-DIA
           DISPLAY "CON CONVENIO VIGENTE: " WS-CONT-CONVENIO
           DISPLAY "CONVENIOS ROTOS....: " WS-CONT-CONV-ROTOS
           DISPLAY "FALLECIDOS OMITIDOS: " WS-CONT-FALLECIDOS
           DISPLAY "FACTURAS EN DISPUTA: " WS-CONT-EN-DISPUTA
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    ENTRADA DEL SORT: SOLO LAS FACTURAS PENDIENTES, POR LA
      *    LLAVE ALTERNA ESTADO + VENCIMIENTO; EL RECORRIDO TERMINA
      *    AL SALIR DEL ESTADO "P".
       LEER-PENDIENTES.
           MOVE "N" TO fin-de-archivo
           MOVE "P" TO factura-llave-estado
           MOVE 0   TO factura-llave-fec-venc
           START datos-facturas KEY IS NOT < factura-llave-venc
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF factura-llave-estado NOT = "P" THEN
                          MOVE "Y" TO fin-de-archivo
                       ELSE
                          ADD 1 TO WS-CONT-LEIDAS
                          IF factura-pendiente THEN
                             RELEASE SRT-FACTURA FROM factura-registro
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    SALIDA DEL SORT: CORTE DE CONTROL POR RUT SOBRE LAS
      *    PENDIENTES YA ORDENADAS.
       GESTIONAR-PENDIENTES.
           MOVE 0 TO WS-RUT-CORTE WS-ACU-DIAS-ATRASO
                     WS-ACU-MONTO-MOROSO
           MOVE "N" TO fin-sort
           PERFORM UNTIL fin-sort = "S"
               RETURN sort-facturas INTO factura-registro
                   AT END
                       MOVE "S" TO fin-sort
                       IF WS-RUT-CORTE NOT = 0 THEN
                          PERFORM GESTIONAR-CLIENTE THRU
                                  GESTIONAR-CLIENTE-FIN
                          MOVE 0 TO WS-ACU-DIAS-ATRASO
                                    WS-ACU-MONTO-MOROSO
                       END-IF
                       PERFORM VER-DISPUTA-FACTURA
                       IF WS-EN-DISPUTA = "S" THEN
                          ADD 1 TO WS-CONT-EN-DISPUTA
                       ELSE
                          PERFORM ACUMULAR-MOROSIDAD
                       END-IF
               END-RETURN
           END-PERFORM
           .

      *----------------------------------------------------------*
      * LIMPIAR-GESTIONES : una gestion abierta cuyo cliente ya no *
      * tiene facturas pendientes no paso por el corte; se le      *
      * aplica GESTIONAR-CLIENTE sin morosidad, con lo que se      *
      * elimina por estar al dia (o por fallecido), salvo que un   *
      * convenio vigente la mantenga congelada.                    *
      *----------------------------------------------------------*
       LIMPIAR-GESTIONES.
           MOVE "N" TO fin-gestiones
           MOVE 0   TO cobranza-rut
           START datos-cobranzas KEY IS NOT < cobranza-rut
               INVALID KEY
                   MOVE "S" TO fin-gestiones
           END-START
           PERFORM UNTIL fin-gestiones = "S"
               READ datos-cobranzas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-gestiones
                   NOT AT END
                       MOVE cobranza-rut TO WS-RUT-CORTE
                       PERFORM VER-PENDIENTES-CLIENTE
                       IF WS-TIENE-PENDIENTES = "N" THEN
                          MOVE 0 TO WS-ACU-DIAS-ATRASO
                                    WS-ACU-MONTO-MOROSO
                          PERFORM GESTIONAR-CLIENTE THRU
                                  GESTIONAR-CLIENTE-FIN
      *                   LA GESTION PUDO BORRARSE: SE RETOMA EL
      *                   RECORRIDO DESPUES DEL RUT REVISADO.
                          MOVE WS-RUT-CORTE TO cobranza-rut
                          START datos-cobranzas
                              KEY IS > cobranza-rut
                              INVALID KEY
                                  MOVE "S" TO fin-gestiones
                          END-START
                       END-IF
               END-READ
           END-PERFORM
           .

       VER-PENDIENTES-CLIENTE.
           MOVE "N"          TO WS-TIENE-PENDIENTES
           MOVE "N"          TO fin-facturas
           MOVE WS-RUT-CORTE TO factura-rut
           MOVE 0            TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = WS-RUT-CORTE THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-pendiente THEN
                             MOVE "S" TO WS-TIENE-PENDIENTES
                             MOVE "S" TO fin-facturas
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    MISMO CRITERIO QUE GenFacturas: SIN ARCHIVO DE PARAMETROS
      *    RIGEN LOS VALORES POR DEFECTO DE WORKING.
      * no duplica nada); al bajar a cero la gestion se elimina.   *
      *----------------------------------------------------------*
       GESTIONAR-CLIENTE.
      *       AL FALLECIDO NO SE LE COBRA: SU GESTION ABIERTA SE
      *       ELIMINA Y NO SE GENERAN CARTAS, TAREAS NI DERIVACION.
           MOVE WS-RUT-CORTE TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF usuario-fallecido THEN
                      ADD 1 TO WS-CONT-FALLECIDOS
                      MOVE WS-RUT-CORTE TO cobranza-rut
                      DELETE datos-cobranzas
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                      GO TO GESTIONAR-CLIENTE-FIN
                   END-IF
           END-READ
           IF WS-CONVENIOS-OK = "S" THEN
              PERFORM REVISAR-CONVENIO THRU REVISAR-CONVENIO-FIN
              IF WS-CONVENIO-SITUACION = "V" THEN
           IF WS-PLA-ETAPA-CARGADA NOT = WS-ETAPA-CALC THEN
              PERFORM CARGAR-PLANTILLA-ETAPA
           END-IF
           IF lk-pl-cant = 0 THEN
              GO TO GENERAR-CARTA-ETAPA-FIN
           END-IF

           ADD 1 TO WS-CONT-CARTAS
           MOVE WS-FECHA-SYS TO cobranza-fec-carta
           MOVE "I"          TO lk-im-operacion
           MOVE usuario-rut  TO lk-im-rut
           MOVE "COBRANZA"   TO lk-im-origen
           MOVE SPACES       TO lk-im-referencia
           STRING "ETAPA"        DELIMITED BY SIZE
                  WS-ETAPA-CALC  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-FECHA-SYS   DELIMITED BY SIZE
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
           END-IF.
       GENERAR-CARTA-ETAPA-FIN.
           EXIT.

      *    IGUAL QUE EN GenerarCartas: SI LA CARTA YA ESTABA EN LA
      *    COLA, SOLO QUEDA EN cartas_cobranza.txt.
       ENCOLAR-LINEA.
           IF lk-im-codret = 0 THEN
              MOVE "D"             TO lk-im-operacion
              MOVE WS-LINEA-SALIDA TO lk-im-linea
              CALL "EncolarImpresion" USING PAR-ENTRADA-IMPRESION
                                            PAR-SALIDA-IMPRESION
           END-IF
           .

       CARGAR-PLANTILLA-ETAPA.
           MOVE SPACES TO lk-pl-codigo
           STRING "COBRANZA"      DELIMITED BY SIZE
                  WS-ETAPA-CALC   DELIMITED BY SIZE
                     INTO lk-pl-codigo
           END-STRING
           MOVE WS-FECHA-SYS TO lk-pl-fecha
           CALL "CargarPlantilla" USING PAR-ENTRADA-PLANT
                                        PAR-SALIDA-PLANT
           MOVE WS-ETAPA-CALC TO WS-PLA-ETAPA-CARGADA
           .

                          INTO traspaso-linea
           END-STRING
           WRITE traspaso-linea
           PERFORM ABRIR-CASO-JURIDICO
           .

      *    EL CASO QUEDA ABIERTO CON LO DERIVADO; UN CLIENTE QUE
      *    VUELVE A DERIVARSE TRAS PONERSE AL DIA PARTE UN CASO
      *    NUEVO SOBRE EL MISMO REGISTRO.
       ABRIR-CASO-JURIDICO.
           MOVE WS-RUT-CORTE TO jur-rut
           READ datos-juridica
               INVALID KEY
                   MOVE "N" TO WS-CASO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CASO-EXISTE
           END-READ
           INITIALIZE jur-registro
           MOVE WS-RUT-CORTE        TO jur-rut
           MOVE "D"                 TO jur-estado
           MOVE WS-FECHA-SYS        TO jur-fec-derivacion
           MOVE WS-ACU-DIAS-ATRASO  TO jur-dias-derivacion
           MOVE WS-ACU-MONTO-MOROSO TO jur-monto-derivado
           MOVE WS-FECHA-SYS        TO jur-fecmod
           MOVE "BATCH"             TO jur-usuario-mod
           IF WS-CASO-EXISTE = "S" THEN
              REWRITE jur-registro END-REWRITE
           ELSE
              WRITE jur-registro END-WRITE
           END-IF
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

       END PROGRAM CobranzaEtapas.
