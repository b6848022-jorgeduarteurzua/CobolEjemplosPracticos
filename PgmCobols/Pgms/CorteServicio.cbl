      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Corrida de corte de servicio por cobranza. Recorre
      *          las gestiones de cobranzas.dat y a cada cliente en la
      *          etapa de corte o mas alla (corte_param.dat, por
      *          defecto etapa 2) le corta las suscripciones vigentes
      *          (susc-corte), que GenFacturas deja de facturar. Un
      *          cliente con convenio de pago vigente no se corta.
      *          Por cada suscripcion cortada deja una orden de corte
      *          en ordenes_corte.txt para el area de terreno
      *          (C;FECHA;RUT;SERVICIO;CANTIDAD;ETAPA;OPERADOR), el
      *          mismo archivo donde ReponerServicio deja las de
      *          reposicion (tipo R). Al final barre los clientes
      *          cortados que ya no corresponden (bajaron de etapa o
      *          pactaron convenio) y los pasa por ReponerServicio,
      *          con lo que la corrida se puede repetir sin duplicar
      *          ordenes. Va en la cadena despues de CobranzaEtapas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorteServicio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-cobranzas
               ASSIGN TO
           "C:\PgmCobols\Data\cobranzas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cobranza-rut
               FILE STATUS IS FS-COBRANZAS.

           SELECT datos-suscripciones
               ASSIGN TO
           "C:\PgmCobols\Data\suscripciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susc-llave
               FILE STATUS IS FS-SUSCRIP.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT param-corte
               ASSIGN TO
           "C:\PgmCobols\Data\corte_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-ordenes ASSIGN TO
           "C:\PgmCobols\Data\ordenes_corte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-cobranzas.
           copy "C:\PgmCobols\FD\FDCobranza.cpy".

       FD  datos-suscripciones.
           copy "C:\PgmCobols\FD\FDSuscripcion.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  param-corte.
       01  param-linea           PIC X(40).

       FD  archivo-ordenes.
       01  orden-linea           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-COBRANZAS          PIC XX.
       01  FS-SUSCRIP            PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-ORDENES            PIC XX.
       01  WS-COBRANZAS-OK       PIC X VALUE "N".
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  fin-cobranzas         PIC X.
       01  fin-suscrip           PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-CORRESPONDE-CORTE  PIC X.
       01  WS-RUT-CORTE          PIC 9(10).
       01  WS-CORTO-CLIENTE      PIC X.
       01  WS-RUT-BARRIDO        PIC 9(10).

      *    PARAMETROS DE CORTE, CON VALORES POR DEFECTO SI
      *    corte_param.dat NO EXISTE (MISMO CRITERIO QUE
      *    CobranzaEtapas CON cobranza_param.dat): ETAPA DE COBRANZA
      *    DESDE LA QUE SE CORTA Y SERVICIO DEL CATALOGO CON QUE
      *    ReponerServicio COBRA LA REPOSICION.
       01  WS-ETAPA-CORTE        PIC 9 VALUE 2.
       01  WS-SRV-REPOSICION     PIC X(06) VALUE "REPOS".

       01  WS-CONT-CLIENTES-CORTE PIC 9(06) VALUE 0.
       01  WS-CONT-SUSC-CORTADAS PIC 9(06) VALUE 0.
       01  WS-CONT-CONVENIO      PIC 9(06) VALUE 0.
      *        Clientes en etapa de corte que no se cortan por tener
      *        convenio de pago vigente.
       01  WS-CONT-REPUESTOS     PIC 9(06) VALUE 0.
       01  WS-CONT-SUSC-REPUESTAS PIC 9(06) VALUE 0.
       01  WS-CONT-SIGUEN-MOROSOS PIC 9(06) VALUE 0.
      *        Cortados que ya salieron de la etapa de corte pero
      *        aun tienen facturas vencidas: siguen cortados.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       01 PAR-ENTRADA-REPOS.
           05  lk-rp-rut        PIC 9(10).
           05  lk-rp-operador   PIC X(10).
       01 PAR-SALIDA-REPOS.
           05  OUT-CODRET-RP    PIC 9(04).
           05  OUT-DESRET-RP    PIC X(50).
           05  OUT-REPUESTAS-RP PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS-CORTE

           OPEN I-O datos-suscripciones
           IF FS-SUSCRIP NOT = "00" THEN
              DISPLAY "NO HAY SUSCRIPCIONES QUE CORTAR."
              GOBACK
           END-IF
      *       Sin cobranzas.dat nadie esta en etapa de corte, pero
      *       el barrido de reposicion corre igual.
           OPEN INPUT datos-cobranzas
           IF FS-COBRANZAS = "00" THEN
              MOVE "S" TO WS-COBRANZAS-OK
           END-IF
      *       Los convenios son opcionales, igual que en
      *       CobranzaEtapas.
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              MOVE "S" TO WS-CONVENIOS-OK
           END-IF
           OPEN EXTEND archivo-ordenes
           IF FS-ORDENES NOT = "00" THEN
              OPEN OUTPUT archivo-ordenes
              CLOSE archivo-ordenes
              OPEN EXTEND archivo-ordenes
           END-IF

           IF WS-COBRANZAS-OK = "S" THEN
              MOVE "N" TO fin-cobranzas
              MOVE 0   TO cobranza-rut
              START datos-cobranzas KEY IS NOT < cobranza-rut
                  INVALID KEY
                      MOVE "S" TO fin-cobranzas
              END-START
              PERFORM UNTIL fin-cobranzas = "S"
                  READ datos-cobranzas NEXT RECORD
                      AT END
                          MOVE "S" TO fin-cobranzas
                      NOT AT END
                          IF cobranza-etapa >= WS-ETAPA-CORTE THEN
                             PERFORM CORTAR-CLIENTE THRU
                                     CORTAR-CLIENTE-FIN
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
      *       LA ORDEN DE REPOSICION LA ESCRIBE ReponerServicio EN EL
      *       MISMO ARCHIVO: SE CIERRA ANTES DEL BARRIDO.
           CLOSE archivo-ordenes

           PERFORM BARRER-CORTADOS THRU BARRER-CORTADOS-FIN

           CLOSE datos-suscripciones
           IF WS-COBRANZAS-OK = "S" THEN
              CLOSE datos-cobranzas
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "CORTE DE SERVICIO AL " WS-FECHA-SYS
                   " (ETAPA " WS-ETAPA-CORTE " O MAS)"
           DISPLAY "CLIENTES CORTADOS..: " WS-CONT-CLIENTES-CORTE
           DISPLAY "SUSCRIP. CORTADAS..: " WS-CONT-SUSC-CORTADAS
           DISPLAY "CON CONVENIO VIGENTE: " WS-CONT-CONVENIO
           DISPLAY "CLIENTES REPUESTOS.: " WS-CONT-REPUESTOS
           DISPLAY "SUSCRIP. REPUESTAS.: " WS-CONT-SUSC-REPUESTAS
           DISPLAY "CORTADOS AUN MOROSOS: " WS-CONT-SIGUEN-MOROSOS
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    MISMO CRITERIO QUE CobranzaEtapas: SIN ARCHIVO DE
      *    PARAMETROS RIGEN LOS VALORES POR DEFECTO DE WORKING.
       LEER-PARAMETROS-CORTE.
           OPEN INPUT param-corte
           IF FS-PARAM = "00" THEN
              READ param-corte INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-ETAPA-CORTE, WS-SRV-REPOSICION
                      END-UNSTRING
              END-READ
              CLOSE param-corte
           END-IF
           .

      *----------------------------------------------------------*
      * CORTAR-CLIENTE : cliente con gestion en etapa de corte.    *
      * Se cortan sus suscripciones vigentes hoy que aun tengan    *
      * servicio; las ya cortadas no generan una segunda orden.    *
      *----------------------------------------------------------*
       CORTAR-CLIENTE.
           MOVE cobranza-rut TO WS-RUT-CORTE
           PERFORM VER-CONVENIO-VIGENTE
           IF WS-CORRESPONDE-CORTE = "N" THEN
              ADD 1 TO WS-CONT-CONVENIO
              GO TO CORTAR-CLIENTE-FIN
           END-IF

           MOVE "N"          TO WS-CORTO-CLIENTE
           MOVE "N"          TO fin-suscrip
           MOVE WS-RUT-CORTE TO susc-rut
           MOVE SPACES       TO susc-servicio
           START datos-suscripciones KEY IS NOT < susc-llave
               INVALID KEY
                   MOVE "S" TO fin-suscrip
           END-START
           PERFORM UNTIL fin-suscrip = "S"
               READ datos-suscripciones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-suscrip
                   NOT AT END
                       IF susc-rut NOT = WS-RUT-CORTE THEN
                          MOVE "S" TO fin-suscrip
                       ELSE
                          IF NOT susc-suspendida AND
                             susc-fec-inicio <= WS-FECHA-SYS AND
                             (susc-fec-fin = 0 OR
                              susc-fec-fin >= WS-FECHA-SYS) THEN
                             PERFORM CORTAR-UNA-SUSCRIPCION
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CORTO-CLIENTE = "S" THEN
              ADD 1 TO WS-CONT-CLIENTES-CORTE
           END-IF.
       CORTAR-CLIENTE-FIN.
           EXIT.

       CORTAR-UNA-SUSCRIPCION.
           MOVE "S"          TO susc-corte
           MOVE WS-FECHA-SYS TO susc-fec-corte
           MOVE 0            TO susc-fec-reposicion
           MOVE WS-FECHA-SYS TO susc-fecmod
           MOVE "BATCH"      TO susc-usuario-mod
           REWRITE susc-registro END-REWRITE
           IF FS-SUSCRIP = "00" THEN
              MOVE "S" TO WS-CORTO-CLIENTE
              ADD 1 TO WS-CONT-SUSC-CORTADAS
              MOVE SPACES TO orden-linea
              STRING "C;"             DELIMITED BY SIZE
                     WS-FECHA-SYS     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-rut         DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-servicio    DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     susc-cantidad    DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     cobranza-etapa   DELIMITED BY SIZE
                     ";BATCH"         DELIMITED BY SIZE
                             INTO orden-linea
              END-STRING
              WRITE orden-linea
           END-IF
           .

      *    UN CONVENIO DE PAGO VIGENTE CONGELA LA COBRANZA DEL
      *    CLIENTE (CobranzaEtapas) Y POR LO TANTO TAMBIEN EL CORTE.
       VER-CONVENIO-VIGENTE.
           MOVE "S" TO WS-CORRESPONDE-CORTE
           IF WS-CONVENIOS-OK = "S" THEN
              MOVE WS-RUT-CORTE TO convenio-rut
              READ datos-convenios
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF convenio-vigente THEN
                         MOVE "N" TO WS-CORRESPONDE-CORTE
                      END-IF
              END-READ
           END-IF
           .

      *----------------------------------------------------------*
      * BARRER-CORTADOS : cada cliente con alguna suscripcion      *
      * cortada que ya no esta en etapa de corte (o pacto un       *
      * convenio) se pasa por ReponerServicio, que decide si esta  *
      * al dia. Como ReponerServicio abre suscripciones.dat por su *
      * cuenta, el archivo se cierra en torno a la llamada y el    *
      * recorrido se retoma en el RUT siguiente.                   *
      *----------------------------------------------------------*
       BARRER-CORTADOS.
           MOVE 0      TO WS-RUT-BARRIDO
           MOVE 0      TO susc-rut
           MOVE SPACES TO susc-servicio
           START datos-suscripciones KEY IS NOT < susc-llave
               INVALID KEY
                   GO TO BARRER-CORTADOS-FIN
           END-START.
       BARRER-CORTADOS-LEER.
           READ datos-suscripciones NEXT RECORD
               AT END
                   GO TO BARRER-CORTADOS-FIN
           END-READ
           IF NOT susc-suspendida OR susc-rut = WS-RUT-BARRIDO THEN
              GO TO BARRER-CORTADOS-LEER
           END-IF
           MOVE susc-rut       TO WS-RUT-BARRIDO WS-RUT-CORTE
           MOVE "N"            TO WS-CORRESPONDE-CORTE
           IF WS-COBRANZAS-OK = "S" THEN
              MOVE WS-RUT-CORTE TO cobranza-rut
              READ datos-cobranzas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF cobranza-etapa >= WS-ETAPA-CORTE THEN
                         PERFORM VER-CONVENIO-VIGENTE
                      END-IF
              END-READ
           END-IF
           IF WS-CORRESPONDE-CORTE = "S" THEN
              GO TO BARRER-CORTADOS-LEER
           END-IF

           CLOSE datos-suscripciones
           MOVE WS-RUT-BARRIDO TO lk-rp-rut
           MOVE "BATCH"        TO lk-rp-operador
           CALL "ReponerServicio" USING PAR-ENTRADA-REPOS
                                        PAR-SALIDA-REPOS
           EVALUATE OUT-CODRET-RP
               WHEN 0
                   ADD 1 TO WS-CONT-REPUESTOS
                   ADD OUT-REPUESTAS-RP TO WS-CONT-SUSC-REPUESTAS
               WHEN 4
                   ADD 1 TO WS-CONT-SIGUEN-MOROSOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN I-O datos-suscripciones

           MOVE WS-RUT-BARRIDO TO susc-rut
           MOVE HIGH-VALUES    TO susc-servicio
           START datos-suscripciones KEY IS > susc-llave
               INVALID KEY
                   GO TO BARRER-CORTADOS-FIN
           END-START
           GO TO BARRER-CORTADOS-LEER.
       BARRER-CORTADOS-FIN.
           EXIT.

       END PROGRAM CorteServicio.
