      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Exposicion por grupo economico: arma los grupos con
      *          los vinculos de relaciones.dat (conyuge, empleador,
      *          aval y dueño; la sucesion no forma grupo) y por cada
      *          grupo suma el saldo de las cuentas, las facturas
      *          pendientes, los convenios vigentes y los castigos de
      *          sus miembros. La exposicion del grupo se compara con
      *          su limite (limites_grupo.dat o, en su defecto, la
      *          suma de los limites individuales) y se listan, via
      *          EscribirReporte a un spool fechado, los grupos sobre
      *          el limite o con algun miembro en cobranza judicial,
      *          para frenar credito nuevo a cualquiera de ellos. Cada
      *          corrida queda en el registro de corridas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposicionGrupos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-relaciones
               ASSIGN TO
           "C:\PgmCobols\Data\relaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-llave
               FILE STATUS IS FS-RELACIONES.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-cuentas
               ASSIGN TO
           "C:\PgmCobols\Data\cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuenta-rut
               FILE STATUS IS FS-CUENTAS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-convenios
               ASSIGN TO
           "C:\PgmCobols\Data\convenios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS convenio-rut
               FILE STATUS IS FS-CONVENIOS.

           SELECT datos-cuotas
               ASSIGN TO
           "C:\PgmCobols\Data\convenio_cuotas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuota-llave
               FILE STATUS IS FS-CUOTAS.

           SELECT datos-cobranzas
               ASSIGN TO
           "C:\PgmCobols\Data\cobranzas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cobranza-rut
               FILE STATUS IS FS-COBRANZAS.

           SELECT param-limites
               ASSIGN TO
           "C:\PgmCobols\Data\limites_grupo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT sort-grupos ASSIGN TO
           "C:\PgmCobols\Data\grupos_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-relaciones.
           copy "C:\PgmCobols\FD\FDRelacion.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-cuentas.
           copy "C:\PgmCobols\FD\FDCuenta.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-convenios.
           copy "C:\PgmCobols\FD\FDConvenio.cpy".

       FD  datos-cuotas.
           copy "C:\PgmCobols\FD\FDConvCuota.cpy".

       FD  datos-cobranzas.
           copy "C:\PgmCobols\FD\FDCobranza.cpy".

      *    UNA LINEA POR GRUPO: RUT;LIMITE. EL RUT PUEDE SER EL DE
      *    CUALQUIER MIEMBRO DEL GRUPO.
       FD  param-limites.
       01  param-linea           PIC X(40).

      *    MIEMBROS DE LOS GRUPOS A INFORMAR, ORDENADOS POR GRUPO
      *    (RUT RAIZ) Y RUT DEL MIEMBRO.
       SD  sort-grupos.
       01  SRT-MIEMBRO.
           05  SRT-RAIZ             PIC 9(10).
           05  SRT-RUT              PIC 9(10).
           05  SRT-IDX              PIC 9(04).

       WORKING-STORAGE SECTION.
       01  FS-RELACIONES         PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-CUENTAS            PIC XX.
       01  FS-FACTURAS           PIC XX.
       01  FS-CONVENIOS          PIC XX.
       01  FS-CUOTAS             PIC XX.
       01  FS-COBRANZAS          PIC XX.
       01  FS-PARAM              PIC XX.
       01  WS-CUENTAS-OK         PIC X VALUE "N".
       01  WS-FACTURAS-OK        PIC X VALUE "N".
       01  WS-CONVENIOS-OK       PIC X VALUE "N".
       01  WS-COBRANZAS-OK       PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-facturas          PIC X.
       01  fin-cuotas            PIC X.
       01  fin-sort              PIC X.
       01  WS-CONV-VIGENTE       PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-HORA-INICIO        PIC 9(06).
       01  WS-CONT-LEIDAS        PIC 9(06) VALUE 0.
       01  WS-CONT-VINCULOS      PIC 9(06) VALUE 0.
       01  WS-CONT-GRUPOS        PIC 9(06) VALUE 0.
       01  WS-CONT-INFORMADOS    PIC 9(06) VALUE 0.
       01  WS-CONT-SOBRE-LIMITE  PIC 9(06) VALUE 0.
       01  WS-CONT-JUDICIALES    PIC 9(06) VALUE 0.
       01  WS-CONT-EXCEDIDOS     PIC 9(06) VALUE 0.

      *    MIEMBROS DE TODOS LOS GRUPOS. WS-MI-PADRE ENLAZA CADA
      *    MIEMBRO CON OTRO DE SU GRUPO HASTA LLEGAR A LA RAIZ (LA
      *    QUE SE APUNTA A SI MISMA, SIEMPRE EL RUT MENOR DEL GRUPO).
      *    LOS TOTALES DEL GRUPO (WS-MI-G-...) SOLO VALEN EN LA RAIZ.
       01  WS-TAB-MIEMBROS.
           05  WS-MI-ITEM OCCURS 3000 TIMES.
               10  WS-MI-RUT        PIC 9(10).
               10  WS-MI-PADRE      PIC 9(04).
               10  WS-MI-SALDO      PIC S9(11)V99.
               10  WS-MI-PENDIENTE  PIC 9(11)V99.
               10  WS-MI-CONVENIO   PIC 9(11)V99.
               10  WS-MI-CASTIGO    PIC 9(11)V99.
               10  WS-MI-LIMITE     PIC 9(11)V99.
               10  WS-MI-JUDICIAL   PIC X.
               10  WS-MI-G-CANT     PIC 9(04).
               10  WS-MI-G-SALDO    PIC S9(13)V99.
               10  WS-MI-G-PEND     PIC 9(13)V99.
               10  WS-MI-G-CONV     PIC 9(13)V99.
               10  WS-MI-G-CAST     PIC 9(13)V99.
               10  WS-MI-G-EXPO     PIC 9(13)V99.
               10  WS-MI-G-LIM-IND  PIC 9(13)V99.
               10  WS-MI-G-LIM-FIJO PIC 9(13)V99.
               10  WS-MI-G-LIMITE   PIC 9(13)V99.
               10  WS-MI-G-JUDICIAL PIC X.
               10  WS-MI-G-INFORMA  PIC X.
       01  WS-MI-CANT-ITEMS      PIC 9(04) VALUE 0.
       01  WS-MI-IDX             PIC 9(04).
       01  WS-MI-IDX2            PIC 9(04).
       01  WS-MI-ACT             PIC 9(04).
       01  WS-MI-ORIGEN          PIC 9(04).
       01  WS-MI-DESTINO         PIC 9(04).
       01  WS-MI-RAIZ            PIC 9(04).
       01  WS-MI-RAIZ-2          PIC 9(04).
       01  WS-BUSCA-RUT          PIC 9(10).

       01  WS-LG-RUT             PIC 9(10).
       01  WS-LG-LIMITE          PIC 9(11).

       01  WS-RAIZ-CORTE         PIC 9(10).
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-SALDO-EDIT         PIC -(10)9.99.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-PEND-EDIT          PIC Z(10)9.99.
       01  WS-CONV-EDIT          PIC Z(10)9.99.
       01  WS-CAST-EDIT          PIC Z(10)9.99.
       01  WS-GSALDO-EDIT        PIC -(12)9.99.
       01  WS-GMONTO-EDIT        PIC Z(12)9.99.
       01  WS-GLIMITE-EDIT       PIC Z(12)9.99.
       01  WS-GPEND-EDIT         PIC Z(12)9.99.
       01  WS-GCONV-EDIT         PIC Z(12)9.99.
       01  WS-GCAST-EDIT         PIC Z(12)9.99.
       01  WS-CANT-EDIT          PIC ZZZ9.
       01  WS-NOMBRE-CLIENTE     PIC X(25).
       01  WS-MOTIVO             PIC X(30).
       01  WS-ORIGEN-LIMITE      PIC X(10).

       01  WS-RUTA-SPOOL         PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte     PIC X(20).
           05  lk-sp-operador    PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta        PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion   PIC X.
           05  lk-rw-ruta        PIC X(80).
           05  lk-rw-titulo      PIC X(60).
           05  lk-rw-encab       PIC X(100).
           05  lk-rw-linea       PIC X(132).

       01 PAR-ENTRADA-CORRIDA.
           05  lk-co-programa    PIC X(20).
           05  lk-co-hora-inicio PIC 9(06).
           05  lk-co-leidos      PIC 9(06).
           05  lk-co-grabados    PIC 9(06).
           05  lk-co-rechazados  PIC 9(06).
           05  lk-co-resultado   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD

           OPEN INPUT datos-relaciones
           IF FS-RELACIONES NOT = "00" THEN
              DISPLAY "NO HAY RELACIONES REGISTRADAS."
              GOBACK
           END-IF
           OPEN INPUT datos-usuarios
      *       Cuentas, facturas, convenios y cobranzas son
      *       opcionales: sin el archivo el concepto suma cero.
           OPEN INPUT datos-cuentas
           IF FS-CUENTAS = "00" THEN
              MOVE "S" TO WS-CUENTAS-OK
           END-IF
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-convenios
           IF FS-CONVENIOS = "00" THEN
              OPEN INPUT datos-cuotas
              IF FS-CUOTAS = "00" THEN
                 MOVE "S" TO WS-CONVENIOS-OK
              ELSE
                 CLOSE datos-convenios
              END-IF
           END-IF
           OPEN INPUT datos-cobranzas
           IF FS-COBRANZAS = "00" THEN
              MOVE "S" TO WS-COBRANZAS-OK
           END-IF

           PERFORM ARMAR-GRUPOS
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-CANT-ITEMS
              PERFORM ACUMULAR-MIEMBRO
           END-PERFORM
           PERFORM LEER-LIMITES-GRUPO
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-CANT-ITEMS
              IF WS-MI-PADRE(WS-MI-IDX) = WS-MI-IDX THEN
                 PERFORM EVALUAR-GRUPO
              END-IF
           END-PERFORM

           MOVE "GRUPOS"       TO lk-sp-reporte
           MOVE "BATCH"        TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"            TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL  TO lk-rw-ruta
           MOVE "GRUPOS ECONOMICOS SOBRE LIMITE O EN COBRANZA JUDICIAL"
                               TO lk-rw-titulo
           MOVE "RUT        CLIENTE                            SALDO    
      -         "  PENDIENTE      CONVENIOS       CASTIGOS J"
                               TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE 0 TO WS-RAIZ-CORTE
           SORT sort-grupos
               ON ASCENDING KEY SRT-RAIZ SRT-RUT
               INPUT PROCEDURE IS SELECCIONAR-MIEMBROS
               OUTPUT PROCEDURE IS INFORMAR-GRUPOS

           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING "GRUPOS: "             DELIMITED BY SIZE
                  WS-CONT-GRUPOS         DELIMITED BY SIZE
                  "   INFORMADOS: "      DELIMITED BY SIZE
                  WS-CONT-INFORMADOS     DELIMITED BY SIZE
                  "   SOBRE LIMITE: "    DELIMITED BY SIZE
                  WS-CONT-SOBRE-LIMITE   DELIMITED BY SIZE
                  "   CON JUDICIAL: "    DELIMITED BY SIZE
                  WS-CONT-JUDICIALES     DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-relaciones datos-usuarios
           IF WS-CUENTAS-OK = "S" THEN
              CLOSE datos-cuentas
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              CLOSE datos-convenios datos-cuotas
           END-IF
           IF WS-COBRANZAS-OK = "S" THEN
              CLOSE datos-cobranzas
           END-IF

           MOVE "ExposicionGrupos"  TO lk-co-programa
           MOVE WS-HORA-INICIO      TO lk-co-hora-inicio
           MOVE WS-CONT-LEIDAS      TO lk-co-leidos
           MOVE WS-CONT-INFORMADOS  TO lk-co-grabados
           MOVE WS-CONT-EXCEDIDOS   TO lk-co-rechazados
           MOVE "OK"                TO lk-co-resultado
           CALL "GrabarCorrida" USING PAR-ENTRADA-CORRIDA

           DISPLAY "-------------------------------------------"
           DISPLAY "EXPOSICION POR GRUPO AL " WS-FECHA-SYS
           DISPLAY "RELACIONES LEIDAS..: " WS-CONT-LEIDAS
           DISPLAY "VINCULOS DE GRUPO..: " WS-CONT-VINCULOS
           DISPLAY "GRUPOS ARMADOS.....: " WS-CONT-GRUPOS
           DISPLAY "GRUPOS INFORMADOS..: " WS-CONT-INFORMADOS
           DISPLAY "  SOBRE EL LIMITE..: " WS-CONT-SOBRE-LIMITE
           DISPLAY "  CON JUDICIAL.....: " WS-CONT-JUDICIALES
           IF WS-CONT-EXCEDIDOS > 0 THEN
              DISPLAY "VINCULOS OMITIDOS (TABLA LLENA): "
                      WS-CONT-EXCEDIDOS
           END-IF
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *    RECORRE relaciones.dat Y UNE EN UN MISMO GRUPO A ORIGEN Y
      *    DESTINO DE CADA VINCULO. LA SUCESION (SU) NO FORMA GRUPO:
      *    EL HEREDERO NO RESPONDE POR LAS DEUDAS DEL CAUSANTE.
       ARMAR-GRUPOS.
           MOVE "N" TO fin-de-archivo
           MOVE 0   TO rel-rut-origen rel-rut-destino
           START datos-relaciones KEY IS NOT < rel-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-relaciones NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDAS
                       IF NOT rel-sucesion THEN
                          PERFORM UNIR-VINCULO THRU UNIR-VINCULO-FIN
                       END-IF
               END-READ
           END-PERFORM
           .

       UNIR-VINCULO.
           MOVE rel-rut-origen TO WS-BUSCA-RUT
           PERFORM BUSCAR-MIEMBRO
           IF WS-MI-ACT = 0 THEN
              PERFORM AGREGAR-MIEMBRO
           END-IF
           MOVE WS-MI-ACT TO WS-MI-ORIGEN
           MOVE rel-rut-destino TO WS-BUSCA-RUT
           PERFORM BUSCAR-MIEMBRO
           IF WS-MI-ACT = 0 THEN
              PERFORM AGREGAR-MIEMBRO
           END-IF
           MOVE WS-MI-ACT TO WS-MI-DESTINO
           IF WS-MI-ORIGEN = 0 OR WS-MI-DESTINO = 0 THEN
              ADD 1 TO WS-CONT-EXCEDIDOS
              GO TO UNIR-VINCULO-FIN
           END-IF
           ADD 1 TO WS-CONT-VINCULOS

           MOVE WS-MI-ORIGEN TO WS-MI-ACT
           PERFORM BUSCAR-RAIZ
           MOVE WS-MI-RAIZ TO WS-MI-RAIZ-2
           MOVE WS-MI-DESTINO TO WS-MI-ACT
           PERFORM BUSCAR-RAIZ
           IF WS-MI-RAIZ = WS-MI-RAIZ-2 THEN
              GO TO UNIR-VINCULO-FIN
           END-IF
      *       La raiz que queda es la de RUT menor.
           IF WS-MI-RUT(WS-MI-RAIZ) < WS-MI-RUT(WS-MI-RAIZ-2) THEN
              MOVE WS-MI-RAIZ TO WS-MI-PADRE(WS-MI-RAIZ-2)
           ELSE
              MOVE WS-MI-RAIZ-2 TO WS-MI-PADRE(WS-MI-RAIZ)
           END-IF.
       UNIR-VINCULO-FIN.
           EXIT.

      *    DEJA EN WS-MI-ACT LA ENTRADA DEL RUT WS-BUSCA-RUT, O 0 SI
      *    NO ESTA EN LA TABLA.
       BUSCAR-MIEMBRO.
           MOVE 0 TO WS-MI-ACT
           PERFORM VARYING WS-MI-IDX2 FROM 1 BY 1
                   UNTIL WS-MI-IDX2 > WS-MI-CANT-ITEMS
                      OR WS-MI-ACT > 0
              IF WS-MI-RUT(WS-MI-IDX2) = WS-BUSCA-RUT THEN
                 MOVE WS-MI-IDX2 TO WS-MI-ACT
              END-IF
           END-PERFORM
           .

      *    NUEVO MIEMBRO, GRUPO DE UNO (SU PROPIA RAIZ). CON LA TABLA
      *    LLENA DEJA WS-MI-ACT EN 0 Y EL VINCULO SE OMITE.
       AGREGAR-MIEMBRO.
           IF WS-MI-CANT-ITEMS < 3000 THEN
              ADD 1 TO WS-MI-CANT-ITEMS
              MOVE WS-MI-CANT-ITEMS TO WS-MI-ACT
              INITIALIZE WS-MI-ITEM(WS-MI-ACT)
              MOVE WS-BUSCA-RUT TO WS-MI-RUT(WS-MI-ACT)
              MOVE WS-MI-ACT    TO WS-MI-PADRE(WS-MI-ACT)
              MOVE "N"          TO WS-MI-JUDICIAL(WS-MI-ACT)
                                   WS-MI-G-JUDICIAL(WS-MI-ACT)
                                   WS-MI-G-INFORMA(WS-MI-ACT)
           END-IF
           .

      *    SUBE DESDE WS-MI-ACT HASTA LA RAIZ DE SU GRUPO.
       BUSCAR-RAIZ.
           MOVE WS-MI-ACT TO WS-MI-RAIZ
           PERFORM UNTIL WS-MI-PADRE(WS-MI-RAIZ) = WS-MI-RAIZ
              MOVE WS-MI-PADRE(WS-MI-RAIZ) TO WS-MI-RAIZ
           END-PERFORM
           .

      *    MONTOS DEL MIEMBRO WS-MI-IDX, SUMADOS A LOS TOTALES DE LA
      *    RAIZ DE SU GRUPO. LA EXPOSICION ES EL SALDO DEUDOR DE LA
      *    CUENTA MAS LO CASTIGADO: LAS FACTURAS PENDIENTES Y LAS
      *    CUOTAS DE CONVENIO YA ESTAN CARGADAS EN EL SALDO, POR LO
      *    QUE SE INFORMAN PERO NO SE VUELVEN A SUMAR.
       ACUMULAR-MIEMBRO.
           MOVE WS-MI-IDX TO WS-MI-ACT
           PERFORM BUSCAR-RAIZ
           IF WS-CUENTAS-OK = "S" THEN
              MOVE WS-MI-RUT(WS-MI-IDX) TO cuenta-rut
              READ datos-cuentas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE cuenta-saldo
                        TO WS-MI-SALDO(WS-MI-IDX)
                      MOVE cuenta-limite-credito
                        TO WS-MI-LIMITE(WS-MI-IDX)
              END-READ
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM SUMAR-FACTURAS
           END-IF
           IF WS-CONVENIOS-OK = "S" THEN
              PERFORM SUMAR-CONVENIO
           END-IF
           IF WS-COBRANZAS-OK = "S" THEN
              MOVE WS-MI-RUT(WS-MI-IDX) TO cobranza-rut
              READ datos-cobranzas
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF cobranza-judicial THEN
                         MOVE "S" TO WS-MI-JUDICIAL(WS-MI-IDX)
                         MOVE "S" TO WS-MI-G-JUDICIAL(WS-MI-RAIZ)
                      END-IF
              END-READ
           END-IF

           ADD 1 TO WS-MI-G-CANT(WS-MI-RAIZ)
           ADD WS-MI-SALDO(WS-MI-IDX)     TO WS-MI-G-SALDO(WS-MI-RAIZ)
           ADD WS-MI-PENDIENTE(WS-MI-IDX) TO WS-MI-G-PEND(WS-MI-RAIZ)
           ADD WS-MI-CONVENIO(WS-MI-IDX)  TO WS-MI-G-CONV(WS-MI-RAIZ)
           ADD WS-MI-CASTIGO(WS-MI-IDX)   TO WS-MI-G-CAST(WS-MI-RAIZ)
           ADD WS-MI-LIMITE(WS-MI-IDX)
            TO WS-MI-G-LIM-IND(WS-MI-RAIZ)
           IF WS-MI-SALDO(WS-MI-IDX) > 0 THEN
              ADD WS-MI-SALDO(WS-MI-IDX) TO WS-MI-G-EXPO(WS-MI-RAIZ)
           END-IF
           ADD WS-MI-CASTIGO(WS-MI-IDX) TO WS-MI-G-EXPO(WS-MI-RAIZ)
           .

      *    PENDIENTES Y CASTIGADAS DEL MIEMBRO POR LA LLAVE PRIMARIA
      *    (RUT + PERIODO); SOLO CUENTA LO NO PAGADO DE CADA UNA.
       SUMAR-FACTURAS.
           MOVE "N" TO fin-facturas
           MOVE WS-MI-RUT(WS-MI-IDX) TO factura-rut
           MOVE 0 TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "Y" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "Y"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = WS-MI-RUT(WS-MI-IDX) THEN
                          MOVE "Y" TO fin-facturas
                       ELSE
                          IF factura-pendiente THEN
                             COMPUTE WS-MI-PENDIENTE(WS-MI-IDX) =
                                     WS-MI-PENDIENTE(WS-MI-IDX) +
                                     factura-monto - factura-pagado
                          END-IF
                          IF factura-castigada THEN
                             COMPUTE WS-MI-CASTIGO(WS-MI-IDX) =
                                     WS-MI-CASTIGO(WS-MI-IDX) +
                                     factura-monto - factura-pagado
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    CUOTAS AUN NO PAGADAS DEL CONVENIO VIGENTE DEL MIEMBRO.
       SUMAR-CONVENIO.
           MOVE WS-MI-RUT(WS-MI-IDX) TO convenio-rut
           MOVE "N" TO WS-CONV-VIGENTE
           READ datos-convenios
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF convenio-vigente THEN
                      MOVE "S" TO WS-CONV-VIGENTE
                   END-IF
           END-READ
           IF WS-CONV-VIGENTE = "S" THEN
              MOVE "N" TO fin-cuotas
              MOVE WS-MI-RUT(WS-MI-IDX) TO cuota-rut
              MOVE 0 TO cuota-numero
              START datos-cuotas KEY IS NOT < cuota-llave
                  INVALID KEY
                      MOVE "Y" TO fin-cuotas
              END-START
              PERFORM UNTIL fin-cuotas = "Y"
                  READ datos-cuotas NEXT RECORD
                      AT END
                          MOVE "Y" TO fin-cuotas
                      NOT AT END
                          IF cuota-rut NOT = WS-MI-RUT(WS-MI-IDX) THEN
                             MOVE "Y" TO fin-cuotas
                          ELSE
                             IF cuota-pendiente THEN
                                COMPUTE WS-MI-CONVENIO(WS-MI-IDX) =
                                        WS-MI-CONVENIO(WS-MI-IDX) +
                                        cuota-monto - cuota-pagado
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           .

      *    LIMITES PACTADOS POR GRUPO. EL RUT DE LA LINEA UBICA EL
      *    GRUPO; SI DOS LINEAS CAEN EN EL MISMO GRUPO RIGE LA
      *    ULTIMA. UN RUT QUE NO ESTA EN NINGUN GRUPO SE IGNORA.
       LEER-LIMITES-GRUPO.
           OPEN INPUT param-limites
           IF FS-PARAM = "00" THEN
              MOVE "N" TO fin-de-archivo
              PERFORM UNTIL fin-de-archivo = "Y"
                  READ param-limites INTO param-linea
                      AT END
                          MOVE "Y" TO fin-de-archivo
                      NOT AT END
                          MOVE 0 TO WS-LG-RUT WS-LG-LIMITE
                          UNSTRING param-linea DELIMITED BY ";"
                              INTO WS-LG-RUT, WS-LG-LIMITE
                          END-UNSTRING
                          MOVE WS-LG-RUT TO WS-BUSCA-RUT
                          PERFORM BUSCAR-MIEMBRO
                          IF WS-MI-ACT > 0 THEN
                             PERFORM BUSCAR-RAIZ
                             MOVE WS-LG-LIMITE
                               TO WS-MI-G-LIM-FIJO(WS-MI-RAIZ)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE param-limites
           END-IF
           .

      *    GRUPO CON RAIZ WS-MI-IDX: SIN LIMITE PACTADO RIGE LA SUMA
      *    DE LOS LIMITES INDIVIDUALES; LIMITE 0 ES SIN LIMITE Y EL
      *    GRUPO SOLO SE INFORMA SI TIENE UN MIEMBRO EN JUDICIAL.
       EVALUAR-GRUPO.
           ADD 1 TO WS-CONT-GRUPOS
           IF WS-MI-G-LIM-FIJO(WS-MI-IDX) > 0 THEN
              MOVE WS-MI-G-LIM-FIJO(WS-MI-IDX)
                TO WS-MI-G-LIMITE(WS-MI-IDX)
           ELSE
              MOVE WS-MI-G-LIM-IND(WS-MI-IDX)
                TO WS-MI-G-LIMITE(WS-MI-IDX)
           END-IF
           IF WS-MI-G-LIMITE(WS-MI-IDX) > 0 AND
              WS-MI-G-EXPO(WS-MI-IDX) > WS-MI-G-LIMITE(WS-MI-IDX) THEN
              MOVE "S" TO WS-MI-G-INFORMA(WS-MI-IDX)
              ADD 1 TO WS-CONT-SOBRE-LIMITE
           END-IF
           IF WS-MI-G-JUDICIAL(WS-MI-IDX) = "S" THEN
              MOVE "S" TO WS-MI-G-INFORMA(WS-MI-IDX)
              ADD 1 TO WS-CONT-JUDICIALES
           END-IF
           IF WS-MI-G-INFORMA(WS-MI-IDX) = "S" THEN
              ADD 1 TO WS-CONT-INFORMADOS
           END-IF
           .

      *    ENTRADA DEL SORT: LOS MIEMBROS DE LOS GRUPOS A INFORMAR.
       SELECCIONAR-MIEMBROS.
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-CANT-ITEMS
              MOVE WS-MI-IDX TO WS-MI-ACT
              PERFORM BUSCAR-RAIZ
              IF WS-MI-G-INFORMA(WS-MI-RAIZ) = "S" THEN
                 MOVE WS-MI-RUT(WS-MI-RAIZ) TO SRT-RAIZ
                 MOVE WS-MI-RUT(WS-MI-IDX)  TO SRT-RUT
                 MOVE WS-MI-IDX             TO SRT-IDX
                 RELEASE SRT-MIEMBRO
              END-IF
           END-PERFORM
           .

      *    SALIDA DEL SORT: CABECERA CON LOS TOTALES AL CAMBIAR DE
      *    GRUPO Y UNA LINEA POR MIEMBRO.
       INFORMAR-GRUPOS.
           MOVE "N" TO fin-sort
           PERFORM UNTIL fin-sort = "Y"
               RETURN sort-grupos
                   AT END
                       MOVE "Y" TO fin-sort
                   NOT AT END
                       IF SRT-RAIZ NOT = WS-RAIZ-CORTE THEN
                          MOVE SRT-IDX TO WS-MI-ACT
                          PERFORM BUSCAR-RAIZ
                          PERFORM INFORMAR-CABECERA
                          MOVE SRT-RAIZ TO WS-RAIZ-CORTE
                       END-IF
                       PERFORM INFORMAR-MIEMBRO
               END-RETURN
           END-PERFORM
           .

       INFORMAR-CABECERA.
           IF WS-MI-G-JUDICIAL(WS-MI-RAIZ) = "S" THEN
              IF WS-MI-G-LIMITE(WS-MI-RAIZ) > 0 AND
                 WS-MI-G-EXPO(WS-MI-RAIZ) >
                 WS-MI-G-LIMITE(WS-MI-RAIZ) THEN
                 MOVE "SOBRE LIMITE Y JUDICIAL" TO WS-MOTIVO
              ELSE
                 MOVE "MIEMBRO EN JUDICIAL" TO WS-MOTIVO
              END-IF
           ELSE
              MOVE "SOBRE LIMITE" TO WS-MOTIVO
           END-IF
           IF WS-MI-G-LIM-FIJO(WS-MI-RAIZ) > 0 THEN
              MOVE "PACTADO" TO WS-ORIGEN-LIMITE
           ELSE
              MOVE "SUMA IND." TO WS-ORIGEN-LIMITE
           END-IF

           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-MI-RUT(WS-MI-RAIZ)    TO WS-RUT-EDIT
           MOVE WS-MI-G-CANT(WS-MI-RAIZ) TO WS-CANT-EDIT
           MOVE WS-MI-G-EXPO(WS-MI-RAIZ) TO WS-GMONTO-EDIT
           MOVE WS-MI-G-LIMITE(WS-MI-RAIZ) TO WS-GLIMITE-EDIT
           STRING "GRUPO "           DELIMITED BY SIZE
                  WS-RUT-EDIT        DELIMITED BY SIZE
                  "  MIEMBROS:"      DELIMITED BY SIZE
                  WS-CANT-EDIT       DELIMITED BY SIZE
                  "  EXPOSICION:"    DELIMITED BY SIZE
                  WS-GMONTO-EDIT     DELIMITED BY SIZE
                  "  LIMITE:"        DELIMITED BY SIZE
                  WS-GLIMITE-EDIT    DELIMITED BY SIZE
                  " ("               DELIMITED BY SIZE
                  WS-ORIGEN-LIMITE   DELIMITED BY "  "
                  ")  "              DELIMITED BY SIZE
                  WS-MOTIVO          DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE WS-MI-G-SALDO(WS-MI-RAIZ) TO WS-GSALDO-EDIT
           MOVE WS-MI-G-PEND(WS-MI-RAIZ)  TO WS-GPEND-EDIT
           MOVE WS-MI-G-CONV(WS-MI-RAIZ)  TO WS-GCONV-EDIT
           MOVE WS-MI-G-CAST(WS-MI-RAIZ)  TO WS-GCAST-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  TOTAL SALDOS:"  DELIMITED BY SIZE
                  WS-GSALDO-EDIT     DELIMITED BY SIZE
                  "  PENDIENTE:"     DELIMITED BY SIZE
                  WS-GPEND-EDIT      DELIMITED BY SIZE
                  "  CONVENIOS:"     DELIMITED BY SIZE
                  WS-GCONV-EDIT      DELIMITED BY SIZE
                  "  CASTIGOS:"      DELIMITED BY SIZE
                  WS-GCAST-EDIT      DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       INFORMAR-MIEMBRO.
           MOVE SPACES  TO WS-NOMBRE-CLIENTE
           MOVE SRT-RUT TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   MOVE "(CLIENTE NO ENCONTRADO)"
                     TO WS-NOMBRE-CLIENTE
               NOT INVALID KEY
                   STRING usuario-nombre DELIMITED BY "  "
                          " "            DELIMITED BY SIZE
                          usuario-apepat DELIMITED BY "  "
                                 INTO WS-NOMBRE-CLIENTE
                   END-STRING
           END-READ

           MOVE SRT-RUT                    TO WS-RUT-EDIT
           MOVE WS-MI-SALDO(SRT-IDX)       TO WS-SALDO-EDIT
           MOVE WS-MI-PENDIENTE(SRT-IDX)   TO WS-PEND-EDIT
           MOVE WS-MI-CONVENIO(SRT-IDX)    TO WS-CONV-EDIT
           MOVE WS-MI-CASTIGO(SRT-IDX)     TO WS-CAST-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALDO-EDIT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PEND-EDIT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CONV-EDIT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CAST-EDIT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MI-JUDICIAL(SRT-IDX) DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       END PROGRAM ExposicionGrupos.
