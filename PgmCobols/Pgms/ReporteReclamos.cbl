      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Estadistica mensual de reclamos para el organismo de
      *          proteccion al consumidor. Del periodo (AAAAMM en
      *          reclamos_param.dat; por defecto el mes anterior)
      *          cuenta, por categoria y sucursal, los reclamos
      *          recibidos, los cerrados, los cerrados dentro del
      *          plazo legal (con su porcentaje) y los que al cierre
      *          del mes siguen abiertos con el plazo vencido. Deja
      *          el archivo reclamos_regulador.txt con el formato del
      *          organismo (PERIODO;MATERIA;CATEGORIA;SUCURSAL;
      *          RECIBIDOS;CERRADOS;EN-PLAZO;PCT-EN-PLAZO;VENCIDOS,
      *          MATERIA = codigo del regulador de la categoria) y el
      *          detalle por spool (RECLAMOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteReclamos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-reclamos
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS reclamo-llave
               FILE STATUS IS FS-RECLAMOS.

           SELECT datos-categorias
               ASSIGN TO
           "C:\PgmCobols\Data\reclamos_categorias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS catrec-codigo
               FILE STATUS IS FS-CATEGORIAS.

           SELECT datos-sucursales
               ASSIGN TO
           "C:\PgmCobols\Data\sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursal-codigo
               FILE STATUS IS FS-SUCURSALES.

           SELECT param-reclamos ASSIGN TO
           "C:\PgmCobols\Data\reclamos_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-regulador ASSIGN TO
           "C:\PgmCobols\Data\reclamos_regulador.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGULADOR.

           SELECT sort-work ASSIGN TO
           "C:\PgmCobols\Data\reclamos_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-reclamos.
           copy "C:\PgmCobols\FD\FDReclamo.cpy".

       FD  datos-categorias.
           copy "C:\PgmCobols\FD\FDCatReclamo.cpy".

       FD  datos-sucursales.
           copy "C:\PgmCobols\FD\FDSucursal.cpy".

       FD  param-reclamos.
       01  param-linea           PIC X(40).

       FD  archivo-regulador.
       01  regulador-linea       PIC X(100).

       SD  sort-work.
       01  SRT-REGISTRO.
           05  SRT-CATEGORIA     PIC X(04).
           05  SRT-SUCURSAL      PIC X(04).
           05  SRT-RECIBIDO      PIC 9.
           05  SRT-CERRADO       PIC 9.
           05  SRT-EN-PLAZO      PIC 9.
           05  SRT-VENCIDO       PIC 9.

       WORKING-STORAGE SECTION.
       01  FS-RECLAMOS           PIC XX.
       01  FS-CATEGORIAS         PIC XX.
       01  FS-SUCURSALES         PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-REGULADOR          PIC XX.
       01  WS-CATEGORIAS-OK      PIC X VALUE "N".
       01  WS-SUCURSALES-OK      PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-ordenado          PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  WS-PER-ANO            PIC 9(04).
       01  WS-PER-MES            PIC 9(02).
       01  WS-FIN-PERIODO        PIC 9(08).
       01  WS-PRIMERA            PIC X VALUE "S".
       01  WS-CATEGORIA-ANT      PIC X(04).
       01  WS-SUCURSAL-ANT       PIC X(04).
       01  WS-CATEGORIA-DESC     PIC X(40).
       01  WS-COD-REGULADOR      PIC X(06).
       01  WS-SUCURSAL-DESC      PIC X(40).

      *    CONTADORES: GRUPO = CATEGORIA+SUCURSAL; CAT = CATEGORIA;
      *    TOT = TODO EL PERIODO.
       01  WS-GRU-RECIBIDOS      PIC 9(06).
       01  WS-GRU-CERRADOS       PIC 9(06).
       01  WS-GRU-EN-PLAZO       PIC 9(06).
       01  WS-GRU-VENCIDOS       PIC 9(06).
       01  WS-CAT-RECIBIDOS      PIC 9(06).
       01  WS-CAT-CERRADOS       PIC 9(06).
       01  WS-CAT-EN-PLAZO       PIC 9(06).
       01  WS-CAT-VENCIDOS       PIC 9(06).
       01  WS-TOT-RECIBIDOS      PIC 9(06) VALUE 0.
       01  WS-TOT-CERRADOS       PIC 9(06) VALUE 0.
       01  WS-TOT-EN-PLAZO       PIC 9(06) VALUE 0.
       01  WS-TOT-VENCIDOS       PIC 9(06) VALUE 0.

       01  WS-PCT                PIC 9(03)V9.
       01  WS-PCT-EDIT           PIC ZZ9.9.
       01  WS-PCT-REG            PIC 999.9.
       01  WS-REC-EDIT           PIC ZZZZZ9.
       01  WS-CER-EDIT           PIC ZZZZZ9.
       01  WS-PLA-EDIT           PIC ZZZZZ9.
       01  WS-VEN-EDIT           PIC ZZZZZ9.
      *    PARA EL CALCULO DEL PORCENTAJE Y SU IMPRESION.
       01  WS-CALC-CERRADOS      PIC 9(06).
       01  WS-CALC-EN-PLAZO      PIC 9(06).

       01  WS-RUTA-SPOOL         PIC X(80).
       01 PAR-ENTRADA-SPOOL.
           05  lk-sp-reporte   PIC X(20).
           05  lk-sp-operador  PIC X(10).
       01 PAR-SALIDA-SPOOL.
           05  lk-sp-ruta      PIC X(80).

       01 PAR-ENTRADA-REPWRITER.
           05  lk-rw-operacion PIC X.
           05  lk-rw-ruta      PIC X(80).
           05  lk-rw-titulo    PIC X(60).
           05  lk-rw-encab     PIC X(100).
           05  lk-rw-linea     PIC X(132).

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           PERFORM LEER-PARAMETROS
      *       "Al cierre del mes": el ultimo dia posible del periodo
      *       basta para comparar contra los vencimientos.
           COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31

           OPEN INPUT datos-reclamos
           IF FS-RECLAMOS NOT = "00" THEN
              DISPLAY "NO HAY RECLAMOS REGISTRADOS."
              GOBACK
           END-IF
           OPEN INPUT datos-categorias
           IF FS-CATEGORIAS = "00" THEN
              MOVE "S" TO WS-CATEGORIAS-OK
           END-IF
           OPEN INPUT datos-sucursales
           IF FS-SUCURSALES = "00" THEN
              MOVE "S" TO WS-SUCURSALES-OK
           END-IF
           OPEN OUTPUT archivo-regulador
           MOVE SPACES TO regulador-linea
           STRING "PERIODO;MATERIA;CATEGORIA;SUCURSAL;RECIBIDOS;"
                                           DELIMITED BY SIZE
                  "CERRADOS;EN-PLAZO;PCT-EN-PLAZO;VENCIDOS"
                                           DELIMITED BY SIZE
                     INTO regulador-linea
           END-STRING
           WRITE regulador-linea

           MOVE "RECLAMOS"      TO lk-sp-reporte
           MOVE "BATCH"         TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "RECLAMOS DEL PERIODO " DELIMITED BY SIZE
                  WS-PERIODO              DELIMITED BY SIZE
                  " (INFORME AL REGULADOR)"
                                          DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE SPACES TO lk-rw-encab
           STRING "SUCURSAL                                      "
                                 DELIMITED BY SIZE
                  "RECIBIDOS CERRADOS EN PLAZO   PCT VENCIDOS"
                                 DELIMITED BY SIZE
                     INTO lk-rw-encab
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "D"           TO lk-rw-operacion

           SORT sort-work ON ASCENDING KEY SRT-CATEGORIA
                                           SRT-SUCURSAL
               INPUT PROCEDURE IS SORT-TOMAR-RECLAMOS
               OUTPUT PROCEDURE IS SORT-LISTAR-RECLAMOS

           IF WS-PRIMERA = "N" THEN
              PERFORM CERRAR-SUCURSAL
              PERFORM CERRAR-CATEGORIA
           END-IF

           MOVE "T" TO lk-rw-operacion
           MOVE WS-TOT-CERRADOS TO WS-CALC-CERRADOS
           MOVE WS-TOT-EN-PLAZO TO WS-CALC-EN-PLAZO
           PERFORM CALCULAR-PCT
           MOVE WS-TOT-RECIBIDOS TO WS-REC-EDIT
           MOVE WS-TOT-CERRADOS  TO WS-CER-EDIT
           MOVE WS-TOT-EN-PLAZO  TO WS-PLA-EDIT
           MOVE WS-TOT-VENCIDOS  TO WS-VEN-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "TOTAL PERIODO: RECIBIDOS " DELIMITED BY SIZE
                  WS-REC-EDIT                 DELIMITED BY SIZE
                  " CERRADOS "                DELIMITED BY SIZE
                  WS-CER-EDIT                 DELIMITED BY SIZE
                  " EN PLAZO "                DELIMITED BY SIZE
                  WS-PLA-EDIT                 DELIMITED BY SIZE
                  " ("                        DELIMITED BY SIZE
                  WS-PCT-EDIT                 DELIMITED BY SIZE
                  "%) VENCIDOS ABIERTOS "     DELIMITED BY SIZE
                  WS-VEN-EDIT                 DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-reclamos archivo-regulador
           IF WS-CATEGORIAS-OK = "S" THEN
              CLOSE datos-categorias
           END-IF
           IF WS-SUCURSALES-OK = "S" THEN
              CLOSE datos-sucursales
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "RECLAMOS DEL PERIODO " WS-PERIODO
           DISPLAY "RECIBIDOS..........: " WS-TOT-RECIBIDOS
           DISPLAY "CERRADOS...........: " WS-TOT-CERRADOS
           DISPLAY "EN PLAZO...........: " WS-TOT-EN-PLAZO
                   " (" WS-PCT-EDIT "%)"
           DISPLAY "VENCIDOS ABIERTOS..: " WS-TOT-VENCIDOS
           DISPLAY "REGULADOR..........: reclamos_regulador.txt"
           DISPLAY "DETALLE............: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

      *----------------------------------------------------------*
      * LEER-PARAMETROS : periodo AAAAMM del parametro; sin el o  *
      * sin valor valido, el mes anterior a la fecha de negocio.  *
      *----------------------------------------------------------*
       LEER-PARAMETROS.
           MOVE WS-FECHA-SYS(1:4) TO WS-PER-ANO
           MOVE WS-FECHA-SYS(5:2) TO WS-PER-MES
           IF WS-PER-MES = 1 THEN
              MOVE 12 TO WS-PER-MES
              SUBTRACT 1 FROM WS-PER-ANO
           ELSE
              SUBTRACT 1 FROM WS-PER-MES
           END-IF
           COMPUTE WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES

           OPEN INPUT param-reclamos
           IF FS-PARAM = "00" THEN
              READ param-reclamos INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      IF param-linea(1:6) IS NUMERIC THEN
                         MOVE param-linea(1:6) TO WS-PERIODO
                      END-IF
              END-READ
              CLOSE param-reclamos
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-TOMAR-RECLAMOS : un registro por reclamo que cuenta  *
      * en el periodo: recibido en el mes, cerrado en el mes (en  *
      * plazo si se cerro a mas tardar el dia del vencimiento) o  *
      * abierto al cierre del mes con el plazo ya vencido.        *
      *----------------------------------------------------------*
       SORT-TOMAR-RECLAMOS.
           MOVE 0 TO reclamo-rut reclamo-correlativo
           START datos-reclamos KEY IS NOT < reclamo-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-reclamos NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       PERFORM TOMAR-UN-RECLAMO
               END-READ
           END-PERFORM
           .

       TOMAR-UN-RECLAMO.
           MOVE 0 TO SRT-RECIBIDO SRT-CERRADO SRT-EN-PLAZO
                     SRT-VENCIDO
           IF reclamo-fec-ingreso(1:6) = WS-PERIODO THEN
              MOVE 1 TO SRT-RECIBIDO
           END-IF
           IF reclamo-cerrado AND
              reclamo-fec-cierre(1:6) = WS-PERIODO THEN
              MOVE 1 TO SRT-CERRADO
              IF reclamo-fec-cierre <= reclamo-fec-venc THEN
                 MOVE 1 TO SRT-EN-PLAZO
              END-IF
           END-IF
      *       Abierto al cierre del mes: ingresado hasta el periodo y
      *       todavia abierto, o cerrado recien despues del periodo.
           IF reclamo-fec-ingreso(1:6) <= WS-PERIODO AND
              reclamo-fec-venc < WS-FIN-PERIODO AND
              (reclamo-abierto OR
               reclamo-fec-cierre(1:6) > WS-PERIODO) THEN
              MOVE 1 TO SRT-VENCIDO
           END-IF
           IF SRT-RECIBIDO = 1 OR SRT-CERRADO = 1 OR
              SRT-VENCIDO = 1 THEN
              MOVE reclamo-categoria TO SRT-CATEGORIA
              MOVE reclamo-sucursal  TO SRT-SUCURSAL
              RELEASE SRT-REGISTRO
           END-IF
           .

      *----------------------------------------------------------*
      * SORT-LISTAR-RECLAMOS : quiebre por categoria y, dentro,   *
      * por sucursal; cada sucursal es una linea del informe al   *
      * regulador.                                                *
      *----------------------------------------------------------*
       SORT-LISTAR-RECLAMOS.
           PERFORM UNTIL fin-ordenado = "Y"
               RETURN sort-work
                   AT END
                       MOVE "Y" TO fin-ordenado
                   NOT AT END
                       PERFORM LISTAR-UN-RECLAMO
               END-RETURN
           END-PERFORM
           .

       LISTAR-UN-RECLAMO.
           IF WS-PRIMERA = "S" THEN
              MOVE "N" TO WS-PRIMERA
              PERFORM ABRIR-CATEGORIA
              PERFORM ABRIR-SUCURSAL
           ELSE
              IF SRT-CATEGORIA NOT = WS-CATEGORIA-ANT THEN
                 PERFORM CERRAR-SUCURSAL
                 PERFORM CERRAR-CATEGORIA
                 PERFORM ABRIR-CATEGORIA
                 PERFORM ABRIR-SUCURSAL
              ELSE
                 IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANT THEN
                    PERFORM CERRAR-SUCURSAL
                    PERFORM ABRIR-SUCURSAL
                 END-IF
              END-IF
           END-IF
           ADD SRT-RECIBIDO TO WS-GRU-RECIBIDOS
           ADD SRT-CERRADO  TO WS-GRU-CERRADOS
           ADD SRT-EN-PLAZO TO WS-GRU-EN-PLAZO
           ADD SRT-VENCIDO  TO WS-GRU-VENCIDOS
           .

       ABRIR-CATEGORIA.
           MOVE SRT-CATEGORIA TO WS-CATEGORIA-ANT
           MOVE 0 TO WS-CAT-RECIBIDOS WS-CAT-CERRADOS
                     WS-CAT-EN-PLAZO WS-CAT-VENCIDOS
           MOVE "(SIN DESCRIPCION)" TO WS-CATEGORIA-DESC
           MOVE SPACES              TO WS-COD-REGULADOR
           IF WS-CATEGORIAS-OK = "S" THEN
              MOVE SRT-CATEGORIA TO catrec-codigo
              READ datos-categorias
                  NOT INVALID KEY
                      MOVE catrec-descripcion   TO WS-CATEGORIA-DESC
                      MOVE catrec-cod-regulador TO WS-COD-REGULADOR
              END-READ
           END-IF
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           STRING "CATEGORIA "        DELIMITED BY SIZE
                  SRT-CATEGORIA       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CATEGORIA-DESC   DELIMITED BY SIZE
                  " MATERIA "         DELIMITED BY SIZE
                  WS-COD-REGULADOR    DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ABRIR-SUCURSAL.
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANT
           MOVE 0 TO WS-GRU-RECIBIDOS WS-GRU-CERRADOS
                     WS-GRU-EN-PLAZO WS-GRU-VENCIDOS
           MOVE "(NO REGISTRADA)" TO WS-SUCURSAL-DESC
           IF SRT-SUCURSAL = SPACES THEN
              MOVE "(SIN SUCURSAL: CANAL REMOTO)" TO WS-SUCURSAL-DESC
           ELSE
              IF WS-SUCURSALES-OK = "S" THEN
                 MOVE SRT-SUCURSAL TO sucursal-codigo
                 READ datos-sucursales
                     NOT INVALID KEY
                         MOVE sucursal-nombre TO WS-SUCURSAL-DESC
                 END-READ
              END-IF
           END-IF
           .

       CERRAR-SUCURSAL.
           ADD WS-GRU-RECIBIDOS TO WS-CAT-RECIBIDOS WS-TOT-RECIBIDOS
           ADD WS-GRU-CERRADOS  TO WS-CAT-CERRADOS  WS-TOT-CERRADOS
           ADD WS-GRU-EN-PLAZO  TO WS-CAT-EN-PLAZO  WS-TOT-EN-PLAZO
           ADD WS-GRU-VENCIDOS  TO WS-CAT-VENCIDOS  WS-TOT-VENCIDOS
           MOVE WS-GRU-CERRADOS TO WS-CALC-CERRADOS
           MOVE WS-GRU-EN-PLAZO TO WS-CALC-EN-PLAZO
           PERFORM CALCULAR-PCT
           MOVE WS-GRU-RECIBIDOS TO WS-REC-EDIT
           MOVE WS-GRU-CERRADOS  TO WS-CER-EDIT
           MOVE WS-GRU-EN-PLAZO  TO WS-PLA-EDIT
           MOVE WS-GRU-VENCIDOS  TO WS-VEN-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "  "             DELIMITED BY SIZE
                  WS-SUCURSAL-ANT  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-SUCURSAL-DESC DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  WS-REC-EDIT      DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WS-CER-EDIT      DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WS-PLA-EDIT      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-PCT-EDIT      DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WS-VEN-EDIT      DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE SPACES TO regulador-linea
           STRING WS-PERIODO        DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-COD-REGULADOR  DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  WS-CATEGORIA-ANT  DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  WS-SUCURSAL-ANT   DELIMITED BY SPACE
                  ";"               DELIMITED BY SIZE
                  WS-GRU-RECIBIDOS  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-GRU-CERRADOS   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-GRU-EN-PLAZO   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PCT-REG        DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-GRU-VENCIDOS   DELIMITED BY SIZE
                     INTO regulador-linea
           END-STRING
           WRITE regulador-linea
           .

       CERRAR-CATEGORIA.
           MOVE WS-CAT-CERRADOS TO WS-CALC-CERRADOS
           MOVE WS-CAT-EN-PLAZO TO WS-CALC-EN-PLAZO
           PERFORM CALCULAR-PCT
           MOVE WS-CAT-RECIBIDOS TO WS-REC-EDIT
           MOVE WS-CAT-CERRADOS  TO WS-CER-EDIT
           MOVE WS-CAT-EN-PLAZO  TO WS-PLA-EDIT
           MOVE WS-CAT-VENCIDOS  TO WS-VEN-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "SUBTOTAL CATEGORIA " DELIMITED BY SIZE
                  WS-CATEGORIA-ANT      DELIMITED BY SIZE
                  ": RECIBIDOS "        DELIMITED BY SIZE
                  WS-REC-EDIT           DELIMITED BY SIZE
                  " CERRADOS "          DELIMITED BY SIZE
                  WS-CER-EDIT           DELIMITED BY SIZE
                  " EN PLAZO "          DELIMITED BY SIZE
                  WS-PLA-EDIT           DELIMITED BY SIZE
                  " ("                  DELIMITED BY SIZE
                  WS-PCT-EDIT           DELIMITED BY SIZE
                  "%) VENCIDOS "        DELIMITED BY SIZE
                  WS-VEN-EDIT           DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    PORCENTAJE DE CERRADOS EN PLAZO SOBRE LOS CERRADOS; SIN
      *    CIERRES EN EL PERIODO SE INFORMA 100.
       CALCULAR-PCT.
           IF WS-CALC-CERRADOS = 0 THEN
              MOVE 100 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      WS-CALC-EN-PLAZO * 100 / WS-CALC-CERRADOS
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT WS-PCT-REG
           .

       END PROGRAM ReporteReclamos.
