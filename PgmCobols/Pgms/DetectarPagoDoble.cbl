      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Deteccion de pagos dobles entre canales: recorre
      *          movimientos.dat cliente por cliente y junta los
      *          abonos de pago de factura de todos los canales
      *          (caja "PAGO FACTURA", banco "PAGO BANCO FACTURA",
      *          PAC "PAGO PAC FACTURA", cheques "PAGO CHEQUE
      *          FACTURA" y portal "PAGO WEB FACTURA") por RUT y
      *          periodo. Los pagos anulados por
      *          AnularPago ("ANULA PAGO FACTURA") se descuentan.
      *          Marca como DUPLICADO dos abonos del mismo monto a
      *          la misma factura, y como CASI DUPLICADO dos abonos
      *          del mismo monto por canales distintos dentro de N
      *          dias aunque vayan a facturas distintas (el banco
      *          aplica a la mas antigua). Solo se informan los pares
      *          cuyo abono mas nuevo cae en la ventana de la corrida,
      *          asi lo ya revisado no vuelve cada noche. Parametros
      *          en pagodoble_param.dat ("DIAS;SUPERVISOR;VENTANA",
      *          por defecto 3, SUPERV y 7). Sale por spool y abre
      *          UNA tarea por cliente al supervisor de caja (si ya
      *          la tiene pendiente no se duplica).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DetectarPagoDoble.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-movimientos
               ASSIGN TO
           "C:\PgmCobols\Data\movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-tareas
               ASSIGN TO
           "C:\PgmCobols\Data\tareas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tarea-llave
               FILE STATUS IS FS-TAREAS.

           SELECT param-pagodoble ASSIGN TO
           "C:\PgmCobols\Data\pagodoble_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-tareas.
           copy "C:\PgmCobols\FD\FDTarea.cpy".

       FD  param-pagodoble.
       01  param-linea           PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-MOVIMIENTOS        PIC XX.
       01  FS-TAREAS             PIC XX.
       01  FS-PARAM              PIC XX.
       01  fin-de-archivo        PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

      *    PARAMETROS CON VALORES POR DEFECTO SI
      *    pagodoble_param.dat NO EXISTE.
       01  WS-DIAS-CERCANIA      PIC 9(03) VALUE 3.
       01  WS-OPER-SUPERVISOR    PIC X(10) VALUE "SUPERV".
       01  WS-DIAS-VENTANA       PIC 9(03) VALUE 7.
       01  WS-FECHA-CORTE        PIC 9(08) VALUE 0.

      *    ABONOS DE PAGO DE FACTURA DEL CLIENTE EN CURSO.
       01  WS-RUT-ACTUAL         PIC 9(10) VALUE 0.
       01  WS-TAB-PAGOS.
           05  WS-PAG-ITEM OCCURS 300 TIMES.
               10  WS-PAG-PERIODO  PIC 9(06).
               10  WS-PAG-CANAL    PIC X(06).
               10  WS-PAG-FECHA    PIC 9(08).
               10  WS-PAG-MONTO    PIC 9(11)V99.
               10  WS-PAG-ANULADO  PIC X.
       01  WS-CANT-PAGOS         PIC 9(03) VALUE 0.
       01  WS-IDX-1              PIC 9(03).
       01  WS-IDX-2              PIC 9(03).
       01  WS-IDX-ANULA          PIC 9(03).
       01  WS-PERIODO-ANULA      PIC 9(06).
       01  WS-PERIODO-MOV        PIC X(06).
       01  WS-CANAL-MOV          PIC X(06).
       01  WS-TIPO-PAR           PIC X(15).
       01  WS-FECHA-MENOR        PIC 9(08).
       01  WS-FECHA-MAYOR        PIC 9(08).
       01  WS-PARES-CLIENTE      PIC 9(05).
       01  WS-CORRELATIVO        PIC 9(04).
       01  WS-YA-TIENE-TAREA     PIC X.

       01  WS-CONT-CLIENTES      PIC 9(06) VALUE 0.
       01  WS-CONT-ABONOS        PIC 9(07) VALUE 0.
       01  WS-CONT-DUPLICADOS    PIC 9(06) VALUE 0.
       01  WS-CONT-CASI          PIC 9(06) VALUE 0.
       01  WS-CONT-MARCADOS      PIC 9(06) VALUE 0.
       01  WS-CONT-TAREAS        PIC 9(06) VALUE 0.
       01  WS-CONT-DESBORDE      PIC 9(06) VALUE 0.
       01  WS-TOT-DUPLICADO      PIC 9(13)V99 VALUE 0.
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.

       01 PAR-ENTRADA-SUMAR.
           05 FECHA-YYYYMMDD  PIC X(08).
           05 SUM-RES-DIAS    PIC 9(03).
           05 SUM-RES-SIGNO   PIC X.
           05 SUM-RES-TIPO    PIC X.
       01 PAR-SALIDA-SUMAR.
           05 FECHA-VALIDA         PIC X(01).
           05 NUEVA-FECHA-YYYYMMDD PIC X(08).

       01 INP-DIFFDIASFECHA.
           05 FECHA1-YYYYMMDD PIC 9(08).
           05 FECHA2-YYYYMMDD PIC 9(08).
       01 OUT-DIFFDIASFECHA.
           05 DIFF-DIAS       PIC 9(07).
           05 DIFF-ANOS        PIC 9(04).
           05 DIFF-MESES       PIC 9(02).
           05 DIFF-DIAS-RESTO  PIC 9(02).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-SYS FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM CALCULAR-FECHA-CORTE

           OPEN INPUT datos-movimientos
           IF FS-MOVIMIENTOS NOT = "00" THEN
              DISPLAY "NO HAY MOVIMIENTOS REGISTRADOS."
              GOBACK
           END-IF
           OPEN I-O datos-tareas
           IF FS-TAREAS = "35" THEN
              OPEN OUTPUT datos-tareas
              CLOSE datos-tareas
              OPEN I-O datos-tareas
           END-IF

           MOVE "PAGODOBLE" TO lk-sp-reporte
           MOVE "BATCH"     TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "PAGOS DOBLES ENTRE CANALES DESDE " DELIMITED BY SIZE
                  WS-FECHA-CORTE                      DELIMITED BY SIZE
                  " AL "                              DELIMITED BY SIZE
                  WS-FECHA-SYS                        DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "       RUT TIPO            PERIODO CANAL  FECHA
      -         "PERIODO CANAL  FECHA            MONTO" TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           MOVE 0 TO mov-rut mov-correlativo
           START datos-movimientos KEY IS NOT < mov-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-movimientos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF mov-rut NOT = WS-RUT-ACTUAL THEN
                          PERFORM EVALUAR-CLIENTE THRU
                                  EVALUAR-CLIENTE-FIN
                          MOVE mov-rut TO WS-RUT-ACTUAL
                          MOVE 0       TO WS-CANT-PAGOS
                       END-IF
                       PERFORM CLASIFICAR-MOVIMIENTO THRU
                               CLASIFICAR-MOVIMIENTO-FIN
               END-READ
           END-PERFORM
           PERFORM EVALUAR-CLIENTE THRU
                   EVALUAR-CLIENTE-FIN

           MOVE "T"    TO lk-rw-operacion
           MOVE WS-TOT-DUPLICADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "DUPLICADOS: "     DELIMITED BY SIZE
                  WS-CONT-DUPLICADOS DELIMITED BY SIZE
                  "  CASI DUPLICADOS: " DELIMITED BY SIZE
                  WS-CONT-CASI       DELIMITED BY SIZE
                  "  MONTO EN DUPLICADOS: $" DELIMITED BY SIZE
                  WS-TOT-EDIT        DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "CLIENTES MARCADOS: " DELIMITED BY SIZE
                  WS-CONT-MARCADOS      DELIMITED BY SIZE
                  "  TAREAS ABIERTAS A " DELIMITED BY SIZE
                  WS-OPER-SUPERVISOR    DELIMITED BY SPACE
                  ": "                  DELIMITED BY SIZE
                  WS-CONT-TAREAS        DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER

           CLOSE datos-movimientos datos-tareas

           DISPLAY "-------------------------------------------"
           DISPLAY "PAGOS DOBLES ENTRE CANALES AL " WS-FECHA-SYS
           DISPLAY "CLIENTES CON PAGOS.: " WS-CONT-CLIENTES
           DISPLAY "ABONOS REVISADOS...: " WS-CONT-ABONOS
           DISPLAY "DUPLICADOS.........: " WS-CONT-DUPLICADOS
           DISPLAY "CASI DUPLICADOS....: " WS-CONT-CASI
           DISPLAY "CLIENTES MARCADOS..: " WS-CONT-MARCADOS
           DISPLAY "TAREAS ABIERTAS....: " WS-CONT-TAREAS
           IF WS-CONT-DESBORDE > 0 THEN
              DISPLAY "ABONOS SIN REVISAR.: " WS-CONT-DESBORDE
                      " (MAS DE 300 POR CLIENTE)"
           END-IF
           DISPLAY "ARCHIVO GENERADO...: " WS-RUTA-SPOOL
           DISPLAY "-------------------------------------------"
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT param-pagodoble
           IF FS-PARAM = "00" THEN
              READ param-pagodoble INTO param-linea
                  AT END
                      CONTINUE
                  NOT AT END
                      UNSTRING param-linea DELIMITED BY ";"
                          INTO WS-DIAS-CERCANIA, WS-OPER-SUPERVISOR,
                               WS-DIAS-VENTANA
                      END-UNSTRING
              END-READ
              CLOSE param-pagodoble
           END-IF
           IF WS-OPER-SUPERVISOR = SPACES THEN
              MOVE "SUPERV" TO WS-OPER-SUPERVISOR
           END-IF
           .

      *    LA VENTANA VA DESDE HOY MENOS WS-DIAS-VENTANA DIAS
      *    CORRIDOS (SumarDiasFecha2 HACIA ATRAS).
       CALCULAR-FECHA-CORTE.
           MOVE 0               TO WS-FECHA-CORTE
           MOVE WS-FECHA-SYS    TO FECHA-YYYYMMDD
           MOVE WS-DIAS-VENTANA TO SUM-RES-DIAS
           MOVE "-"             TO SUM-RES-SIGNO
           MOVE "C"             TO SUM-RES-TIPO
           CALL "SumarDiasFecha2" USING PAR-ENTRADA-SUMAR
                                        PAR-SALIDA-SUMAR
           IF FECHA-VALIDA = "S" THEN
              MOVE NUEVA-FECHA-YYYYMMDD TO WS-FECHA-CORTE
           END-IF
           .

      *----------------------------------------------------------*
      * CLASIFICAR-MOVIMIENTO : reconoce el canal por la glosa y  *
      * saca el periodo de la factura pagada. Un cargo de         *
      * anulacion deja fuera el abono que revirtio.               *
      *----------------------------------------------------------*
       CLASIFICAR-MOVIMIENTO.
           IF mov-cargo THEN
              IF mov-glosa(1:19) = "ANULA PAGO FACTURA " AND
                 mov-glosa(20:6) IS NUMERIC THEN
                 MOVE mov-glosa(20:6) TO WS-PERIODO-ANULA
                 PERFORM DESCONTAR-ANULADO
              END-IF
              GO TO CLASIFICAR-MOVIMIENTO-FIN
           END-IF

           MOVE SPACES TO WS-CANAL-MOV WS-PERIODO-MOV
           EVALUATE TRUE
               WHEN mov-glosa(1:13) = "PAGO FACTURA "
                    MOVE "CAJA"           TO WS-CANAL-MOV
                    MOVE mov-glosa(14:6)  TO WS-PERIODO-MOV
               WHEN mov-glosa(1:19) = "PAGO BANCO FACTURA "
                    MOVE "BANCO"          TO WS-CANAL-MOV
                    MOVE mov-glosa(20:6)  TO WS-PERIODO-MOV
               WHEN mov-glosa(1:17) = "PAGO PAC FACTURA "
                    MOVE "PAC"            TO WS-CANAL-MOV
                    MOVE mov-glosa(18:6)  TO WS-PERIODO-MOV
               WHEN mov-glosa(1:20) = "PAGO CHEQUE FACTURA "
                    MOVE "CHEQUE"         TO WS-CANAL-MOV
                    MOVE mov-glosa(21:6)  TO WS-PERIODO-MOV
               WHEN mov-glosa(1:17) = "PAGO WEB FACTURA "
                    MOVE "WEB"            TO WS-CANAL-MOV
                    MOVE mov-glosa(18:6)  TO WS-PERIODO-MOV
           END-EVALUATE
           IF WS-CANAL-MOV = SPACES OR
              WS-PERIODO-MOV IS NOT NUMERIC OR
              mov-monto = 0 THEN
              GO TO CLASIFICAR-MOVIMIENTO-FIN
           END-IF

           ADD 1 TO WS-CONT-ABONOS
           IF WS-CANT-PAGOS >= 300 THEN
              ADD 1 TO WS-CONT-DESBORDE
              GO TO CLASIFICAR-MOVIMIENTO-FIN
           END-IF
           ADD 1 TO WS-CANT-PAGOS
           MOVE WS-PERIODO-MOV TO WS-PAG-PERIODO(WS-CANT-PAGOS)
           MOVE WS-CANAL-MOV   TO WS-PAG-CANAL(WS-CANT-PAGOS)
           MOVE mov-fecha      TO WS-PAG-FECHA(WS-CANT-PAGOS)
           MOVE mov-monto      TO WS-PAG-MONTO(WS-CANT-PAGOS)
           MOVE "N"            TO WS-PAG-ANULADO(WS-CANT-PAGOS).
       CLASIFICAR-MOVIMIENTO-FIN.
           EXIT.

      *    LA ANULACION CARGA LO MISMO QUE SE HABIA APLICADO A LA
      *    FACTURA: SE SACA EL ULTIMO ABONO VIGENTE DE ESE PERIODO Y
      *    MONTO.
       DESCONTAR-ANULADO.
           MOVE 0 TO WS-IDX-ANULA
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-CANT-PAGOS
               IF WS-PAG-PERIODO(WS-IDX-1) = WS-PERIODO-ANULA AND
                  WS-PAG-MONTO(WS-IDX-1) = mov-monto AND
                  WS-PAG-ANULADO(WS-IDX-1) = "N" THEN
                  MOVE WS-IDX-1 TO WS-IDX-ANULA
               END-IF
           END-PERFORM
           IF WS-IDX-ANULA > 0 THEN
              MOVE "S" TO WS-PAG-ANULADO(WS-IDX-ANULA)
           END-IF
           .

      *----------------------------------------------------------*
      * EVALUAR-CLIENTE : compara cada par de abonos vigentes del *
      * cliente. Mismo periodo y monto = DUPLICADO; mismo monto,  *
      * periodo distinto, canal distinto y a no mas de N dias =   *
      * CASI DUPLICADO.                                           *
      *----------------------------------------------------------*
       EVALUAR-CLIENTE.
           IF WS-CANT-PAGOS = 0 THEN
              GO TO EVALUAR-CLIENTE-FIN
           END-IF
           ADD 1 TO WS-CONT-CLIENTES
           MOVE 0 TO WS-PARES-CLIENTE
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 >= WS-CANT-PAGOS
               PERFORM VARYING WS-IDX-2 FROM WS-IDX-1 BY 1
                       UNTIL WS-IDX-2 > WS-CANT-PAGOS
                   IF WS-IDX-2 > WS-IDX-1 THEN
                      PERFORM COMPARAR-PAR THRU COMPARAR-PAR-FIN
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PARES-CLIENTE > 0 THEN
              ADD 1 TO WS-CONT-MARCADOS
              PERFORM ABRIR-TAREA-SUPERVISOR THRU
                      ABRIR-TAREA-SUPERVISOR-FIN
           END-IF.
       EVALUAR-CLIENTE-FIN.
           EXIT.

       COMPARAR-PAR.
           IF WS-PAG-ANULADO(WS-IDX-1) = "S" OR
              WS-PAG-ANULADO(WS-IDX-2) = "S" OR
              WS-PAG-MONTO(WS-IDX-1) NOT = WS-PAG-MONTO(WS-IDX-2) THEN
              GO TO COMPARAR-PAR-FIN
           END-IF

           IF WS-PAG-FECHA(WS-IDX-1) > WS-PAG-FECHA(WS-IDX-2) THEN
              MOVE WS-PAG-FECHA(WS-IDX-2) TO WS-FECHA-MENOR
              MOVE WS-PAG-FECHA(WS-IDX-1) TO WS-FECHA-MAYOR
           ELSE
              MOVE WS-PAG-FECHA(WS-IDX-1) TO WS-FECHA-MENOR
              MOVE WS-PAG-FECHA(WS-IDX-2) TO WS-FECHA-MAYOR
           END-IF
           IF WS-FECHA-MAYOR < WS-FECHA-CORTE THEN
              GO TO COMPARAR-PAR-FIN
           END-IF

           IF WS-PAG-PERIODO(WS-IDX-1) = WS-PAG-PERIODO(WS-IDX-2) THEN
              MOVE "DUPLICADO"      TO WS-TIPO-PAR
              ADD 1 TO WS-CONT-DUPLICADOS
              ADD WS-PAG-MONTO(WS-IDX-2) TO WS-TOT-DUPLICADO
           ELSE
              IF WS-PAG-CANAL(WS-IDX-1) = WS-PAG-CANAL(WS-IDX-2) THEN
                 GO TO COMPARAR-PAR-FIN
              END-IF
              MOVE 0 TO DIFF-DIAS
              IF WS-FECHA-MENOR < WS-FECHA-MAYOR THEN
                 MOVE WS-FECHA-MENOR TO FECHA1-YYYYMMDD
                 MOVE WS-FECHA-MAYOR TO FECHA2-YYYYMMDD
                 CALL "DiffDiasFecha" USING INP-DIFFDIASFECHA
                                            OUT-DIFFDIASFECHA
              END-IF
              IF DIFF-DIAS > WS-DIAS-CERCANIA THEN
                 GO TO COMPARAR-PAR-FIN
              END-IF
              MOVE "CASI DUPLICADO" TO WS-TIPO-PAR
              ADD 1 TO WS-CONT-CASI
           END-IF

           ADD 1 TO WS-PARES-CLIENTE
           PERFORM ESCRIBIR-DETALLE.
       COMPARAR-PAR-FIN.
           EXIT.

       ESCRIBIR-DETALLE.
           MOVE WS-RUT-ACTUAL          TO WS-RUT-EDIT
           MOVE WS-PAG-MONTO(WS-IDX-2) TO WS-MONTO-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-EDIT               DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-TIPO-PAR               DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-PERIODO(WS-IDX-1)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-CANAL(WS-IDX-1)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-FECHA(WS-IDX-1)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-PERIODO(WS-IDX-2)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-CANAL(WS-IDX-2)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAG-FECHA(WS-IDX-2)    DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-MONTO-EDIT             DELIMITED BY SIZE
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *----------------------------------------------------------*
      * ABRIR-TAREA-SUPERVISOR : una tarea por cliente para el    *
      * supervisor de caja; si ya tiene la revision pendiente no  *
      * se abre otra (la corrida es repetible).                   *
      *----------------------------------------------------------*
       ABRIR-TAREA-SUPERVISOR.
           PERFORM BUSCAR-TAREA-EXISTENTE THRU
                   BUSCAR-TAREA-EXISTENTE-FIN
           IF WS-YA-TIENE-TAREA = "S" THEN
              GO TO ABRIR-TAREA-SUPERVISOR-FIN
           END-IF
           ADD 1 TO WS-CORRELATIVO
           MOVE WS-RUT-ACTUAL      TO tarea-rut
           MOVE WS-CORRELATIVO     TO tarea-correlativo
           MOVE "REVISAR PAGO DOBLE ENTRE CANALES"
                                   TO tarea-descripcion
           MOVE WS-FECHA-SYS       TO tarea-fec-creacion
           MOVE WS-FECHA-SYS       TO tarea-fec-venc
           MOVE WS-OPER-SUPERVISOR TO tarea-operador
           MOVE "P"                TO tarea-estado
           MOVE SPACE              TO tarea-escalada
           MOVE WS-FECHA-SYS       TO tarea-fecmod
           MOVE "BATCH"            TO tarea-usuario-mod
           WRITE tarea-registro
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TAREAS
           END-WRITE.
       ABRIR-TAREA-SUPERVISOR-FIN.
           EXIT.

      *    DE PASO DEJA EN WS-CORRELATIVO EL ULTIMO DEL CLIENTE,
      *    PARA EL ALTA SI CORRESPONDE.
       BUSCAR-TAREA-EXISTENTE.
           MOVE "N" TO WS-YA-TIENE-TAREA
           MOVE 0   TO WS-CORRELATIVO
           MOVE WS-RUT-ACTUAL TO tarea-rut
           MOVE 0             TO tarea-correlativo
           START datos-tareas KEY IS NOT < tarea-llave
               INVALID KEY
                   GO TO BUSCAR-TAREA-EXISTENTE-FIN
           END-START
           PERFORM UNTIL 1 = 2
               READ datos-tareas NEXT RECORD
                   AT END
                       GO TO BUSCAR-TAREA-EXISTENTE-FIN
                   NOT AT END
                       IF tarea-rut NOT = WS-RUT-ACTUAL THEN
                          GO TO BUSCAR-TAREA-EXISTENTE-FIN
                       END-IF
                       MOVE tarea-correlativo TO WS-CORRELATIVO
                       IF tarea-pendiente AND tarea-descripcion =
                          "REVISAR PAGO DOBLE ENTRE CANALES" THEN
                          MOVE "S" TO WS-YA-TIENE-TAREA
                       END-IF
               END-READ
           END-PERFORM.
       BUSCAR-TAREA-EXISTENTE-FIN.
           EXIT.

       END PROGRAM DetectarPagoDoble.
