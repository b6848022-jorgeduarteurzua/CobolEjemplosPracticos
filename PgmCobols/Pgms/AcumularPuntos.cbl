      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Programa de puntos para clientes puntuales (corrida
      *          diaria, puede ir en cadena_batch.dat). Primero vence
      *          los lotes de puntos.dat cuya fecha de vencimiento ya
      *          paso. Luego recorre facturas.dat y, por cada factura
      *          cancelada que aun no se evalua, otorga un lote de
      *          puntos si el ultimo pago (factura-fecmod) fue en o
      *          antes de factura-fec-venc. Los puntos son el monto
      *          pagado por la tasa de puntos por cada $1.000 de las
      *          reglas de puntos_reglas.dat, ponderada por el monto
      *          de cada linea de factura_det.dat segun su servicio
      *          y el segmento del cliente; sin lineas, la regla de
      *          servicio "*". La factura queda marcada como evaluada
      *          (factura-puntos-eval) gane o no.
      *
      *          Formato de puntos_param.dat (una linea):
      *          MESES-VIGENCIA;VALOR-PUNTO;FECHA-INICIO
      *          (valor de un punto en pesos al canjear; las facturas
      *          cuyo ultimo pago es anterior a FECHA-INICIO AAAAMMDD
      *          se marcan sin puntos). Sin este archivo no corre.
      *          Formato de puntos_reglas.dat (una regla por linea,
      *          la primera que calza gana; "*" = cualquiera):
      *          SERVICIO;SEGMENTO;PUNTOS-POR-MIL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcumularPuntos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-factdet
               ASSIGN TO
           "C:\PgmCobols\Data\factura_det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fdet-llave
               FILE STATUS IS FS-FACTDET.

           SELECT datos-usuarios
               ASSIGN TO
           "C:\PgmCobols\Data\clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usuario-rut
               ALTERNATE RECORD KEY IS usuario-nombre-key
                   WITH DUPLICATES
               FILE STATUS IS FS-USUARIOS.

           SELECT datos-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pto-llave
               FILE STATUS IS FS-PUNTOS.

           SELECT param-puntos
               ASSIGN TO
           "C:\PgmCobols\Data\puntos_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT archivo-reglas
               ASSIGN TO
           "C:\PgmCobols\Data\puntos_reglas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLAS.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-factdet.
           copy "C:\PgmCobols\FD\FDFactDetalle.cpy".

       FD  datos-usuarios.
           copy "C:\PgmCobols\FD\FDCliente.cpy".

       FD  datos-puntos.
           copy "C:\PgmCobols\FD\FDPuntos.cpy".

       FD  param-puntos.
       01  param-linea           PIC X(60).

       FD  archivo-reglas.
       01  regla-linea           PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-FACTURAS           PIC XX.
       01  FS-FACTDET            PIC XX.
       01  FS-USUARIOS           PIC XX.
       01  FS-PUNTOS             PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-REGLAS             PIC XX.
       01  WS-FACTDET-OK         PIC X VALUE "N".
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-puntos            PIC X.
       01  fin-detalle           PIC X.
       01  fin-reglas            PIC X VALUE "N".
       01  WS-FECHA-SYS          PIC 9(08).

       01  WS-MESES-VIGENCIA     PIC 9(03) VALUE 12.
       01  WS-VALOR-PUNTO        PIC 9(05) VALUE 1.
       01  WS-FECHA-INICIO       PIC 9(08) VALUE 0.

      *    REGLAS EN MEMORIA, EN EL ORDEN DEL ARCHIVO.
       01  WS-TAB-REGLAS.
           05  WS-RG-ITEM OCCURS 100 TIMES.
               10  WS-RG-SERVICIO  PIC X(06).
               10  WS-RG-SEGMENTO  PIC X(04).
               10  WS-RG-TASA      PIC 9(05).
       01  WS-CANT-REGLAS        PIC 9(03) VALUE 0.
       01  WS-IDX-REGLA          PIC 9(03).
       01  WS-BUS-SERVICIO       PIC X(06).
       01  WS-TASA               PIC 9(05).

       01  WS-SEGMENTO           PIC X(04).
       01  WS-SUM-LINEAS         PIC 9(13)V99.
       01  WS-SUM-PONDERADA      PIC 9(18)V99.
       01  WS-PUNTOS             PIC 9(09).
       01  WS-ULT-CORRELATIVO    PIC 9(06).

       01  WS-FV-ANIO            PIC 9(04).
       01  WS-FV-MES             PIC 9(04).
       01  WS-FV-DIA             PIC 9(02).
       01  WS-FV-ANIOS           PIC 9(04).
       01  WS-FEC-VENCE          PIC 9(08).

       01  WS-CONT-EVALUADAS     PIC 9(07) VALUE 0.
       01  WS-CONT-PREMIADAS     PIC 9(07) VALUE 0.
       01  WS-CONT-ATRASADAS     PIC 9(07) VALUE 0.
       01  WS-SUM-OTORGADOS      PIC 9(11) VALUE 0.
       01  WS-CONT-LOTES-VENC    PIC 9(07) VALUE 0.
       01  WS-SUM-VENCIDOS       PIC 9(11) VALUE 0.

       01 PAR-SALIDA-FECHANEG.
           05  LK-FN-FECHA    PIC 9(08).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           MOVE LK-FN-FECHA TO WS-FECHA-SYS

           OPEN INPUT param-puntos
           IF FS-PARAM NOT = "00" THEN
              DISPLAY "SIN puntos_param.dat: NO SE ACUMULAN PUNTOS."
              GOBACK
           END-IF
           READ param-puntos INTO param-linea
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING param-linea DELIMITED BY ";"
                       INTO WS-MESES-VIGENCIA
                            WS-VALOR-PUNTO
                            WS-FECHA-INICIO
                   END-UNSTRING
           END-READ
           CLOSE param-puntos

           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-FIN
           IF WS-CANT-REGLAS = 0 THEN
              DISPLAY "NO HAY REGLAS EN puntos_reglas.dat."
              GOBACK
           END-IF

           OPEN I-O datos-puntos
           IF FS-PUNTOS = "35" THEN
              OPEN OUTPUT datos-puntos
              CLOSE datos-puntos
              OPEN I-O datos-puntos
           END-IF
           IF FS-PUNTOS NOT = "00" THEN
              DISPLAY "NO SE PUDO ABRIR puntos.dat: " FS-PUNTOS
              GOBACK
           END-IF

           PERFORM VENCER-LOTES

           OPEN I-O datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              DISPLAY "NO HAY FACTURAS GENERADAS."
              CLOSE datos-puntos
              GOBACK
           END-IF
           OPEN INPUT datos-factdet
           IF FS-FACTDET = "00" THEN
              MOVE "S" TO WS-FACTDET-OK
           END-IF
           OPEN INPUT datos-usuarios

           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "Y" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "Y"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "Y" TO fin-de-archivo
                   NOT AT END
                       IF factura-cancelada AND
                          NOT factura-puntos-evaluada THEN
                          PERFORM EVALUAR-FACTURA THRU
                                  EVALUAR-FACTURA-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE datos-facturas datos-usuarios datos-puntos
           IF WS-FACTDET-OK = "S" THEN
              CLOSE datos-factdet
           END-IF

           DISPLAY "-------------------------------------------"
           DISPLAY "PUNTOS POR PAGO PUNTUAL AL " WS-FECHA-SYS
           DISPLAY "FACTURAS EVALUADAS....: " WS-CONT-EVALUADAS
           DISPLAY "PAGADAS A TIEMPO......: " WS-CONT-PREMIADAS
           DISPLAY "PAGADAS CON ATRASO....: " WS-CONT-ATRASADAS
           DISPLAY "PUNTOS OTORGADOS......: " WS-SUM-OTORGADOS
           DISPLAY "LOTES VENCIDOS........: " WS-CONT-LOTES-VENC
           DISPLAY "PUNTOS VENCIDOS.......: " WS-SUM-VENCIDOS
           DISPLAY "-------------------------------------------"
           GOBACK.

       CARGAR-REGLAS.
           OPEN INPUT archivo-reglas
           IF FS-REGLAS NOT = "00" THEN
              GO TO CARGAR-REGLAS-FIN
           END-IF
           PERFORM UNTIL fin-reglas = "S" OR WS-CANT-REGLAS = 100
               READ archivo-reglas INTO regla-linea
                   AT END
                       MOVE "S" TO fin-reglas
                   NOT AT END
                       IF regla-linea NOT = SPACES THEN
                          ADD 1 TO WS-CANT-REGLAS
                          MOVE 0 TO WS-RG-TASA(WS-CANT-REGLAS)
                          UNSTRING regla-linea DELIMITED BY ";"
                              INTO WS-RG-SERVICIO(WS-CANT-REGLAS),
                                   WS-RG-SEGMENTO(WS-CANT-REGLAS),
                                   WS-RG-TASA(WS-CANT-REGLAS)
                          END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-reglas.
       CARGAR-REGLAS-FIN.
           EXIT.

      *----------------------------------------------------------*
      * VENCER-LOTES : todo lote ganado con saldo y vencimiento   *
      * anterior a la fecha de negocio pasa a vencido.            *
      *----------------------------------------------------------*
       VENCER-LOTES.
           MOVE "N" TO fin-puntos
           MOVE 0   TO pto-rut pto-correlativo
           START datos-puntos KEY IS NOT < pto-llave
               INVALID KEY
                   MOVE "S" TO fin-puntos
           END-START
           PERFORM UNTIL fin-puntos = "S"
               READ datos-puntos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-puntos
                   NOT AT END
                       IF pto-ganados AND pto-disponibles > 0 AND
                          pto-fec-vence < WS-FECHA-SYS THEN
                          ADD 1               TO WS-CONT-LOTES-VENC
                          ADD pto-disponibles TO WS-SUM-VENCIDOS
                                                 pto-vencidos
                          MOVE 0 TO pto-disponibles
                          REWRITE pto-registro END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * EVALUAR-FACTURA : puntual = ultimo pago en o antes del    *
      * vencimiento. Se marca evaluada en todos los casos para no *
      * volver a mirarla.                                         *
      *----------------------------------------------------------*
       EVALUAR-FACTURA.
           ADD 1 TO WS-CONT-EVALUADAS
           IF factura-fecmod < WS-FECHA-INICIO OR
              factura-pagado = 0 THEN
              GO TO EVALUAR-FACTURA-MARCAR
           END-IF
           IF factura-fecmod > factura-fec-venc THEN
              ADD 1 TO WS-CONT-ATRASADAS
              GO TO EVALUAR-FACTURA-MARCAR
           END-IF

           PERFORM CALCULAR-PUNTOS
           IF WS-PUNTOS > 0 THEN
              PERFORM GRABAR-LOTE
           END-IF.
       EVALUAR-FACTURA-MARCAR.
           MOVE "S" TO factura-puntos-eval
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE.
       EVALUAR-FACTURA-FIN.
           EXIT.

      *    TASA PONDERADA POR EL MONTO DE CADA LINEA DE COBRO DE LA
      *    FACTURA (LAS DE DESCUENTO NO SUMAN); LOS PUNTOS SALEN DE
      *    LO EFECTIVAMENTE PAGADO.
       CALCULAR-PUNTOS.
           MOVE SPACES TO WS-SEGMENTO
           MOVE factura-rut TO usuario-rut
           READ datos-usuarios
               NOT INVALID KEY
                   MOVE usuario-segmento TO WS-SEGMENTO
           END-READ

           MOVE 0 TO WS-SUM-LINEAS WS-SUM-PONDERADA WS-PUNTOS
           IF WS-FACTDET-OK = "S" THEN
              MOVE "N"             TO fin-detalle
              MOVE factura-rut     TO fdet-rut
              MOVE factura-periodo TO fdet-periodo
              MOVE LOW-VALUES      TO fdet-servicio
              START datos-factdet KEY IS NOT < fdet-llave
                  INVALID KEY
                      MOVE "S" TO fin-detalle
              END-START
              PERFORM UNTIL fin-detalle = "S"
                  READ datos-factdet NEXT RECORD
                      AT END
                          MOVE "S" TO fin-detalle
                      NOT AT END
                          IF fdet-rut NOT = factura-rut OR
                             fdet-periodo NOT = factura-periodo THEN
                             MOVE "S" TO fin-detalle
                          ELSE
                             IF fdet-linea-cobro THEN
                                MOVE fdet-servicio TO WS-BUS-SERVICIO
                                PERFORM BUSCAR-TASA
                                ADD fdet-monto TO WS-SUM-LINEAS
                                COMPUTE WS-SUM-PONDERADA =
                                        WS-SUM-PONDERADA +
                                        fdet-monto * WS-TASA
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF

           IF WS-SUM-LINEAS > 0 THEN
              COMPUTE WS-PUNTOS = factura-pagado * WS-SUM-PONDERADA
                                  / WS-SUM-LINEAS / 1000
           ELSE
              MOVE "*" TO WS-BUS-SERVICIO
              PERFORM BUSCAR-TASA
              COMPUTE WS-PUNTOS = factura-pagado * WS-TASA / 1000
           END-IF
           .

      *    PRIMERA REGLA QUE CALZA CON EL SERVICIO Y EL SEGMENTO;
      *    SIN REGLA, TASA 0.
       BUSCAR-TASA.
           MOVE 0 TO WS-TASA
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
              IF (WS-RG-SERVICIO(WS-IDX-REGLA) = "*" OR
                  WS-RG-SERVICIO(WS-IDX-REGLA) = WS-BUS-SERVICIO) AND
                 (WS-RG-SEGMENTO(WS-IDX-REGLA) = "*" OR
                  WS-RG-SEGMENTO(WS-IDX-REGLA) = WS-SEGMENTO) THEN
                 MOVE WS-RG-TASA(WS-IDX-REGLA) TO WS-TASA
                 MOVE WS-CANT-REGLAS TO WS-IDX-REGLA
              END-IF
           END-PERFORM
           .

      *    EL LOTE VENCE LOS MESES DE VIGENCIA DESPUES DEL PAGO
      *    (DIA 29 A 31 SE LLEVA AL 28 PARA NO CAER EN UNA FECHA
      *    INEXISTENTE).
       GRABAR-LOTE.
           MOVE factura-fecmod(1:4) TO WS-FV-ANIO
           MOVE factura-fecmod(5:2) TO WS-FV-MES
           MOVE factura-fecmod(7:2) TO WS-FV-DIA
           COMPUTE WS-FV-MES = WS-FV-MES - 1 + WS-MESES-VIGENCIA
           DIVIDE WS-FV-MES BY 12 GIVING WS-FV-ANIOS
                                  REMAINDER WS-FV-MES
           ADD WS-FV-ANIOS TO WS-FV-ANIO
           ADD 1 TO WS-FV-MES
           IF WS-FV-DIA > 28 THEN
              MOVE 28 TO WS-FV-DIA
           END-IF
           COMPUTE WS-FEC-VENCE = WS-FV-ANIO * 10000
                                + WS-FV-MES * 100 + WS-FV-DIA

           PERFORM BUSCAR-ULTIMO-CORRELATIVO
           MOVE factura-rut       TO pto-rut
           COMPUTE pto-correlativo = WS-ULT-CORRELATIVO + 1
           MOVE "G"               TO pto-tipo
           MOVE WS-FECHA-SYS      TO pto-fecha
           MOVE WS-PUNTOS         TO pto-puntos pto-disponibles
           MOVE factura-periodo   TO pto-factura-periodo
           MOVE factura-pagado    TO pto-monto
           MOVE WS-FEC-VENCE      TO pto-fec-vence
           MOVE 0                 TO pto-canjeados pto-vencidos
                                     pto-nc-numero
           MOVE "BATCH"           TO pto-operador
           WRITE pto-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LOTE RUT " factura-rut
                           " FACTURA " factura-periodo
               NOT INVALID KEY
                   ADD 1         TO WS-CONT-PREMIADAS
                   ADD WS-PUNTOS TO WS-SUM-OTORGADOS
           END-WRITE
           .

       BUSCAR-ULTIMO-CORRELATIVO.
           MOVE 0           TO WS-ULT-CORRELATIVO
           MOVE "N"         TO fin-puntos
           MOVE factura-rut TO pto-rut
           MOVE 0           TO pto-correlativo
           START datos-puntos KEY IS NOT < pto-llave
               INVALID KEY
                   MOVE "S" TO fin-puntos
           END-START
           PERFORM UNTIL fin-puntos = "S"
               READ datos-puntos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-puntos
                   NOT AT END
                       IF pto-rut NOT = factura-rut THEN
                          MOVE "S" TO fin-puntos
                       ELSE
                          MOVE pto-correlativo TO WS-ULT-CORRELATIVO
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM AcumularPuntos.
