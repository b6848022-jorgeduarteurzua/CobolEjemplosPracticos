      *          se libera si la suma de los asientos no calza con la
      *          suma de movimientos del periodo: el total de control
      *          es la confianza del otro lado.
      *          Lo facturado por adelantado por varios meses
      *          (diferidos.dat, de GenFacturas) se reconoce como
      *          ingreso de a un enesimo por mes: en el periodo de
      *          la factura el resto pasa a ingresos diferidos
      *          (DIFE) y en cada mes siguiente vuelve a ingreso
      *          (RECO). Esos asientos no son movimientos y van
      *          aparte de la cuadratura.
      *          El IVA de las facturas emitidas en el periodo
      *          (factura-iva) pasa de ingresos a la cuenta de IVA
      *          debito fiscal (IVAD), tambien fuera de la
      *          cuadratura.
      *          El ajuste de la provision de incobrables del periodo
      *          (provisiones.dat, de ProvisionIncobrables) va como
      *          asiento PROV si la provision aumenta o PRVR si se
      *          libera, tambien fuera de la cuadratura.
      *          Cada exportacion liberada queda anotada en
      *          contab_periodos.txt, que revisa CierrePeriodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS mov-llave
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT datos-diferidos
               ASSIGN TO
           "C:\PgmCobols\Data\diferidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dif-llave
               FILE STATUS IS FS-DIFERIDOS.

           SELECT datos-facturas
               ASSIGN TO
           "C:\PgmCobols\Data\facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT datos-provisiones
               ASSIGN TO
           "C:\PgmCobols\Data\provisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prov-periodo
               FILE STATUS IS FS-PROVISIONES.

           SELECT param-cuentas ASSIGN TO
           "C:\PgmCobols\Data\contab_cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT log-periodos ASSIGN TO
           "C:\PgmCobols\Data\contab_periodos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-PERIODOS.

           SELECT archivo-contable
               ASSIGN TO DYNAMIC WS-RUTA-CONTABLE
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  datos-movimientos.
           copy "C:\PgmCobols\FD\FDMovimiento.cpy".

       FD  datos-diferidos.
           copy "C:\PgmCobols\FD\FDDiferido.cpy".

       FD  datos-facturas.
           copy "C:\PgmCobols\FD\FDFactura.cpy".

       FD  datos-provisiones.
           copy "C:\PgmCobols\FD\FDProvision.cpy".

       FD  param-cuentas.
       01  param-linea           PIC X(40).

       FD  control-envios.
       01  control-linea         PIC X(20).

       FD  log-periodos.
       01  log-periodo-linea     PIC X(40).

       FD  archivo-contable.
       01  contable-linea        PIC X(80).

       01  FS-MOVIMIENTOS        PIC XX.
       01  FS-PARAM              PIC XX.
       01  FS-CONTROL            PIC XX.
       01  FS-LOG-PERIODOS       PIC XX.
       01  FS-DIFERIDOS          PIC XX.
       01  fin-diferidos         PIC X.
       01  FS-FACTURAS           PIC XX.
       01  fin-facturas          PIC X.
       01  WS-TOTAL-IVA          PIC 9(13)V99 VALUE 0.
       01  FS-PROVISIONES        PIC XX.
       01  WS-TOTAL-PROVISION    PIC 9(13)V99 VALUE 0.
       01  fin-de-archivo        PIC X VALUE "N".
       01  fin-param             PIC X.
       01  WS-FECHA-SYS          PIC 9(08).
       01  WS-PERIODO            PIC 9(06).
       01  R-WS-PERIODO REDEFINES WS-PERIODO.
           05  WS-PER-ANO        PIC 9(04).
           05  WS-PER-MES        PIC 9(02).
       01  WS-RUTA-CONTABLE      PIC X(60).
       01  WS-SEQ-ULTIMA         PIC 9(06) VALUE 0.
       01  WS-SEQ-EMITIR         PIC 9(06).
      *    PLAN DE CONCEPTOS: CADA UNO GENERA UN ASIENTO BALANCEADO
      *    DEBE/HABER POR EL TOTAL DEL PERIODO. LOS NUMEROS DE
      *    CUENTA POR DEFECTO SE REEMPLAZAN DESDE
      *    contab_cuentas.dat. LOS 6 PRIMEROS SALEN DE LOS
      *    MOVIMIENTOS; DIFE Y RECO DEL CALENDARIO DE DIFERIDOS;
      *    IVAD DEL DESGLOSE DE LAS FACTURAS; PROV Y PRVR DEL AJUSTE
      *    DE PROVISION DE INCOBRABLES.
       01  WS-TAB-CONCEPTOS.
           05  WS-CON-ITEM OCCURS 11 TIMES.
               10  WS-CON-CODIGO   PIC X(04).
               10  WS-CON-DEBE     PIC X(08).
               10  WS-CON-HABER    PIC X(08).
               10  WS-CON-MONTO    PIC 9(13)V99.
       01  WS-CON-IDX            PIC 9(02).
       01  WS-CON-HALLADO        PIC 9(02).

       01  WS-PAR-CONCEPTO       PIC X(04).
       01  WS-PAR-DEBE           PIC X(08).
       01  WS-TOTAL-PERIODO      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ASIENTOS     PIC 9(13)V99 VALUE 0.
       01  WS-CONT-MOVS          PIC 9(08) VALUE 0.
       01  WS-TOTAL-DIFERIDOS    PIC 9(13)V99 VALUE 0.
       01  WS-DIF-MES-NRO        PIC S9(05).
       01  WS-DIF-CUOTA          PIC 9(11)V99.
       01  WS-DIF-ANO            PIC 9(04).
       01  WS-DIF-MES            PIC 9(02).

      *    LAYOUT FIJO HACIA CONTABILIDAD.
       01  CTB-CABECERA.
              GOBACK
           END-IF

           PERFORM CALCULAR-DIFERIDOS
           PERFORM CALCULAR-IVA-DEBITO
           PERFORM CALCULAR-PROVISION

           PERFORM LEER-CONTROL-ENVIOS
           COMPUTE WS-SEQ-EMITIR = WS-SEQ-ULTIMA + 1
           MOVE SPACES TO WS-RUTA-CONTABLE

           MOVE 0 TO CTB-T-ASIENTOS
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > 11
              IF WS-CON-MONTO(WS-CON-IDX) > 0 THEN
                 ADD 1 TO CTB-T-ASIENTOS
                 MOVE WS-CON-CODIGO(WS-CON-IDX) TO CTB-D-CONCEPTO
              END-IF
           END-PERFORM

           COMPUTE CTB-T-SUMA = WS-TOTAL-ASIENTOS +
                                WS-TOTAL-DIFERIDOS + WS-TOTAL-IVA +
                                WS-TOTAL-PROVISION
           MOVE CTB-TRAILER       TO contable-linea
           WRITE contable-linea
           CLOSE archivo-contable

           MOVE WS-SEQ-EMITIR TO WS-SEQ-ULTIMA
           PERFORM GRABAR-CONTROL-ENVIOS
           PERFORM GRABAR-LOG-PERIODOS

           DISPLAY "-------------------------------------------"
           DISPLAY "EXPORTACION CONTABLE " WS-PERIODO
                   " SECUENCIA " WS-SEQ-EMITIR
           DISPLAY "MOVIMIENTOS AGREGADOS: " WS-CONT-MOVS
           DISPLAY "SUMA DE CONTROL......: " WS-TOTAL-ASIENTOS
           DISPLAY "DIFERIDOS (DIFE/RECO): " WS-TOTAL-DIFERIDOS
           DISPLAY "IVA DEBITO (IVAD)....: " WS-TOTAL-IVA
           DISPLAY "PROVISION (PROV/PRVR): " WS-TOTAL-PROVISION
           DISPLAY "ARCHIVO GENERADO.....: " WS-RUTA-CONTABLE
           DISPLAY "-------------------------------------------"
           GOBACK.
           MOVE "OTRA"     TO WS-CON-CODIGO(6)
           MOVE "59999999" TO WS-CON-DEBE(6)
           MOVE "11019999" TO WS-CON-HABER(6)
           MOVE "DIFE"     TO WS-CON-CODIGO(7)
           MOVE "41010001" TO WS-CON-DEBE(7)
           MOVE "21050001" TO WS-CON-HABER(7)
           MOVE "RECO"     TO WS-CON-CODIGO(8)
           MOVE "21050001" TO WS-CON-DEBE(8)
           MOVE "41010001" TO WS-CON-HABER(8)
           MOVE "IVAD"     TO WS-CON-CODIGO(9)
           MOVE "41010001" TO WS-CON-DEBE(9)
           MOVE "21070001" TO WS-CON-HABER(9)
           MOVE "PROV"     TO WS-CON-CODIGO(10)
           MOVE "52010001" TO WS-CON-DEBE(10)
           MOVE "11090001" TO WS-CON-HABER(10)
           MOVE "PRVR"     TO WS-CON-CODIGO(11)
           MOVE "11090001" TO WS-CON-DEBE(11)
           MOVE "52010001" TO WS-CON-HABER(11)
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > 11
              MOVE 0 TO WS-CON-MONTO(WS-CON-IDX)
           END-PERFORM
           .
                                WS-PAR-HABER
                       END-UNSTRING
                       PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                               UNTIL WS-CON-IDX > 11
                          IF WS-CON-CODIGO(WS-CON-IDX) =
                             WS-PAR-CONCEPTO THEN
                             MOVE WS-PAR-DEBE
           END-EVALUATE
           .

      *----------------------------------------------------------*
      * CALCULAR-DIFERIDOS : para cada linea cobrada por N meses, *
      * el mes de la factura difiere todo menos su enesimo (DIFE) *
      * y cada uno de los N-1 siguientes reconoce un enesimo      *
      * (RECO); el ultimo lleva el ajuste de redondeo. Se calcula *
      * desde el calendario, asi el periodo se puede reexportar.  *
      *----------------------------------------------------------*
       CALCULAR-DIFERIDOS.
           OPEN INPUT datos-diferidos
           IF FS-DIFERIDOS NOT = "00" THEN
              MOVE "S" TO fin-diferidos
           ELSE
              MOVE "N" TO fin-diferidos
           END-IF
           PERFORM UNTIL fin-diferidos = "S"
               READ datos-diferidos NEXT RECORD
                   AT END
                       MOVE "S" TO fin-diferidos
                   NOT AT END
                       IF dif-meses > 1 THEN
                          PERFORM SUMAR-UN-DIFERIDO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-DIFERIDOS = "00" OR FS-DIFERIDOS = "10" THEN
              CLOSE datos-diferidos
           END-IF
           ADD WS-CON-MONTO(7) WS-CON-MONTO(8)
             TO WS-TOTAL-DIFERIDOS
           .

       SUMAR-UN-DIFERIDO.
           MOVE dif-periodo(1:4) TO WS-DIF-ANO
           MOVE dif-periodo(5:2) TO WS-DIF-MES
           COMPUTE WS-DIF-MES-NRO =
                   (WS-PER-ANO - WS-DIF-ANO) * 12 +
                   WS-PER-MES - WS-DIF-MES
           IF WS-DIF-MES-NRO < 0 OR WS-DIF-MES-NRO >= dif-meses THEN
              CONTINUE
           ELSE
              DIVIDE dif-monto BY dif-meses
                  GIVING WS-DIF-CUOTA ROUNDED
              EVALUATE TRUE
                  WHEN WS-DIF-MES-NRO = 0
                      COMPUTE WS-CON-MONTO(7) = WS-CON-MONTO(7) +
                              dif-monto - WS-DIF-CUOTA
                  WHEN WS-DIF-MES-NRO = dif-meses - 1
                      COMPUTE WS-CON-MONTO(8) = WS-CON-MONTO(8) +
                              dif-monto -
                              WS-DIF-CUOTA * (dif-meses - 1)
                  WHEN OTHER
                      ADD WS-DIF-CUOTA TO WS-CON-MONTO(8)
              END-EVALUATE
           END-IF
           .

      *    EL CARGO "FACTURA PERIODO" ENTRA COMPLETO A INGRESOS (FACT)
      *    EN EL MES DE SU EMISION; EL IVA DE ESAS MISMAS FACTURAS SE
      *    RECLASIFICA A DEBITO FISCAL.
       CALCULAR-IVA-DEBITO.
           MOVE "N" TO fin-facturas
           OPEN INPUT datos-facturas
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "S" TO fin-facturas
           END-IF
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-fec-emision(1:6) = WS-PERIODO AND
                          factura-iva IS NUMERIC THEN
                          ADD factura-iva TO WS-CON-MONTO(9)
                       END-IF
               END-READ
           END-PERFORM
           IF FS-FACTURAS = "00" OR FS-FACTURAS = "10" THEN
              CLOSE datos-facturas
           END-IF
           MOVE WS-CON-MONTO(9) TO WS-TOTAL-IVA
           .

      *    EL AJUSTE DE PROVISION LO DEJA CALCULADO
      *    ProvisionIncobrables EN EL REGISTRO DEL PERIODO; SIN
      *    REGISTRO (MES NO PROVISIONADO) NO HAY ASIENTO.
       CALCULAR-PROVISION.
           OPEN INPUT datos-provisiones
           IF FS-PROVISIONES = "00" THEN
              MOVE WS-PERIODO TO prov-periodo
              READ datos-provisiones
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF prov-aumenta THEN
                         MOVE prov-ajuste TO WS-CON-MONTO(10)
                      ELSE
                         MOVE prov-ajuste TO WS-CON-MONTO(11)
                      END-IF
              END-READ
              CLOSE datos-provisiones
           END-IF
           ADD WS-CON-MONTO(10) WS-CON-MONTO(11)
             TO WS-TOTAL-PROVISION
           .

       LEER-CONTROL-ENVIOS.
           OPEN INPUT control-envios
           IF FS-CONTROL = "00" THEN
           CLOSE control-envios
           .

      *    UNA LINEA "AAAAMM;SECUENCIA;FECHA" POR CADA EXPORTACION
      *    LIBERADA: CierrePeriodo NO CIERRA UN PERIODO QUE NO ESTE
      *    AQUI.
       GRABAR-LOG-PERIODOS.
           OPEN EXTEND log-periodos
           IF FS-LOG-PERIODOS NOT = "00" THEN
              OPEN OUTPUT log-periodos
              CLOSE log-periodos
              OPEN EXTEND log-periodos
           END-IF
           MOVE SPACES TO log-periodo-linea
           STRING WS-PERIODO    DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-SEQ-EMITIR DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-FECHA-SYS  DELIMITED BY SIZE
                     INTO log-periodo-linea
           END-STRING
           WRITE log-periodo-linea
           CLOSE log-periodos
           .

       END PROGRAM ExportarContable.
