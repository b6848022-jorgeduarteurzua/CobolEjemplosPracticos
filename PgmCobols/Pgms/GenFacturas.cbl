      *          los dias de gracia y corriendolo con ProximoDiaHabil
      *          para que nunca caiga en domingo ni feriado.
      *          Requiere el calendario generado (GenCalendario).
      *          El saldo a favor del cliente (saldos_favor.dat) se
      *          aplica solo a la factura recien emitida.
      *          Cada linea se prorratea por los dias calendario que
      *          la suscripcion estuvo vigente dentro del mes.
      *          Las suscripciones trimestrales, semestrales o
      *          anuales se facturan por adelantado solo en el
      *          periodo que les toca (susc-prox-periodo), que luego
      *          avanza; lo cobrado por varios meses queda en
      *          diferidos.dat para que ExportarContable lo reconozca
      *          mes a mes.
      *          Los cargos extraordinarios pendientes del cliente
      *          (cargos_pend.dat) se suman como lineas adicionales
      *          y quedan marcados como facturados en el periodo.
      *          La mejor promocion elegible (promociones.dat) se
      *          aplica como linea de descuento propia.
      *          Cada factura lleva su desglose neto / exento / IVA
      *          a la tasa vigente del periodo (iva_tasas.dat); los
      *          precios de servicios afectos incluyen el IVA.
      *          Llamado desde SimularFacturacion corre en modo
      *          simulacion: arma las mismas facturas sin grabar nada
      *          (todo se abre solo lectura) y deja en spool la
      *          prueba para el visto bueno de facturacion.
      *          Las suscripciones con servicio cortado por cobranza
      *          (CorteServicio) no se facturan mientras lo esten.
      *          El cliente con pagador activo (pagadores.dat) no se
      *          factura solo: va como un bloque de detalle dentro de
      *          la factura consolidada del pagador (factura_benef.dat)
      *          y la deuda queda en la cuenta corriente del pagador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factura-llave
               ALTERNATE RECORD KEY IS factura-llave-venc
                   WITH DUPLICATES
               FILE STATUS IS FS-FACTURAS.

           SELECT param-facturacion
               RECORD KEY IS uf-fecha
               FILE STATUS IS FS-UF.

           SELECT datos-diferidos
               ASSIGN TO
           "C:\PgmCobols\Data\diferidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dif-llave
               FILE STATUS IS FS-DIFERIDOS.

           SELECT datos-cargos-pend
               ASSIGN TO
           "C:\PgmCobols\Data\cargos_pend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpend-llave
               FILE STATUS IS FS-CARGOS-PEND.

           SELECT datos-promociones
               ASSIGN TO
           "C:\PgmCobols\Data\promociones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS promo-codigo
               FILE STATUS IS FS-PROMOCIONES.

           SELECT datos-pagadores
               ASSIGN TO
           "C:\PgmCobols\Data\pagadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-rut-beneficiario
               ALTERNATE RECORD KEY IS pag-rut-pagador
                   WITH DUPLICATES
               FILE STATUS IS FS-PAGADORES.

           SELECT datos-factbenef
               ASSIGN TO
           "C:\PgmCobols\Data\factura_benef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fben-llave
               FILE STATUS IS FS-FACTBENEF.

           SELECT param-iva ASSIGN TO
           "C:\PgmCobols\Data\iva_tasas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA.

           SELECT registro-reajuste ASSIGN TO
           "C:\PgmCobols\Data\reajuste_reg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS aviso-llave
               FILE STATUS IS FS-AVISOS.

           SELECT sort-simulacion ASSIGN TO
           "C:\PgmCobols\Data\simfact_sort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
       FD  datos-uf.
           copy "C:\PgmCobols\FD\FDUfValor.cpy".

       FD  datos-diferidos.
           copy "C:\PgmCobols\FD\FDDiferido.cpy".

       FD  datos-cargos-pend.
           copy "C:\PgmCobols\FD\FDCargoPend.cpy".

       FD  datos-promociones.
           copy "C:\PgmCobols\FD\FDPromocion.cpy".

       FD  datos-pagadores.
           copy "C:\PgmCobols\FD\FDPagador.cpy".

       FD  datos-factbenef.
           copy "C:\PgmCobols\FD\FDFactBenef.cpy".

       FD  param-iva.
       01  iva-linea             PIC X(20).

       FD  registro-reajuste.
       01  reajuste-linea        PIC X(40).

               10  aviso-periodo    PIC 9(06).
           05  aviso-fecha          PIC 9(08).

       SD  sort-simulacion.
       01  SIM-REGISTRO.
           05  SIM-VARIACION-ABS    PIC 9(11)V99.
           05  SIM-RUT              PIC 9(10).
           05  SIM-DV               PIC X.
           05  SIM-PERIODO-ANT      PIC 9(06).
      *        0 = cliente sin factura anterior.
           05  SIM-MONTO-ANT        PIC 9(11)V99.
           05  SIM-MONTO-NUEVO      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  FS-USUARIOS           PIC XX.
       01  FS-FACTURAS           PIC XX.
           05  WS-SYS-DIA        PIC 9(02).
       01  WS-PERIODO            PIC 9(06).

      *    PRORRATEO: LA SUSCRIPCION SE COBRA POR LOS DIAS
      *    CALENDARIO DEL PERIODO EN QUE ESTUVO VIGENTE (DESDE
      *    susc-fec-inicio HASTA susc-fec-fin INCLUSIVE).
       01  WS-INICIO-PERIODO     PIC 9(08).
       01  WS-FIN-PERIODO        PIC 9(08).
       01  WS-DIAS-PERIODO       PIC 9(02).
       01  WS-DIAS-ACTIVOS       PIC 9(02).
       01  WS-VIGENTE-DESDE      PIC 9(08).
       01  R-WS-VIGENTE-DESDE REDEFINES WS-VIGENTE-DESDE.
           05  FILLER            PIC 9(06).
           05  WS-DESDE-DIA      PIC 9(02).
       01  WS-VIGENTE-HASTA      PIC 9(08).
       01  R-WS-VIGENTE-HASTA REDEFINES WS-VIGENTE-HASTA.
           05  FILLER            PIC 9(06).
           05  WS-HASTA-DIA      PIC 9(02).
       01  WS-TABLA-MESES.
           05  WS-DIAS-MESES     PIC X(24) VALUE
                                 "312831303130313130313031".
           05  WS-DIAS-MES REDEFINES WS-DIAS-MESES
                                 PIC 9(02) OCCURS 12 TIMES.
       01  WS-BIS-COCIENTE       PIC 9(04).
       01  WS-BIS-RESTO-4        PIC 9(04).
       01  WS-BIS-RESTO-100      PIC 9(04).
       01  WS-BIS-RESTO-400      PIC 9(04).
       01  WS-CONT-PRORRATEADAS  PIC 9(06) VALUE 0.

      *    FRECUENCIA DE FACTURACION: UNA SUSCRIPCION NO MENSUAL SE
      *    COBRA POR WS-MESES-FRECUENCIA MESES EN SU PERIODO Y NO
      *    APARECE EN LOS INTERMEDIOS. EL CLIENTE QUE SOLO TIENE
      *    SUSCRIPCIONES FUERA DE CICLO NO SE FACTURA ESE MES (NO
      *    CAE A LA TARIFA PLANA).
       01  FS-DIFERIDOS          PIC XX.
       01  WS-MESES-FRECUENCIA   PIC 9(02).
       01  WS-PROX-SUSC          PIC 9(06).
       01  WS-FUERA-DE-CICLO     PIC X.
       01  WS-LINEAS-DE-SUSC     PIC X.
       01  WS-PER-CALC           PIC 9(06).
       01  R-WS-PER-CALC REDEFINES WS-PER-CALC.
           05  WS-PER-CALC-ANO   PIC 9(04).
           05  WS-PER-CALC-MES   PIC 9(02).
       01  WS-MESES-CALC         PIC 9(03).
       01  WS-CONT-FUERA-CICLO   PIC 9(06) VALUE 0.
      *    UNA SUSCRIPCION CORTADA POR COBRANZA (susc-suspendida) NO
      *    SE FACTURA NI AVANZA; EL CLIENTE CON TODO CORTADO NO CAE
      *    A LA TARIFA PLANA.
       01  WS-CON-CORTE          PIC X.
       01  WS-CONT-CORTADOS      PIC 9(06) VALUE 0.
       01  WS-CONT-DIFERIDOS     PIC 9(06) VALUE 0.

      *    PARAMETROS DE FACTURACION, CON VALORES POR DEFECTO SI
      *    facturacion_param.dat NO EXISTE (MISMO CRITERIO QUE
      *    LeerParametros CON parametros.dat).
               10  WS-LIN-PRECIO   PIC 9(09)V99.
               10  WS-LIN-MONTO    PIC 9(11)V99.
               10  WS-LIN-UF       PIC 9(07)V99.
               10  WS-LIN-DIAS     PIC 9(02).
               10  WS-LIN-MESES    PIC 9(02).
               10  WS-LIN-TIPO     PIC X.
               10  WS-LIN-IVA      PIC X.
       01  WS-LIN-CANT-USADAS    PIC 9(02).
       01  WS-LIN-IDX            PIC 9(02).
       01  WS-LIN-CANT-SUSC      PIC 9(02).
      *        Lineas de suscripcion (o BASE); las que siguen son
      *        cargos extraordinarios.

      *    CARGOS EXTRAORDINARIOS: LOS PENDIENTES DEL CLIENTE SE
      *    AGREGAN COMO LINEAS (LOS DEL MISMO SERVICIO SE JUNTAN EN
      *    UNA) Y SE MARCAN FACTURADOS SOLO SI LA FACTURA SE ESCRIBE.
      *    UN CARGO QUE NO CABE O CUYO SERVICIO YA ES LINEA DE
      *    SUSCRIPCION QUEDA PENDIENTE PARA EL PROXIMO PERIODO.
       01  FS-CARGOS-PEND        PIC XX.
       01  WS-CARGOS-OK          PIC X VALUE "N".
       01  fin-cargos            PIC X.
       01  WS-LIN-HALLADA        PIC 9(02).
       01  WS-TAB-CARGOS.
           05  WS-CAR-CORREL     PIC 9(04) OCCURS 20 TIMES.
       01  WS-CAR-CANT           PIC 9(02).
       01  WS-CAR-IDX            PIC 9(02).
       01  WS-CONT-CARGOS-EXTRA  PIC 9(06) VALUE 0.

      *    PROMOCIONES: SE CARGAN LAS ACTIVAS Y VIGENTES A LA FECHA
      *    DE EMISION. DE LAS ELEGIBLES PARA EL CLIENTE (SEGMENTO,
      *    EMPRESA, RUT) CUYO SERVICIO ESTA EN LA FACTURA Y QUE NO
      *    AGOTO SU TOPE DE PERIODOS, SE APLICA LA DE MAYOR
      *    DESCUENTO COMO LINEA "D" CON SU CODIGO.
       01  FS-PROMOCIONES        PIC XX.
       01  fin-promociones       PIC X.
       01  WS-TAB-PROMOS.
           05  WS-PRM-ITEM OCCURS 50 TIMES.
               10  WS-PRM-CODIGO   PIC X(06).
               10  WS-PRM-DESC     PIC X(40).
               10  WS-PRM-TIPO     PIC X.
               10  WS-PRM-VALOR    PIC 9(09)V99.
               10  WS-PRM-SERVICIO PIC X(06).
               10  WS-PRM-SEGMENTO PIC X(04).
               10  WS-PRM-EMPRESA  PIC X(03).
               10  WS-PRM-RUT      PIC 9(10).
               10  WS-PRM-MAX      PIC 9(03).
               10  WS-PRM-USOS     PIC 9(03).
       01  WS-PRM-CANT           PIC 9(02) VALUE 0.
       01  WS-PRM-IDX            PIC 9(02).
       01  WS-PRM-IDX2           PIC 9(02).
       01  WS-PRM-MEJOR          PIC 9(02).
       01  WS-USOS-LEIDOS        PIC X.
       01  WS-PRM-CHOCA          PIC X.
       01  WS-DESCUENTO          PIC 9(11)V99.
       01  WS-MEJOR-LINEA        PIC 9(02).
       01  WS-MEJOR-DESCUENTO    PIC 9(11)V99.
       01  fin-detalle           PIC X.
       01  WS-CONT-PROMOS        PIC 9(06) VALUE 0.
       01  WS-TOT-DESCUENTOS     PIC 9(13)V99 VALUE 0.

      *    IVA: TASA VIGENTE DEL PERIODO SEGUN iva_tasas.dat (LINEAS
      *    "AAAAMM;TASA", RIGE LA DE MAYOR AAAAMM NO POSTERIOR AL
      *    PERIODO); SIN EL ARCHIVO, 19%. EL PRECIO AFECTO INCLUYE
      *    EL IVA: NETO = BRUTO * 100 / (100 + TASA).
       01  FS-IVA                PIC XX.
       01  fin-iva               PIC X.
       01  WS-TASA-IVA           PIC 9(02) VALUE 19.
       01  WS-IVA-DESDE          PIC 9(06).
       01  WS-IVA-TASA-LEIDA     PIC 9(02).
       01  WS-IVA-DESDE-VIGENTE  PIC 9(06) VALUE 0.
       01  WS-BRUTO-AFECTO       PIC 9(11)V99.
       01  WS-BRUTO-EXENTO       PIC 9(11)V99.
       01  WS-FACT-NETO          PIC 9(11)V99.
       01  WS-FACT-IVA           PIC 9(11)V99.
       01  WS-TOT-IVA            PIC 9(13)V99 VALUE 0.

      *    PROTECCION DEL REAJUSTE (ReajusteTarifas): EL CLIENTE
      *    ANTIGUO SIN CONSTANCIA DE AVISO EN reajuste_avisos.dat
       01  WS-CLIENTE-AVISADO    PIC X.
       01  WS-SUSC-ANTIGUA       PIC X.

      *    PAGADOR DISTINTO DEL TITULAR (pagadores.dat): EL
      *    BENEFICIARIO CON PAGADOR ACTIVO NO SE FACTURA SOLO; SUS
      *    LINEAS VAN COMO UN BLOQUE DE LA FACTURA CONSOLIDADA DEL
      *    PAGADOR (factura_benef.dat, Y SUS LINEAS EN factura_det.dat
      *    BAJO SU PROPIO RUT) Y LA DEUDA QUEDA EN LA CUENTA DEL
      *    PAGADOR. LA CONSOLIDADA SE EVALUA COMPLETA ANTES DE GRABAR
      *    NADA: UNA FALTA DE VALOR UF NO DEJA MEDIA FACTURA. REQUIERE
      *    LOS MAESTROS DE SUSCRIPCIONES (SIN ELLOS NO HAY DETALLE).
       01  FS-PAGADORES          PIC XX.
       01  FS-FACTBENEF          PIC XX.
       01  WS-PAGADORES-OK       PIC X VALUE "N".
       01  fin-pagadores         PIC X.
       01  WS-TIENE-PAGADOR      PIC X.
       01  WS-CLI-RUT            PIC 9(10).
       01  WS-PAG-RUT            PIC 9(10).
       01  WS-CNS-HAY            PIC X VALUE "N".
      *        S = el cliente leido se factura como consolidada.
       01  WS-SIN-TARIFA-PLANA   PIC X VALUE "N".
      *        S = el pagador sin suscripciones propias no lleva la
      *        linea BASE: su factura son los bloques que paga.
       01  WS-TAB-BENEF.
           05  WS-BEN-ITEM OCCURS 200 TIMES.
               10  WS-BEN-RUT       PIC 9(10).
               10  WS-BEN-TIPO-REL  PIC X(02).
               10  WS-BEN-INCLUIDO  PIC X.
       01  WS-BEN-CANT           PIC 9(03).
       01  WS-BEN-IDX            PIC 9(03).
       01  WS-CNS-CANT-BENEF     PIC 9(03).
       01  WS-CNS-MONTO          PIC 9(11)V99.
       01  WS-CNS-AFECTO         PIC 9(11)V99.
       01  WS-CNS-EXENTO         PIC 9(11)V99.
       01  WS-CNS-NETO           PIC 9(11)V99.
       01  WS-CNS-IVA            PIC 9(11)V99.
       01  WS-SAV-TARIFA-PLANA   PIC 9(06).
       01  WS-SAV-PRORRATEADAS   PIC 9(06).
       01  WS-CONT-AL-PAGADOR    PIC 9(06) VALUE 0.
      *        Beneficiarios leidos que se facturan en la consolidada
      *        de su pagador.
       01  WS-CONT-CONSOLIDADAS  PIC 9(06) VALUE 0.
       01  WS-CONT-BLOQUES       PIC 9(06) VALUE 0.

      *    SIMULACION: LA PIDE SimularFacturacion CON EL PARAMETRO
      *    OPCIONAL PAR-MODO-FACT (LA CADENA LLAMA SIN PARAMETROS).
      *    SE RECORREN LOS MISMOS CLIENTES CON LA MISMA ARMADA Y
      *    VALORIZACION, PERO NO SE ESCRIBE facturas.dat,
      *    factura_det.dat, diferidos.dat, cargos_pend.dat,
      *    suscripciones.dat NI LA CUENTA: SOLO EL REPORTE DE
      *    PRUEBA. FALTAR EL VALOR UF NO DETIENE LA SIMULACION, SE
      *    INFORMA POR CLIENTE.
       01  WS-SIMULACION-FACT    PIC X VALUE "N".
           88  WS-SIMULANDO      VALUE "S".
       01  WS-FACTURAS-OK        PIC X VALUE "N".
       01  WS-FACTDET-OK         PIC X VALUE "N".
       01  fin-facturas          PIC X.
       01  fin-simulacion        PIC X.
       01  WS-PERIODO-ANTERIOR   PIC 9(06).
       01  WS-SIM-YA-FACTURADA   PIC X.
       01  WS-SIM-PERIODO-ANT    PIC 9(06).
       01  WS-SIM-MONTO-ANT      PIC 9(11)V99.
       01  WS-SIM-MOTIVO         PIC X(50).
       01  WS-SIM-HAY-OMITIDOS   PIC X VALUE "N".
       01  WS-SIM-CONT-SIN-UF    PIC 9(06) VALUE 0.
       01  WS-SIM-CONT-YA-FACT   PIC 9(06) VALUE 0.
       01  WS-SIM-CONT-NUEVOS    PIC 9(06) VALUE 0.
       01  WS-SIM-TOT-FACTURADO  PIC 9(13)V99 VALUE 0.
       01  WS-ANT-CONT-FACTURAS  PIC 9(06) VALUE 0.
       01  WS-ANT-TOT-FACTURADO  PIC 9(13)V99 VALUE 0.
       01  WS-ANT-TOT-IVA        PIC 9(13)V99 VALUE 0.
       01  WS-SIM-VARIACION      PIC S9(11)V99.
       01  WS-SIM-VAR-TOTAL      PIC S9(13)V99.
       01  WS-SIM-LIN-IVA        PIC X.
      *        TOTALES POR SERVICIO (LAS LINEAS DE DESCUENTO VAN CON
      *        SU CODIGO DE PROMOCION Y TIPO D), SIMULADO CONTRA LO
      *        FACTURADO EL MES ANTERIOR EN factura_det.dat.
       01  WS-TAB-SIM-SERV.
           05  WS-SSV-ITEM OCCURS 100 TIMES.
               10  WS-SSV-CODIGO      PIC X(06).
               10  WS-SSV-TIPO        PIC X.
               10  WS-SSV-FACTURAS    PIC 9(06).
               10  WS-SSV-MONTO       PIC 9(13)V99.
               10  WS-SSV-FACT-ANT    PIC 9(06).
               10  WS-SSV-MONTO-ANT   PIC 9(13)V99.
       01  WS-SSV-CANT           PIC 9(03) VALUE 0.
       01  WS-SSV-IDX            PIC 9(03).
       01  WS-SSV-HALLADO        PIC 9(03).
       01  WS-SSV-BUSCA-COD      PIC X(06).
       01  WS-SSV-BUSCA-TIPO     PIC X.
       01  WS-RUT-EDIT           PIC Z(09)9.
       01  WS-RUT-DV             PIC X(12).
       01  WS-CONT-EDIT          PIC Z(05)9.
       01  WS-MONTO-EDIT         PIC Z(10)9.99.
       01  WS-MONTO-ANT-EDIT     PIC Z(10)9.99.
       01  WS-VAR-EDIT           PIC -(10)9.99.
       01  WS-VAR-TOT-EDIT       PIC -(12)9.99.
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

       01 PARAMETROS-SUMAR.
           05 FECHA-YYYYMMDD PIC X(08).
           05 SUM-RES-DIAS   PIC 9(03).
           05  LK-FN-ESTADO   PIC X.
           05  LK-FN-ORIGEN   PIC X.

      *    SALDO A FAVOR: LA PLATA RECIBIDA DE MAS YA ESTA ABONADA EN
      *    LA CUENTA, ASI QUE APLICARLA NO GENERA MOVIMIENTO; SOLO
      *    SE DESCUENTA DE saldos_favor.dat (GrabarSaldoFavor) Y SE
      *    ANOTA COMO PAGADO EN LA FACTURA NUEVA.
       01  WS-CONT-CON-FAVOR     PIC 9(06) VALUE 0.
       01  WS-TOT-FAVOR          PIC 9(13)V99 VALUE 0.
       01  WS-FAVOR-APLICAR      PIC 9(11)V99.
       01  WS-TOT-EDIT           PIC Z(12)9.99.
       01 PAR-ENTRADA-SFAVOR.
           05  lk-sf-rut        PIC 9(10).
           05  lk-sf-operacion  PIC X.
           05  lk-sf-monto      PIC 9(11)V99.
           05  lk-sf-operador   PIC X(10).
       01 PAR-SALIDA-SFAVOR.
           05  OUT-CODRET-SF    PIC 9(04).
           05  OUT-DESRET-SF    PIC X(50).
           05  OUT-SALDO-SF     PIC 9(11)V99.

       01 PAR-ENTRADA-MOV.
           05  lk-mov-rut       PIC 9(10).
           05  lk-mov-tipo      PIC X.
           05  OUT-DESRET-MOV   PIC X(50).
           05  OUT-SALDO-MOV    PIC S9(11)V99.

       LINKAGE SECTION.
       01 PAR-MODO-FACT.
           05  LK-MODO-FACT     PIC X.
      *        S = simulacion (SimularFacturacion); otro = real.

       PROCEDURE DIVISION USING OPTIONAL PAR-MODO-FACT.
       MAIN-PROCEDURE.
           IF ADDRESS OF PAR-MODO-FACT = NULL THEN
              MOVE "N" TO WS-SIMULACION-FACT
           ELSE
              MOVE LK-MODO-FACT TO WS-SIMULACION-FACT
           END-IF
      *       LA EMISION CORRE CONTRA LA FECHA DE NEGOCIO: UNA
      *       CADENA QUE CRUZA LA MEDIANOCHE FACTURA IGUAL EN EL
      *       PERIODO CORRECTO, Y CON EL DIA CERRADO (CierreDia) LA
      *       CORRIDA SE NIEGA EN VEZ DE CONTABILIZAR EN UN DIA YA
      *       CUADRADO.
           CALL "FechaNegocio" USING PAR-SALIDA-FECHANEG
           IF LK-FN-ESTADO = "C" AND NOT WS-SIMULANDO THEN
              DISPLAY "DIA DE NEGOCIO CERRADO; FACTURACION DENEGADA."
              GOBACK
           END-IF
           MOVE LK-FN-FECHA TO WS-FECHA-SYS
           COMPUTE WS-PERIODO = WS-SYS-ANO * 100 + WS-SYS-MES
           PERFORM CALCULAR-LIMITES-PERIODO

           PERFORM LEER-PARAMETROS-FACT
           PERFORM LEER-TASA-IVA

           OPEN INPUT datos-usuarios
           IF FS-USUARIOS NOT = "00" THEN
              GOBACK
           END-IF

           IF WS-SIMULANDO THEN
              PERFORM ABRIR-SIMULACION
              GO TO MAIN-MAESTROS-LEIDOS
           END-IF

           OPEN I-O datos-facturas
           IF FS-FACTURAS = "35" THEN
              OPEN OUTPUT datos-facturas
              CLOSE datos-usuarios
              GOBACK
           END-IF
           MOVE "S" TO WS-FACTURAS-OK

      *       LOS MAESTROS DE SERVICIOS SON OPCIONALES: SIN ELLOS SE
      *       FACTURA CON EL MONTO PLANO DE SIEMPRE.
           OPEN INPUT datos-servicios
           IF FS-SERVICIOS = "00" THEN
              OPEN I-O datos-suscripciones
              IF FS-SUSCRIP = "00" THEN
                 MOVE "S" TO WS-SUSCRIP-OK
                 OPEN I-O datos-factdet
                    CLOSE datos-factdet
                    OPEN I-O datos-factdet
                 END-IF
                 MOVE "S" TO WS-FACTDET-OK
                 OPEN INPUT datos-pagadores
                 IF FS-PAGADORES = "00" THEN
                    MOVE "S" TO WS-PAGADORES-OK
                    OPEN I-O datos-factbenef
                    IF FS-FACTBENEF = "35" THEN
                       OPEN OUTPUT datos-factbenef
                       CLOSE datos-factbenef
                       OPEN I-O datos-factbenef
                    END-IF
                 END-IF
                 OPEN I-O datos-diferidos
                 IF FS-DIFERIDOS = "35" THEN
                    OPEN OUTPUT datos-diferidos
                    CLOSE datos-diferidos
                    OPEN I-O datos-diferidos
                 END-IF
                 OPEN I-O datos-cargos-pend
                 IF FS-CARGOS-PEND = "00" THEN
                    MOVE "S" TO WS-CARGOS-OK
                 END-IF
              ELSE
                 CLOSE datos-servicios
              END-IF
           END-IF.
       MAIN-MAESTROS-LEIDOS.
           IF WS-SUSCRIP-OK = "S" THEN
              PERFORM LEER-REAJUSTE-VIGENTE
              PERFORM CARGAR-PROMOCIONES THRU
                      CARGAR-PROMOCIONES-SALIR
              OPEN INPUT datos-uf
              IF FS-UF = "00" THEN
                 MOVE WS-FECHA-SYS TO uf-fecha
              END-IF
           END-IF

           IF WS-SIMULANDO THEN
              PERFORM SIMULAR-PERIODO
              GO TO MAIN-CERRAR
           END-IF
           PERFORM RECORRER-CLIENTES.
       MAIN-CERRAR.
           CLOSE datos-usuarios
           IF WS-FACTURAS-OK = "S" THEN
              CLOSE datos-facturas
           END-IF
           IF WS-SIMULANDO THEN
              PERFORM CERRAR-SIMULACION
              GO TO MAIN-RESUMEN
           END-IF
           IF WS-SUSCRIP-OK = "S" THEN
              CLOSE datos-servicios datos-suscripciones
                    datos-factdet datos-diferidos
              IF WS-CARGOS-OK = "S" THEN
                 CLOSE datos-cargos-pend
              END-IF
              IF WS-PAGADORES-OK = "S" THEN
                 CLOSE datos-pagadores datos-factbenef
              END-IF
              IF WS-REAJUSTE-VIGILA = "S" AND FS-AVISOS = "00" THEN
                 CLOSE datos-avisos
              END-IF
           END-IF
           IF WS-DETENER-UF = "S" THEN
              DISPLAY "*** CORRIDA DETENIDA: FALTA EL VALOR UF DEL "
                      WS-FECHA-SYS " EN uf_valores.dat."
              DISPLAY "*** CARGUELO (CargarValoresUF) Y REEJECUTE; "
                      "LO YA FACTURADO NO SE DUPLICA."
           END-IF

           .
       MAIN-RESUMEN.
           DISPLAY "-------------------------------------------"
           IF WS-SIMULANDO THEN
              DISPLAY "SIMULACION DE FACTURAS - PERIODO " WS-PERIODO
              DISPLAY "*** NO SE GRABO NADA; PRUEBA EN " WS-RUTA-SPOOL
           ELSE
              DISPLAY "GENERACION DE FACTURAS - PERIODO " WS-PERIODO
           END-IF
           DISPLAY "CLIENTES LEIDOS....: " WS-CONT-LEIDOS
           DISPLAY "FACTURAS GENERADAS.: " WS-CONT-FACTURADOS
           DISPLAY "OMITIDOS...........: " WS-CONT-OMITIDOS
           DISPLAY "A TARIFA PLANA.....: " WS-CONT-TARIFA-PLANA
           DISPLAY "LINEAS PRORRATEADAS: " WS-CONT-PRORRATEADAS
           DISPLAY "FUERA DE CICLO.....: " WS-CONT-FUERA-CICLO
           DISPLAY "CON SERVICIO CORTADO: " WS-CONT-CORTADOS
           DISPLAY "LINEAS DIFERIDAS...: " WS-CONT-DIFERIDOS
           DISPLAY "CARGOS EXTRAORD....: " WS-CONT-CARGOS-EXTRA
           DISPLAY "CONSOLIDADAS.......: " WS-CONT-CONSOLIDADAS
                   " CON " WS-CONT-BLOQUES " BLOQUES"
           DISPLAY "AL PAGADOR.........: " WS-CONT-AL-PAGADOR
           MOVE WS-TOT-IVA TO WS-TOT-EDIT
           DISPLAY "IVA DEBITO (" WS-TASA-IVA "%)...: $" WS-TOT-EDIT
           MOVE WS-TOT-DESCUENTOS TO WS-TOT-EDIT
           DISPLAY "CON PROMOCION......: " WS-CONT-PROMOS
                   " POR $" WS-TOT-EDIT
           MOVE WS-TOT-FAVOR TO WS-TOT-EDIT
           DISPLAY "CON SALDO A FAVOR..: " WS-CONT-CON-FAVOR
                   " POR $" WS-TOT-EDIT
           DISPLAY "-------------------------------------------"

           GOBACK.

      *----------------------------------------------------------*
      * RECORRER-CLIENTES : un cliente activo por vez; en la      *
      * simulacion es la entrada del SORT de variaciones.         *
      *----------------------------------------------------------*
       RECORRER-CLIENTES.
           MOVE "N"        TO fin-de-archivo
           MOVE 0          TO usuario-rut
           START datos-usuarios KEY IS NOT < usuario-rut
               INVALID KEY
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF usuario-activo THEN
                          PERFORM VERIFICAR-PAGADOR
                          IF WS-TIENE-PAGADOR = "S" THEN
                             ADD 1 TO WS-CONT-AL-PAGADOR
                          ELSE
                             PERFORM FACTURAR-UN-CLIENTE THRU
                                     FACTURAR-UN-CLIENTE-SALIR
                          END-IF
                       ELSE
                          ADD 1 TO WS-CONT-OMITIDOS
                          IF WS-SIMULANDO THEN
                             MOVE SPACES TO WS-SIM-MOTIVO
                             STRING "CLIENTE NO ACTIVO (ESTADO "
                                                   DELIMITED BY SIZE
                                    usuario-estado DELIMITED BY SIZE
                                    ")"            DELIMITED BY SIZE
                                       INTO WS-SIM-MOTIVO
                             END-STRING
                             PERFORM ANOTAR-OMITIDO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------*
      * ABRIR-SIMULACION : todo solo lectura. Sin facturas.dat no *
      * hay mes anterior ni facturas ya emitidas que comparar.    *
      *----------------------------------------------------------*
       ABRIR-SIMULACION.
           OPEN INPUT datos-facturas
           IF FS-FACTURAS = "00" THEN
              MOVE "S" TO WS-FACTURAS-OK
           END-IF
           OPEN INPUT datos-servicios
           IF FS-SERVICIOS = "00" THEN
              OPEN INPUT datos-suscripciones
              IF FS-SUSCRIP = "00" THEN
                 MOVE "S" TO WS-SUSCRIP-OK
                 OPEN INPUT datos-factdet
                 IF FS-FACTDET = "00" THEN
                    MOVE "S" TO WS-FACTDET-OK
                 END-IF
                 OPEN INPUT datos-cargos-pend
                 IF FS-CARGOS-PEND = "00" THEN
                    MOVE "S" TO WS-CARGOS-OK
                 END-IF
                 OPEN INPUT datos-pagadores
                 IF FS-PAGADORES = "00" THEN
                    MOVE "S" TO WS-PAGADORES-OK
                 END-IF
              ELSE
                 CLOSE datos-servicios
              END-IF
           END-IF

           MOVE "SIMFACTURACION" TO lk-sp-reporte
           MOVE "BATCH"          TO lk-sp-operador
           CALL "GenerarNombreSpool" USING PAR-ENTRADA-SPOOL
                                           PAR-SALIDA-SPOOL
           MOVE lk-sp-ruta TO WS-RUTA-SPOOL
           MOVE "A"           TO lk-rw-operacion
           MOVE WS-RUTA-SPOOL TO lk-rw-ruta
           MOVE SPACES        TO lk-rw-titulo
           STRING "SIMULACION FACTURACION PERIODO " DELIMITED BY SIZE
                  WS-PERIODO                        DELIMITED BY SIZE
                  " (SIN GRABAR)"                   DELIMITED BY SIZE
                     INTO lk-rw-titulo
           END-STRING
           MOVE "RUT          PERIODO  MONTO ANTERIOR  MONTO SIMULADO   
      -    "    VARIACION"
                                TO lk-rw-encab
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       CERRAR-SIMULACION.
           IF WS-SUSCRIP-OK = "S" THEN
              CLOSE datos-servicios datos-suscripciones
              IF WS-FACTDET-OK = "S" THEN
                 CLOSE datos-factdet
              END-IF
              IF WS-CARGOS-OK = "S" THEN
                 CLOSE datos-cargos-pend
              END-IF
              IF WS-PAGADORES-OK = "S" THEN
                 CLOSE datos-pagadores
              END-IF
              IF WS-REAJUSTE-VIGILA = "S" AND FS-AVISOS = "00" THEN
                 CLOSE datos-avisos
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * SIMULAR-PERIODO : lo del mes anterior primero (facturas y *
      * lineas), despues los clientes ordenados por la mayor      *
      * variacion contra su factura anterior, y al final los      *
      * totales por servicio y generales para comparar.           *
      *----------------------------------------------------------*
       SIMULAR-PERIODO.
           IF WS-SYS-MES = 1 THEN
              COMPUTE WS-PERIODO-ANTERIOR = (WS-SYS-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 1
           END-IF
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM SUMAR-MES-ANTERIOR
           END-IF
           IF WS-FACTDET-OK = "S" THEN
              PERFORM SUMAR-LINEAS-MES-ANTERIOR
           END-IF

           SORT sort-simulacion
               ON DESCENDING KEY SIM-VARIACION-ABS
               INPUT PROCEDURE IS RECORRER-CLIENTES
               OUTPUT PROCEDURE IS LISTAR-VARIACIONES

           PERFORM LISTAR-TOTALES-SERVICIO
           PERFORM LISTAR-TOTALES-SIMULACION
           MOVE "C" TO lk-rw-operacion
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    EL TOTAL DE UNA FACTURA ES SU DESGLOSE DE EMISION: LAS
      *    NOTAS DE CREDITO REBAJAN factura-monto DESPUES.
       SUMAR-MES-ANTERIOR.
           MOVE "N" TO fin-facturas
           MOVE 0 TO factura-rut factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-periodo = WS-PERIODO-ANTERIOR THEN
                          ADD 1 TO WS-ANT-CONT-FACTURAS
                          PERFORM CALCULAR-MONTO-EMITIDO
                          ADD WS-SIM-MONTO-ANT TO WS-ANT-TOT-FACTURADO
                          ADD factura-iva      TO WS-ANT-TOT-IVA
                       END-IF
               END-READ
           END-PERFORM
           .

       CALCULAR-MONTO-EMITIDO.
           COMPUTE WS-SIM-MONTO-ANT = factura-neto + factura-exento +
                                      factura-iva
           IF WS-SIM-MONTO-ANT = 0 THEN
              MOVE factura-monto TO WS-SIM-MONTO-ANT
           END-IF
           .

       SUMAR-LINEAS-MES-ANTERIOR.
           MOVE "N" TO fin-detalle
           MOVE 0      TO fdet-rut fdet-periodo
           MOVE SPACES TO fdet-servicio
           START datos-factdet KEY IS NOT < fdet-llave
               INVALID KEY
                   MOVE "S" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "S"
               READ datos-factdet NEXT RECORD
                   AT END
                       MOVE "S" TO fin-detalle
                   NOT AT END
                       IF fdet-periodo = WS-PERIODO-ANTERIOR THEN
                          MOVE fdet-servicio TO WS-SSV-BUSCA-COD
                          MOVE "C"           TO WS-SSV-BUSCA-TIPO
                          IF fdet-linea-descuento THEN
                             MOVE "D" TO WS-SSV-BUSCA-TIPO
                          END-IF
                          PERFORM UBICAR-SERVICIO-SIM
                          IF WS-SSV-HALLADO > 0 THEN
                             ADD 1 TO WS-SSV-FACT-ANT(WS-SSV-HALLADO)
                             ADD fdet-monto TO
                                 WS-SSV-MONTO-ANT(WS-SSV-HALLADO)
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       UBICAR-SERVICIO-SIM.
           MOVE 0 TO WS-SSV-HALLADO
           PERFORM VARYING WS-SSV-IDX FROM 1 BY 1
                   UNTIL WS-SSV-IDX > WS-SSV-CANT
              IF WS-SSV-CODIGO(WS-SSV-IDX) = WS-SSV-BUSCA-COD AND
                 WS-SSV-TIPO(WS-SSV-IDX)   = WS-SSV-BUSCA-TIPO THEN
                 MOVE WS-SSV-IDX TO WS-SSV-HALLADO
              END-IF
           END-PERFORM
           IF WS-SSV-HALLADO = 0 THEN
              IF WS-SSV-CANT < 100 THEN
                 ADD 1 TO WS-SSV-CANT
                 MOVE WS-SSV-CANT       TO WS-SSV-HALLADO
                 MOVE WS-SSV-BUSCA-COD  TO WS-SSV-CODIGO(WS-SSV-CANT)
                 MOVE WS-SSV-BUSCA-TIPO TO WS-SSV-TIPO(WS-SSV-CANT)
                 MOVE 0 TO WS-SSV-FACTURAS(WS-SSV-CANT)
                           WS-SSV-MONTO(WS-SSV-CANT)
                           WS-SSV-FACT-ANT(WS-SSV-CANT)
                           WS-SSV-MONTO-ANT(WS-SSV-CANT)
              ELSE
                 DISPLAY "SERVICIO " WS-SSV-BUSCA-COD
                         " FUERA DEL CUADRO: MAS DE 100 CODIGOS"
              END-IF
           END-IF
           .

      *----------------------------------------------------------*
      * SIMULAR-FACTURA : en vez del WRITE. La factura que ya     *
      * existe para el periodo se omitiria igual que en la        *
      * corrida real; si no, se acumula y la variacion contra la  *
      * ultima factura anterior del cliente va al SORT.           *
      *----------------------------------------------------------*
       SIMULAR-FACTURA.
           MOVE "N" TO WS-SIM-YA-FACTURADA
           MOVE 0   TO WS-SIM-PERIODO-ANT WS-SIM-MONTO-ANT
           IF WS-FACTURAS-OK = "S" THEN
              PERFORM BUSCAR-FACTURA-ANTERIOR
           END-IF
           IF WS-SIM-YA-FACTURADA = "S" THEN
              ADD 1 TO WS-CONT-OMITIDOS WS-SIM-CONT-YA-FACT
              MOVE "YA FACTURADO EN EL PERIODO" TO WS-SIM-MOTIVO
              PERFORM ANOTAR-OMITIDO
              GO TO SIMULAR-FACTURA-SALIR
           END-IF

           ADD 1                TO WS-CONT-FACTURADOS
           ADD WS-MONTO-FACTURA TO WS-SIM-TOT-FACTURADO
           ADD WS-FACT-IVA      TO WS-TOT-IVA
      *       LA CONSOLIDADA SUMA SUS LINEAS BLOQUE A BLOQUE
      *       (GRABAR-CONSOLIDADA).
           IF WS-CNS-HAY NOT = "S" THEN
              PERFORM SUMAR-LINEAS-SIM
           END-IF

           MOVE usuario-rut        TO SIM-RUT
           MOVE usuario-dv         TO SIM-DV
           MOVE WS-SIM-PERIODO-ANT TO SIM-PERIODO-ANT
           MOVE WS-SIM-MONTO-ANT   TO SIM-MONTO-ANT
           MOVE WS-MONTO-FACTURA   TO SIM-MONTO-NUEVO
           IF WS-SIM-PERIODO-ANT = 0 THEN
              ADD 1 TO WS-SIM-CONT-NUEVOS
           END-IF
           IF WS-MONTO-FACTURA >= WS-SIM-MONTO-ANT THEN
              COMPUTE SIM-VARIACION-ABS =
                      WS-MONTO-FACTURA - WS-SIM-MONTO-ANT
           ELSE
              COMPUTE SIM-VARIACION-ABS =
                      WS-SIM-MONTO-ANT - WS-MONTO-FACTURA
           END-IF
           RELEASE SIM-REGISTRO.
       SIMULAR-FACTURA-SALIR.
           EXIT.

      *    TOTALES POR SERVICIO DE LAS LINEAS ARMADAS.
       SUMAR-LINEAS-SIM.
           ADD WS-CAR-CANT      TO WS-CONT-CARGOS-EXTRA
           PERFORM CONTAR-PROMOCION-APLICADA
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CANT-USADAS
              MOVE WS-LIN-SERVICIO(WS-LIN-IDX) TO WS-SSV-BUSCA-COD
              MOVE "C"                         TO WS-SSV-BUSCA-TIPO
              IF WS-LIN-TIPO(WS-LIN-IDX) = "D" THEN
                 MOVE "D" TO WS-SSV-BUSCA-TIPO
              END-IF
              PERFORM UBICAR-SERVICIO-SIM
              IF WS-SSV-HALLADO > 0 THEN
                 ADD 1 TO WS-SSV-FACTURAS(WS-SSV-HALLADO)
                 ADD WS-LIN-MONTO(WS-LIN-IDX) TO
                     WS-SSV-MONTO(WS-SSV-HALLADO)
              END-IF
           END-PERFORM
           .

       BUSCAR-FACTURA-ANTERIOR.
           MOVE "N"         TO fin-facturas
           MOVE usuario-rut TO factura-rut
           MOVE 0           TO factura-periodo
           START datos-facturas KEY IS NOT < factura-llave
               INVALID KEY
                   MOVE "S" TO fin-facturas
           END-START
           PERFORM UNTIL fin-facturas = "S"
               READ datos-facturas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-facturas
                   NOT AT END
                       IF factura-rut NOT = usuario-rut OR
                          factura-periodo > WS-PERIODO THEN
                          MOVE "S" TO fin-facturas
                       ELSE
                          IF factura-periodo = WS-PERIODO THEN
                             MOVE "S" TO WS-SIM-YA-FACTURADA
                             MOVE "S" TO fin-facturas
                          ELSE
                             MOVE factura-periodo
                               TO WS-SIM-PERIODO-ANT
                             PERFORM CALCULAR-MONTO-EMITIDO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       ANOTAR-OMITIDO.
           IF WS-SIM-HAY-OMITIDOS = "N" THEN
              MOVE "S"    TO WS-SIM-HAY-OMITIDOS
              MOVE "D"    TO lk-rw-operacion
              MOVE "*** CLIENTES QUE SE OMITIRIAN" TO lk-rw-linea
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-IF
           PERFORM ARMAR-RUT-DV
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           STRING WS-RUT-DV     DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WS-SIM-MOTIVO DELIMITED BY "  "
                          INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       ARMAR-RUT-DV.
           MOVE usuario-rut TO WS-RUT-EDIT
           MOVE SPACES      TO WS-RUT-DV
           STRING WS-RUT-EDIT DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  usuario-dv  DELIMITED BY SIZE
                     INTO WS-RUT-DV
           END-STRING
           .

       LISTAR-VARIACIONES.
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "*** VARIACION CONTRA FACTURA ANTERIOR, MAYOR PRIMERO"
                                               TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "N" TO fin-simulacion
           PERFORM UNTIL fin-simulacion = "S"
               RETURN sort-simulacion
                   AT END
                       MOVE "S" TO fin-simulacion
                   NOT AT END
                       PERFORM LISTAR-UNA-VARIACION
               END-RETURN
           END-PERFORM
           .

       LISTAR-UNA-VARIACION.
           MOVE SIM-RUT TO WS-RUT-EDIT
           MOVE SPACES  TO WS-RUT-DV
           STRING WS-RUT-EDIT DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  SIM-DV      DELIMITED BY SIZE
                     INTO WS-RUT-DV
           END-STRING
           COMPUTE WS-SIM-VARIACION = SIM-MONTO-NUEVO - SIM-MONTO-ANT
           MOVE SIM-MONTO-ANT    TO WS-MONTO-ANT-EDIT
           MOVE SIM-MONTO-NUEVO  TO WS-MONTO-EDIT
           MOVE WS-SIM-VARIACION TO WS-VAR-EDIT
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           IF SIM-PERIODO-ANT = 0 THEN
              STRING WS-RUT-DV         DELIMITED BY SIZE
                     " NUEVO "         DELIMITED BY SIZE
                     "               " DELIMITED BY SIZE
                     WS-MONTO-EDIT     DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-VAR-EDIT       DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           ELSE
              STRING WS-RUT-DV         DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     SIM-PERIODO-ANT   DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-MONTO-ANT-EDIT DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-MONTO-EDIT     DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-VAR-EDIT       DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
           END-IF
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

       LISTAR-TOTALES-SERVICIO.
           MOVE "D"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "*** POR SERVICIO (D = DESCUENTO DE PROMOCION)"
                                               TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE "SERVICIO T    FACT.   MONTO SIMULADOFACT.ANT  MONTO MES
      -    " ANT.    VARIACION"
                                               TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           PERFORM VARYING WS-SSV-IDX FROM 1 BY 1
                   UNTIL WS-SSV-IDX > WS-SSV-CANT
              MOVE WS-SSV-FACTURAS(WS-SSV-IDX)  TO WS-CONT-EDIT
              MOVE WS-SSV-MONTO(WS-SSV-IDX)     TO WS-MONTO-EDIT
              MOVE WS-SSV-MONTO-ANT(WS-SSV-IDX) TO WS-MONTO-ANT-EDIT
              COMPUTE WS-SIM-VARIACION = WS-SSV-MONTO(WS-SSV-IDX) -
                                         WS-SSV-MONTO-ANT(WS-SSV-IDX)
              MOVE WS-SIM-VARIACION TO WS-VAR-EDIT
              MOVE SPACES TO lk-rw-linea
              STRING WS-SSV-CODIGO(WS-SSV-IDX) DELIMITED BY SIZE
                     "   "                     DELIMITED BY SIZE
                     WS-SSV-TIPO(WS-SSV-IDX)   DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-CONT-EDIT              DELIMITED BY SIZE
                     "  "                      DELIMITED BY SIZE
                     WS-MONTO-EDIT             DELIMITED BY SIZE
                     "    "                    DELIMITED BY SIZE
                     WS-SSV-FACT-ANT(WS-SSV-IDX) DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-MONTO-ANT-EDIT         DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-VAR-EDIT               DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-PERFORM
           .

       LISTAR-TOTALES-SIMULACION.
           MOVE "T"    TO lk-rw-operacion
           MOVE SPACES TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-SIM-TOT-FACTURADO TO WS-TOT-EDIT
           STRING "SIMULADO " WS-PERIODO ": "  DELIMITED BY SIZE
                  WS-CONT-FACTURADOS           DELIMITED BY SIZE
                  " FACTURAS POR $"            DELIMITED BY SIZE
                  WS-TOT-EDIT                  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE WS-ANT-TOT-FACTURADO TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "EMITIDO  " WS-PERIODO-ANTERIOR ": "
                                               DELIMITED BY SIZE
                  WS-ANT-CONT-FACTURAS         DELIMITED BY SIZE
                  " FACTURAS POR $"            DELIMITED BY SIZE
                  WS-TOT-EDIT                  DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           COMPUTE WS-SIM-VAR-TOTAL = WS-SIM-TOT-FACTURADO -
                                      WS-ANT-TOT-FACTURADO
           MOVE WS-SIM-VAR-TOTAL TO WS-VAR-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "VARIACION DEL MONTO.....: $" DELIMITED BY SIZE
                  WS-VAR-TOT-EDIT               DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           COMPUTE WS-SIM-VAR-TOTAL = WS-TOT-IVA - WS-ANT-TOT-IVA
           MOVE WS-SIM-VAR-TOTAL TO WS-VAR-TOT-EDIT
           MOVE WS-TOT-IVA TO WS-TOT-EDIT
           MOVE SPACES TO lk-rw-linea
           STRING "IVA SIMULADO............: $" DELIMITED BY SIZE
                  WS-TOT-EDIT                   DELIMITED BY SIZE
                  "  VARIACION $"               DELIMITED BY SIZE
                  WS-VAR-TOT-EDIT               DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "CLIENTES SIN FACTURA ANTERIOR: " DELIMITED BY SIZE
                  WS-SIM-CONT-NUEVOS               DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "CONSOLIDADAS: "        DELIMITED BY SIZE
                  WS-CONT-CONSOLIDADAS    DELIMITED BY SIZE
                  " CON "                 DELIMITED BY SIZE
                  WS-CONT-BLOQUES         DELIMITED BY SIZE
                  " BLOQUES DE BENEFICIARIOS" DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           MOVE SPACES TO lk-rw-linea
           STRING "OMITIDOS: "            DELIMITED BY SIZE
                  WS-CONT-OMITIDOS        DELIMITED BY SIZE
                  " (YA FACTURADOS "      DELIMITED BY SIZE
                  WS-SIM-CONT-YA-FACT     DELIMITED BY SIZE
                  ")  FUERA DE CICLO: "   DELIMITED BY SIZE
                  WS-CONT-FUERA-CICLO     DELIMITED BY SIZE
                  "  CORTADOS: "          DELIMITED BY SIZE
                  WS-CONT-CORTADOS        DELIMITED BY SIZE
                  "  SIN VALOR UF: "      DELIMITED BY SIZE
                  WS-SIM-CONT-SIN-UF      DELIMITED BY SIZE
                     INTO lk-rw-linea
           END-STRING
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           IF WS-SIM-CONT-SIN-UF > 0 THEN
              MOVE SPACES TO lk-rw-linea
              STRING "*** LA CORRIDA REAL SE DETENDRIA: FALTA EL VALOR"
                                               DELIMITED BY SIZE
                     " UF DEL "                DELIMITED BY SIZE
                     WS-FECHA-SYS              DELIMITED BY SIZE
                        INTO lk-rw-linea
              END-STRING
              CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           END-IF
           MOVE "SALDOS A FAVOR NO SE SIMULAN; SE APLICAN AL FACTURAR"
                                               TO lk-rw-linea
           CALL "EscribirReporte" USING PAR-ENTRADA-REPWRITER
           .

      *    PROMOCIONES ACTIVAS Y VIGENTES A LA FECHA DE EMISION; SIN
      *    promociones.dat NO HAY DESCUENTOS.
       CARGAR-PROMOCIONES.
           MOVE 0 TO WS-PRM-CANT
           OPEN INPUT datos-promociones
           IF FS-PROMOCIONES NOT = "00" THEN
              GO TO CARGAR-PROMOCIONES-SALIR
           END-IF
           MOVE "N"    TO fin-promociones
           MOVE SPACES TO promo-codigo
           START datos-promociones KEY IS NOT < promo-codigo
               INVALID KEY
                   MOVE "S" TO fin-promociones
           END-START
           PERFORM UNTIL fin-promociones = "S"
               READ datos-promociones NEXT RECORD
                   AT END
                       MOVE "S" TO fin-promociones
                   NOT AT END
                       IF promo-activa AND
                          promo-fec-desde <= WS-FECHA-SYS AND
                          (promo-fec-hasta = 0 OR
                           promo-fec-hasta >= WS-FECHA-SYS) THEN
                          IF WS-PRM-CANT < 50 THEN
                             PERFORM CARGAR-UNA-PROMOCION
                          ELSE
                             DISPLAY "PROMOCION " promo-codigo
                                     " NO CARGADA: MAS DE 50 VIGENTES"
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE datos-promociones.
       CARGAR-PROMOCIONES-SALIR.
           EXIT.

       CARGAR-UNA-PROMOCION.
           ADD 1 TO WS-PRM-CANT
           MOVE promo-codigo       TO WS-PRM-CODIGO(WS-PRM-CANT)
           MOVE promo-descripcion  TO WS-PRM-DESC(WS-PRM-CANT)
           MOVE promo-tipo         TO WS-PRM-TIPO(WS-PRM-CANT)
           MOVE promo-valor        TO WS-PRM-VALOR(WS-PRM-CANT)
           MOVE promo-servicio     TO WS-PRM-SERVICIO(WS-PRM-CANT)
           MOVE promo-segmento     TO WS-PRM-SEGMENTO(WS-PRM-CANT)
           MOVE promo-empresa      TO WS-PRM-EMPRESA(WS-PRM-CANT)
           MOVE promo-rut          TO WS-PRM-RUT(WS-PRM-CANT)
           MOVE promo-max-periodos TO WS-PRM-MAX(WS-PRM-CANT)
           MOVE 0                  TO WS-PRM-USOS(WS-PRM-CANT)
           .

      *    MISMO CRITERIO QUE LeerParametros: SI EL ARCHIVO DE
      *    PARAMETROS NO EXISTE O VIENE VACIO SE FACTURA CON LOS
           END-IF
           .

       LEER-TASA-IVA.
           MOVE "N" TO fin-iva
           OPEN INPUT param-iva
           IF FS-IVA NOT = "00" THEN
              MOVE "S" TO fin-iva
           END-IF
           PERFORM UNTIL fin-iva = "S"
               READ param-iva INTO iva-linea
                   AT END
                       MOVE "S" TO fin-iva
                   NOT AT END
                       IF iva-linea(1:6) IS NUMERIC THEN
                          MOVE 0 TO WS-IVA-DESDE WS-IVA-TASA-LEIDA
                          UNSTRING iva-linea DELIMITED BY ";"
                              INTO WS-IVA-DESDE, WS-IVA-TASA-LEIDA
                          END-UNSTRING
                          IF WS-IVA-DESDE <= WS-PERIODO AND
                             WS-IVA-DESDE >= WS-IVA-DESDE-VIGENTE THEN
                             MOVE WS-IVA-DESDE TO WS-IVA-DESDE-VIGENTE
                             MOVE WS-IVA-TASA-LEIDA TO WS-TASA-IVA
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FS-IVA = "00" OR FS-IVA = "10" THEN
              CLOSE param-iva
           END-IF
           .

      *    PRIMER Y ULTIMO DIA DEL PERIODO (FEBRERO BISIESTO CON LA
      *    MISMA REGLA DE SumarDiasFecha).
       CALCULAR-LIMITES-PERIODO.
           DIVIDE WS-SYS-ANO BY 4   GIVING WS-BIS-COCIENTE
                                    REMAINDER WS-BIS-RESTO-4
           DIVIDE WS-SYS-ANO BY 100 GIVING WS-BIS-COCIENTE
                                    REMAINDER WS-BIS-RESTO-100
           DIVIDE WS-SYS-ANO BY 400 GIVING WS-BIS-COCIENTE
                                    REMAINDER WS-BIS-RESTO-400
           IF (WS-BIS-RESTO-4 = 0 AND WS-BIS-RESTO-100 NOT = 0) OR
              WS-BIS-RESTO-400 = 0 THEN
              MOVE 29 TO WS-DIAS-MES(2)
           END-IF
           MOVE WS-DIAS-MES(WS-SYS-MES) TO WS-DIAS-PERIODO
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO * 100 + 1
           COMPUTE WS-FIN-PERIODO    = WS-PERIODO * 100 +
                                       WS-DIAS-PERIODO
           .

      *----------------------------------------------------------*
      * FACTURAR-UN-CLIENTE : emite la factura del periodo para   *
      * el cliente leido. La llave rut+periodo hace que una       *
      * cliente se cuente como omitido en vez de refacturarse.    *
      *----------------------------------------------------------*
       FACTURAR-UN-CLIENTE.
           MOVE "N" TO WS-CNS-HAY WS-SIN-TARIFA-PLANA
           IF WS-PAGADORES-OK = "S" THEN
              PERFORM EVALUAR-CONSOLIDADA THRU
                      EVALUAR-CONSOLIDADA-SALIR
           END-IF
           IF WS-CNS-HAY = "S" THEN
              PERFORM FACTURAR-CONSOLIDADA THRU
                      FACTURAR-CONSOLIDADA-SALIR
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           PERFORM ARMAR-DETALLE-CLIENTE
           IF WS-DETENER-UF = "S" AND WS-SIMULANDO THEN
              MOVE "FALTA EL VALOR UF DEL DIA DE EMISION"
                                           TO WS-SIM-MOTIVO
              PERFORM ANOTAR-OMITIDO
              ADD 1   TO WS-SIM-CONT-SIN-UF
              MOVE "N" TO WS-DETENER-UF
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           IF WS-DETENER-UF = "S" THEN
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           IF WS-LIN-CANT-USADAS = 0 AND WS-CON-CORTE = "S" THEN
              ADD 1 TO WS-CONT-CORTADOS
              IF WS-SIMULANDO THEN
                 MOVE "SERVICIO SUSPENDIDO POR COBRANZA"
                                           TO WS-SIM-MOTIVO
                 PERFORM ANOTAR-OMITIDO
              END-IF
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           IF WS-LIN-CANT-USADAS = 0 THEN
              ADD 1 TO WS-CONT-FUERA-CICLO
              IF WS-SIMULANDO THEN
                 MOVE "SUSCRIPCIONES FUERA DE CICLO ESTE PERIODO"
                                           TO WS-SIM-MOTIVO
                 PERFORM ANOTAR-OMITIDO
              END-IF
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           IF WS-SIMULANDO THEN
              PERFORM SIMULAR-FACTURA THRU SIMULAR-FACTURA-SALIR
              GO TO FACTURAR-UN-CLIENTE-SALIR
           END-IF
           MOVE usuario-rut     TO factura-rut
           MOVE WS-PERIODO      TO factura-periodo
           MOVE WS-FECHA-SYS    TO factura-fec-emision
           PERFORM CALCULAR-VENCIMIENTO
           MOVE WS-MONTO-FACTURA TO factura-monto
           MOVE WS-FACT-NETO    TO factura-neto
           MOVE WS-BRUTO-EXENTO TO factura-exento
           MOVE WS-FACT-IVA     TO factura-iva
           MOVE WS-TASA-IVA     TO factura-tasa-iva
           MOVE ZEROES          TO factura-pagado
           MOVE "P"             TO factura-estado
      *       PROMOCION DEL 100%: NADA QUE COBRAR NI CARGAR EN CUENTA.
           IF WS-MONTO-FACTURA = 0 THEN
              MOVE "C"          TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS    TO factura-fecmod
           MOVE "BATCH"         TO factura-usuario-mod
           MOVE ZEROES          TO factura-folio-dte
           MOVE SPACE           TO factura-estado-dte
           MOVE SPACES          TO factura-dte-motivo
           MOVE 0               TO factura-cant-benef
           MOVE SPACE           TO factura-puntos-eval

           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           WRITE factura-registro
               INVALID KEY
                   ADD 1 TO WS-CONT-OMITIDOS
                   ADD 1 TO WS-CONT-FACTURADOS
                   PERFORM GRABAR-DETALLE-CLIENTE THRU
                           GRABAR-DETALLE-SALIR
                   PERFORM AVANZAR-SUSCRIPCIONES THRU
                           AVANZAR-SUSCRIPCIONES-SALIR
                   PERFORM MARCAR-CARGOS-FACTURADOS
                   PERFORM CONTAR-PROMOCION-APLICADA
                   ADD WS-FACT-IVA TO WS-TOT-IVA
                   IF WS-MONTO-FACTURA > 0 THEN
                      PERFORM CARGAR-EN-CUENTA
                      PERFORM APLICAR-SALDO-A-FAVOR THRU
                              APLICAR-SALDO-A-FAVOR-SALIR
                   END-IF
           END-WRITE.
       FACTURAR-UN-CLIENTE-SALIR.
           EXIT.

      *    EL BENEFICIARIO SE FACTURA DENTRO DE LA CONSOLIDADA SOLO
      *    SI SU PAGADOR ESTA ACTIVO; SI NO, SIGUE A SU NOMBRE. LEER
      *    AL PAGADOR MUEVE LA POSICION EN clientes.dat: SE RELEE AL
      *    CLIENTE PARA QUE EL READ NEXT SIGA DESDE EL.
       VERIFICAR-PAGADOR.
           MOVE "N" TO WS-TIENE-PAGADOR
           IF WS-PAGADORES-OK = "S" THEN
              MOVE usuario-rut TO pag-rut-beneficiario
              READ datos-pagadores
                  NOT INVALID KEY
                      MOVE usuario-rut     TO WS-CLI-RUT
                      MOVE pag-rut-pagador TO usuario-rut
                      READ datos-usuarios
                          NOT INVALID KEY
                              IF usuario-activo THEN
                                 MOVE "S" TO WS-TIENE-PAGADOR
                              END-IF
                      END-READ
                      MOVE WS-CLI-RUT TO usuario-rut
                      READ datos-usuarios END-READ
              END-READ
           END-IF
           .

      *----------------------------------------------------------*
      * EVALUAR-CONSOLIDADA : si el cliente leido paga por otros, *
      * arma sin grabar el bloque de cada beneficiario activo sin *
      * factura propia del periodo, y despues sus lineas propias, *
      * acumulando el total. Sin bloques con lineas la factura es *
      * la normal. Los contadores que mueve la armada se reponen: *
      * la grabacion vuelve a armar cada bloque.                  *
      *----------------------------------------------------------*
       EVALUAR-CONSOLIDADA.
           MOVE 0           TO WS-BEN-CANT WS-CNS-CANT-BENEF
                               WS-CNS-MONTO WS-CNS-AFECTO
                               WS-CNS-EXENTO
           MOVE usuario-rut TO WS-PAG-RUT
           MOVE "N"         TO fin-pagadores
           MOVE usuario-rut TO pag-rut-pagador
           START datos-pagadores KEY IS = pag-rut-pagador
               INVALID KEY
                   GO TO EVALUAR-CONSOLIDADA-SALIR
           END-START
           PERFORM UNTIL fin-pagadores = "S"
               READ datos-pagadores NEXT RECORD
                   AT END
                       MOVE "S" TO fin-pagadores
                   NOT AT END
                       IF pag-rut-pagador NOT = WS-PAG-RUT THEN
                          MOVE "S" TO fin-pagadores
                       ELSE
                          IF WS-BEN-CANT < 200 THEN
                             ADD 1 TO WS-BEN-CANT
                             MOVE pag-rut-beneficiario
                               TO WS-BEN-RUT(WS-BEN-CANT)
                             MOVE pag-tipo-rel
                               TO WS-BEN-TIPO-REL(WS-BEN-CANT)
                          ELSE
                             DISPLAY "PAGADOR " WS-PAG-RUT
                                     " SOBRE 200 BENEFICIARIOS: "
                                     pag-rut-beneficiario
                                     " SIN FACTURAR"
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BEN-CANT = 0 THEN
              GO TO EVALUAR-CONSOLIDADA-SALIR
           END-IF

           MOVE WS-CONT-TARIFA-PLANA TO WS-SAV-TARIFA-PLANA
           MOVE WS-CONT-PRORRATEADAS TO WS-SAV-PRORRATEADAS
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-CANT
                      OR WS-DETENER-UF = "S"
              PERFORM EVALUAR-BENEFICIARIO THRU
                      EVALUAR-BENEFICIARIO-SALIR
           END-PERFORM
           MOVE WS-PAG-RUT TO usuario-rut
           READ datos-usuarios END-READ
           IF WS-DETENER-UF = "N" THEN
              IF WS-CNS-CANT-BENEF > 0 THEN
                 MOVE "S" TO WS-SIN-TARIFA-PLANA
              END-IF
              PERFORM ARMAR-DETALLE-CLIENTE
              PERFORM ACUMULAR-CONSOLIDADA
           END-IF
           MOVE WS-SAV-TARIFA-PLANA TO WS-CONT-TARIFA-PLANA
           MOVE WS-SAV-PRORRATEADAS TO WS-CONT-PRORRATEADAS
           IF WS-CNS-CANT-BENEF > 0 OR WS-DETENER-UF = "S" THEN
              MOVE "S" TO WS-CNS-HAY
           END-IF.
       EVALUAR-CONSOLIDADA-SALIR.
           EXIT.

       EVALUAR-BENEFICIARIO.
           MOVE "N" TO WS-BEN-INCLUIDO(WS-BEN-IDX)
           MOVE WS-BEN-RUT(WS-BEN-IDX) TO usuario-rut
           READ datos-usuarios
               INVALID KEY
                   GO TO EVALUAR-BENEFICIARIO-SALIR
           END-READ
           IF NOT usuario-activo THEN
              GO TO EVALUAR-BENEFICIARIO-SALIR
           END-IF
      *       YA FACTURADO A SU NOMBRE ESTE PERIODO (EL PAGADOR SE
      *       ASIGNO DESPUES DE LA CORRIDA): NO SE COBRA DOS VECES.
           IF WS-FACTURAS-OK = "S" THEN
              MOVE usuario-rut TO factura-rut
              MOVE WS-PERIODO  TO factura-periodo
              READ datos-facturas
                  NOT INVALID KEY
                      GO TO EVALUAR-BENEFICIARIO-SALIR
              END-READ
           END-IF
           PERFORM ARMAR-DETALLE-CLIENTE
           IF WS-DETENER-UF = "S" OR WS-LIN-CANT-USADAS = 0 THEN
              GO TO EVALUAR-BENEFICIARIO-SALIR
           END-IF
           MOVE "S" TO WS-BEN-INCLUIDO(WS-BEN-IDX)
           ADD 1    TO WS-CNS-CANT-BENEF
           PERFORM ACUMULAR-CONSOLIDADA.
       EVALUAR-BENEFICIARIO-SALIR.
           EXIT.

       ACUMULAR-CONSOLIDADA.
           ADD WS-MONTO-FACTURA TO WS-CNS-MONTO
           ADD WS-BRUTO-AFECTO  TO WS-CNS-AFECTO
           ADD WS-BRUTO-EXENTO  TO WS-CNS-EXENTO
           .

      *----------------------------------------------------------*
      * FACTURAR-CONSOLIDADA : una sola factura a nombre del      *
      * pagador por el total evaluado, con factura-cant-benef     *
      * bloques. Escrita la cabecera se vuelve a armar cada       *
      * bloque para grabar sus lineas bajo el RUT del             *
      * beneficiario (avanzando sus suscripciones y cargos), y al *
      * final las lineas propias del pagador. El cargo en cuenta  *
      * y el saldo a favor son del pagador.                       *
      *----------------------------------------------------------*
       FACTURAR-CONSOLIDADA.
           IF WS-DETENER-UF = "S" AND WS-SIMULANDO THEN
              MOVE "FALTA EL VALOR UF DEL DIA DE EMISION"
                                           TO WS-SIM-MOTIVO
              PERFORM ANOTAR-OMITIDO
              ADD 1   TO WS-SIM-CONT-SIN-UF
              MOVE "N" TO WS-DETENER-UF
              GO TO FACTURAR-CONSOLIDADA-SALIR
           END-IF
           IF WS-DETENER-UF = "S" THEN
              GO TO FACTURAR-CONSOLIDADA-SALIR
           END-IF
           COMPUTE WS-CNS-NETO ROUNDED =
                   WS-CNS-AFECTO * 100 / (100 + WS-TASA-IVA)
           COMPUTE WS-CNS-IVA = WS-CNS-AFECTO - WS-CNS-NETO
           IF WS-SIMULANDO THEN
              MOVE WS-CNS-MONTO TO WS-MONTO-FACTURA
              MOVE WS-CNS-IVA   TO WS-FACT-IVA
              PERFORM SIMULAR-FACTURA THRU SIMULAR-FACTURA-SALIR
              IF WS-SIM-YA-FACTURADA = "N" THEN
                 ADD 1 TO WS-CONT-CONSOLIDADAS
                 PERFORM GRABAR-CONSOLIDADA
              END-IF
              GO TO FACTURAR-CONSOLIDADA-SALIR
           END-IF

           MOVE WS-PAG-RUT      TO factura-rut
           MOVE WS-PERIODO      TO factura-periodo
           MOVE WS-FECHA-SYS    TO factura-fec-emision
           PERFORM CALCULAR-VENCIMIENTO
           MOVE WS-CNS-MONTO    TO factura-monto
           MOVE WS-CNS-NETO     TO factura-neto
           MOVE WS-CNS-EXENTO   TO factura-exento
           MOVE WS-CNS-IVA      TO factura-iva
           MOVE WS-TASA-IVA     TO factura-tasa-iva
           MOVE ZEROES          TO factura-pagado
           MOVE "P"             TO factura-estado
           IF WS-CNS-MONTO = 0 THEN
              MOVE "C"          TO factura-estado
           END-IF
           MOVE WS-FECHA-SYS    TO factura-fecmod
           MOVE "BATCH"         TO factura-usuario-mod
           MOVE ZEROES          TO factura-folio-dte
           MOVE SPACE           TO factura-estado-dte
           MOVE SPACES          TO factura-dte-motivo
           MOVE WS-CNS-CANT-BENEF TO factura-cant-benef
           MOVE SPACE           TO factura-puntos-eval
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           WRITE factura-registro
               INVALID KEY
                   ADD 1 TO WS-CONT-OMITIDOS
                   GO TO FACTURAR-CONSOLIDADA-SALIR
           END-WRITE
           ADD 1 TO WS-CONT-FACTURADOS WS-CONT-CONSOLIDADAS
           PERFORM GRABAR-CONSOLIDADA
      *       LAS LINEAS SE GRABARON CON factura-rut DE CADA BLOQUE;
      *       EL RESTO DE LA CABECERA SIGUE EN EL REGISTRO.
           MOVE WS-PAG-RUT TO factura-rut
           ADD WS-CNS-IVA  TO WS-TOT-IVA
           IF WS-CNS-MONTO > 0 THEN
              MOVE WS-CNS-MONTO TO WS-MONTO-FACTURA
              PERFORM CARGAR-EN-CUENTA
              PERFORM APLICAR-SALDO-A-FAVOR THRU
                      APLICAR-SALDO-A-FAVOR-SALIR
           END-IF.
       FACTURAR-CONSOLIDADA-SALIR.
           EXIT.

      *    SEGUNDA ARMADA, IDENTICA A LA EVALUADA (NADA SE GRABO
      *    ENTRE MEDIO); DEJA AL PAGADOR COMO CLIENTE EN CURSO.
       GRABAR-CONSOLIDADA.
           MOVE "N" TO WS-SIN-TARIFA-PLANA
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-CANT
              IF WS-BEN-INCLUIDO(WS-BEN-IDX) = "S" THEN
                 PERFORM GRABAR-BLOQUE-BENEF
              END-IF
           END-PERFORM
           MOVE "S" TO WS-SIN-TARIFA-PLANA
           MOVE WS-PAG-RUT TO usuario-rut
           READ datos-usuarios END-READ
           PERFORM ARMAR-DETALLE-CLIENTE
           IF WS-LIN-CANT-USADAS > 0 THEN
              PERFORM GRABAR-LINEAS-ARMADAS
           END-IF
           .

       GRABAR-BLOQUE-BENEF.
           MOVE WS-BEN-RUT(WS-BEN-IDX) TO usuario-rut
           READ datos-usuarios END-READ
           PERFORM ARMAR-DETALLE-CLIENTE
           PERFORM GRABAR-LINEAS-ARMADAS
           ADD 1 TO WS-CONT-BLOQUES
           IF NOT WS-SIMULANDO THEN
              MOVE WS-PAG-RUT                  TO fben-rut-pagador
              MOVE WS-PERIODO                  TO fben-periodo
              MOVE usuario-rut                 TO fben-rut-benef
              MOVE WS-MONTO-FACTURA            TO fben-monto
              MOVE WS-LIN-CANT-USADAS          TO fben-cant-lineas
              MOVE WS-BEN-TIPO-REL(WS-BEN-IDX) TO fben-tipo-rel
              WRITE fben-registro
                  INVALID KEY
                      REWRITE fben-registro END-REWRITE
              END-WRITE
           END-IF
           .

       GRABAR-LINEAS-ARMADAS.
           IF WS-SIMULANDO THEN
              PERFORM SUMAR-LINEAS-SIM
           ELSE
              MOVE usuario-rut TO factura-rut
              PERFORM GRABAR-DETALLE-CLIENTE THRU
                      GRABAR-DETALLE-SALIR
              PERFORM AVANZAR-SUSCRIPCIONES THRU
                      AVANZAR-SUSCRIPCIONES-SALIR
              PERFORM MARCAR-CARGOS-FACTURADOS
              PERFORM CONTAR-PROMOCION-APLICADA
           END-IF
           .

      *----------------------------------------------------------*
      * ARMAR-DETALLE-CLIENTE : arma las lineas de la factura     *
      * desde las suscripciones vigentes en algun dia del periodo *
      * (inicio <= fin de mes y fin abierto o >= inicio de mes)   *
      * a precio del catalogo, prorrateado por los dias vigentes; *
      * los servicios en UF se convierten al valor del dia de     *
      * emision, y sin ese valor la corrida entera se detiene.    *
      * Cliente sin suscripciones vigentes (o instalacion sin     *
      * maestros) factura el monto plano del parametro con una    *
      * linea unica BASE; si las tiene pero ninguna le toca en    *
      * este periodo (frecuencia) queda sin lineas y sin factura. *
      * Al final se suman sus cargos extraordinarios pendientes,  *
      * que por si solos tambien generan factura, y se rebaja la  *
      * mejor promocion elegible. Con las lineas definitivas se   *
      * calcula el desglose tributario.                           *
      *----------------------------------------------------------*
       ARMAR-DETALLE-CLIENTE.
           MOVE 0   TO WS-LIN-CANT-USADAS WS-MONTO-FACTURA
                       WS-CAR-CANT
           MOVE "N" TO WS-SUSC-ANTIGUA WS-FUERA-DE-CICLO
                       WS-LINEAS-DE-SUSC WS-CON-CORTE
           IF WS-SUSCRIP-OK = "S" THEN
              PERFORM RECORRER-SUSCRIPCIONES
              IF WS-LIN-CANT-USADAS > 0 THEN
                 MOVE "S" TO WS-LINEAS-DE-SUSC
              END-IF
              IF WS-REAJUSTE-VIGILA = "S" AND
                 WS-LIN-CANT-USADAS > 0 AND
                 WS-SUSC-ANTIGUA = "S" THEN
                 PERFORM EXIGIR-AVISO-REAJUSTE
              END-IF
           END-IF
           IF WS-LIN-CANT-USADAS = 0 AND WS-DETENER-UF = "N" AND
              WS-FUERA-DE-CICLO = "N" AND WS-CON-CORTE = "N" AND
              WS-SIN-TARIFA-PLANA = "N" THEN
              ADD 1 TO WS-CONT-TARIFA-PLANA
              MOVE 1 TO WS-LIN-CANT-USADAS
              MOVE "BASE  "           TO WS-LIN-SERVICIO(1)
              MOVE WS-MONTO-MENSUAL   TO WS-LIN-PRECIO(1)
              MOVE WS-MONTO-MENSUAL   TO WS-LIN-MONTO(1)
              MOVE 0                  TO WS-LIN-UF(1)
              MOVE WS-DIAS-PERIODO    TO WS-LIN-DIAS(1)
              MOVE 1                  TO WS-LIN-MESES(1)
              MOVE "C"                TO WS-LIN-TIPO(1)
              MOVE "A"                TO WS-LIN-IVA(1)
              MOVE WS-MONTO-MENSUAL   TO WS-MONTO-FACTURA
           END-IF
           MOVE WS-LIN-CANT-USADAS TO WS-LIN-CANT-SUSC
           IF WS-CARGOS-OK = "S" AND WS-DETENER-UF = "N" THEN
              PERFORM SUMAR-CARGOS-PENDIENTES
           END-IF
           IF WS-PRM-CANT > 0 AND WS-DETENER-UF = "N" AND
              WS-LIN-CANT-USADAS > 0 THEN
              PERFORM APLICAR-PROMOCION THRU APLICAR-PROMOCION-SALIR
           END-IF
           PERFORM CALCULAR-DESGLOSE-IVA
           .

      *    LAS LINEAS DE DESCUENTO RESTAN DE SU PROPIA CONDICION
      *    (AFECTA O EXENTA), QUE HEREDAN DE LA LINEA QUE REBAJAN.
       CALCULAR-DESGLOSE-IVA.
           MOVE 0 TO WS-BRUTO-AFECTO WS-BRUTO-EXENTO
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CANT-USADAS
              IF WS-LIN-IVA(WS-LIN-IDX) = "E" THEN
                 IF WS-LIN-TIPO(WS-LIN-IDX) = "D" THEN
                    SUBTRACT WS-LIN-MONTO(WS-LIN-IDX)
                        FROM WS-BRUTO-EXENTO
                 ELSE
                    ADD WS-LIN-MONTO(WS-LIN-IDX) TO WS-BRUTO-EXENTO
                 END-IF
              ELSE
                 IF WS-LIN-TIPO(WS-LIN-IDX) = "D" THEN
                    SUBTRACT WS-LIN-MONTO(WS-LIN-IDX)
                        FROM WS-BRUTO-AFECTO
                 ELSE
                    ADD WS-LIN-MONTO(WS-LIN-IDX) TO WS-BRUTO-AFECTO
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-FACT-NETO ROUNDED =
                   WS-BRUTO-AFECTO * 100 / (100 + WS-TASA-IVA)
           COMPUTE WS-FACT-IVA = WS-BRUTO-AFECTO - WS-FACT-NETO
           .

       SUMAR-CARGOS-PENDIENTES.
           MOVE "N"         TO fin-cargos
           MOVE usuario-rut TO cpend-rut
           MOVE 0           TO cpend-correlativo
           START datos-cargos-pend KEY IS NOT < cpend-llave
               INVALID KEY
                   MOVE "S" TO fin-cargos
           END-START
           PERFORM UNTIL fin-cargos = "S" OR
                         WS-DETENER-UF = "S"
               READ datos-cargos-pend NEXT RECORD
                   AT END
                       MOVE "S" TO fin-cargos
                   NOT AT END
                       IF cpend-rut NOT = usuario-rut THEN
                          MOVE "S" TO fin-cargos
                       ELSE
                          IF cpend-pendiente THEN
                             PERFORM SUMAR-UN-CARGO THRU
                                     SUMAR-UN-CARGO-SALIR
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SUMAR-UN-CARGO.
           IF WS-CAR-CANT >= 20 THEN
              GO TO SUMAR-UN-CARGO-SALIR
           END-IF
           MOVE 0 TO WS-LIN-HALLADA
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CANT-USADAS
              IF WS-LIN-SERVICIO(WS-LIN-IDX) = cpend-servicio THEN
                 MOVE WS-LIN-IDX TO WS-LIN-HALLADA
              END-IF
           END-PERFORM
           IF WS-LIN-HALLADA > 0 AND
              WS-LIN-HALLADA <= WS-LIN-CANT-SUSC THEN
              DISPLAY "RUT " usuario-rut " CARGO " cpend-correlativo
                      " SIN FACTURAR: " cpend-servicio
                      " YA ES LINEA DE SUSCRIPCION"
              GO TO SUMAR-UN-CARGO-SALIR
           END-IF
           IF WS-LIN-HALLADA = 0 AND WS-LIN-CANT-USADAS >= 20 THEN
              DISPLAY "RUT " usuario-rut " CARGO " cpend-correlativo
                      " SIN FACTURAR: FACTURA SIN LINEAS LIBRES"
              GO TO SUMAR-UN-CARGO-SALIR
           END-IF

      *       UNA LINEA DE CARGO YA ARMADA SOLO SUMA LA CANTIDAD AL
      *       MISMO PRECIO UNITARIO.
           IF WS-LIN-HALLADA > 0 THEN
              ADD cpend-cantidad TO WS-LIN-CANT(WS-LIN-HALLADA)
              COMPUTE WS-MONTO-LINEA =
                      WS-LIN-PRECIO(WS-LIN-HALLADA) * cpend-cantidad
              ADD WS-MONTO-LINEA TO WS-LIN-MONTO(WS-LIN-HALLADA)
              ADD WS-MONTO-LINEA TO WS-MONTO-FACTURA
              GO TO SUMAR-UN-CARGO-ANOTAR
           END-IF

           MOVE cpend-servicio TO servicio-codigo
           READ datos-servicios
               INVALID KEY
                   DISPLAY "RUT " usuario-rut " CARGO "
                           cpend-correlativo " SIN FACTURAR: "
                           "SERVICIO " cpend-servicio " NO EXISTE"
                   GO TO SUMAR-UN-CARGO-SALIR
           END-READ
           MOVE 0 TO WS-VALOR-UF-LINEA
           IF servicio-en-uf THEN
              IF WS-VALOR-UF-HOY = 0 THEN
                 MOVE "S" TO WS-DETENER-UF
                 GO TO SUMAR-UN-CARGO-SALIR
              END-IF
              COMPUTE WS-PRECIO-PESOS ROUNDED =
                      servicio-precio * WS-VALOR-UF-HOY
              MOVE WS-VALOR-UF-HOY TO WS-VALOR-UF-LINEA
           ELSE
              MOVE servicio-precio TO WS-PRECIO-PESOS
           END-IF
           COMPUTE WS-MONTO-LINEA = WS-PRECIO-PESOS * cpend-cantidad
           ADD 1 TO WS-LIN-CANT-USADAS
           MOVE cpend-servicio       TO
                WS-LIN-SERVICIO(WS-LIN-CANT-USADAS)
           MOVE servicio-descripcion TO
                WS-LIN-DESC(WS-LIN-CANT-USADAS)
           MOVE cpend-cantidad       TO
                WS-LIN-CANT(WS-LIN-CANT-USADAS)
           MOVE WS-PRECIO-PESOS      TO
                WS-LIN-PRECIO(WS-LIN-CANT-USADAS)
           MOVE WS-MONTO-LINEA       TO
                WS-LIN-MONTO(WS-LIN-CANT-USADAS)
           MOVE WS-VALOR-UF-LINEA    TO
                WS-LIN-UF(WS-LIN-CANT-USADAS)
           MOVE WS-DIAS-PERIODO      TO
                WS-LIN-DIAS(WS-LIN-CANT-USADAS)
           MOVE 1                    TO
                WS-LIN-MESES(WS-LIN-CANT-USADAS)
           MOVE "C"                  TO
                WS-LIN-TIPO(WS-LIN-CANT-USADAS)
           MOVE "A"                  TO
                WS-LIN-IVA(WS-LIN-CANT-USADAS)
           IF servicio-exento THEN
              MOVE "E"               TO
                   WS-LIN-IVA(WS-LIN-CANT-USADAS)
           END-IF
           ADD WS-MONTO-LINEA        TO WS-MONTO-FACTURA.
       SUMAR-UN-CARGO-ANOTAR.
           ADD 1 TO WS-CAR-CANT
           MOVE cpend-correlativo TO WS-CAR-CORREL(WS-CAR-CANT).
       SUMAR-UN-CARGO-SALIR.
           EXIT.

       RECORRER-SUSCRIPCIONES.
           MOVE "N"         TO fin-suscrip
           MOVE usuario-rut TO susc-rut
                       IF susc-rut NOT = usuario-rut THEN
                          MOVE "S" TO fin-suscrip
                       ELSE
                          IF susc-fec-inicio <= WS-FIN-PERIODO AND
                             (susc-fec-fin = 0 OR
                              susc-fec-fin >= WS-INICIO-PERIODO) THEN
                             MOVE 0 TO WS-PROX-SUSC
                             IF susc-prox-periodo IS NUMERIC THEN
                                MOVE susc-prox-periodo
                                  TO WS-PROX-SUSC
                             END-IF
                             EVALUATE TRUE
                                 WHEN susc-suspendida
                                     MOVE "S" TO WS-CON-CORTE
                                 WHEN WS-PROX-SUSC > WS-PERIODO
                                     MOVE "S" TO WS-FUERA-DE-CICLO
                                 WHEN OTHER
                                     IF WS-REAJUSTE-VIGILA = "S" AND
                                        susc-fec-inicio <
                                        WS-REA-FEC-AVISOS THEN
                                        MOVE "S" TO WS-SUSC-ANTIGUA
                                     END-IF
                                     PERFORM SUMAR-UNA-SUSCRIPCION
                             END-EVALUATE
                          END-IF
                       END-IF
               END-READ
           ELSE
              MOVE servicio-precio TO WS-PRECIO-PESOS
           END-IF
           PERFORM CALCULAR-DIAS-ACTIVOS
           IF WS-DIAS-ACTIVOS < WS-DIAS-PERIODO THEN
              COMPUTE WS-MONTO-LINEA ROUNDED =
                      WS-PRECIO-PESOS * susc-cantidad *
                      WS-DIAS-ACTIVOS / WS-DIAS-PERIODO
              ADD 1 TO WS-CONT-PRORRATEADAS
           ELSE
              COMPUTE WS-MONTO-LINEA =
                      WS-PRECIO-PESOS * susc-cantidad
           END-IF
      *       POR ADELANTADO: EL PRIMER MES (QUIZAS PRORRATEADO) MAS
      *       LOS MESES COMPLETOS QUE SIGUEN EN LA FRECUENCIA.
           EVALUATE TRUE
               WHEN susc-trimestral MOVE 3  TO WS-MESES-FRECUENCIA
               WHEN susc-semestral  MOVE 6  TO WS-MESES-FRECUENCIA
               WHEN susc-anual      MOVE 12 TO WS-MESES-FRECUENCIA
               WHEN OTHER           MOVE 1  TO WS-MESES-FRECUENCIA
           END-EVALUATE
           IF WS-MESES-FRECUENCIA > 1 THEN
              COMPUTE WS-MONTO-LINEA = WS-MONTO-LINEA +
                      WS-PRECIO-PESOS * susc-cantidad *
                      (WS-MESES-FRECUENCIA - 1)
           END-IF
           ADD 1 TO WS-LIN-CANT-USADAS
           MOVE susc-servicio        TO
                WS-LIN-SERVICIO(WS-LIN-CANT-USADAS)
                WS-LIN-MONTO(WS-LIN-CANT-USADAS)
           MOVE WS-VALOR-UF-LINEA    TO
                WS-LIN-UF(WS-LIN-CANT-USADAS)
           MOVE WS-DIAS-ACTIVOS      TO
                WS-LIN-DIAS(WS-LIN-CANT-USADAS)
           MOVE WS-MESES-FRECUENCIA  TO
                WS-LIN-MESES(WS-LIN-CANT-USADAS)
           MOVE "C"                  TO
                WS-LIN-TIPO(WS-LIN-CANT-USADAS)
           MOVE "A"                  TO
                WS-LIN-IVA(WS-LIN-CANT-USADAS)
           IF servicio-exento THEN
              MOVE "E"               TO
                   WS-LIN-IVA(WS-LIN-CANT-USADAS)
           END-IF
           ADD WS-MONTO-LINEA        TO WS-MONTO-FACTURA.
       VALORIZAR-LINEA-SALIR.
           EXIT.

      *    DIAS VIGENTES DENTRO DEL PERIODO: DESDE EL MAYOR ENTRE EL
      *    INICIO DE LA SUSCRIPCION Y EL 1 DEL MES, HASTA EL MENOR
      *    ENTRE SU FIN (INCLUSIVE) Y EL ULTIMO DIA DEL MES.
       CALCULAR-DIAS-ACTIVOS.
           IF susc-fec-inicio > WS-INICIO-PERIODO THEN
              MOVE susc-fec-inicio   TO WS-VIGENTE-DESDE
           ELSE
              MOVE WS-INICIO-PERIODO TO WS-VIGENTE-DESDE
           END-IF
           IF susc-fec-fin NOT = 0 AND
              susc-fec-fin < WS-FIN-PERIODO THEN
              MOVE susc-fec-fin      TO WS-VIGENTE-HASTA
           ELSE
              MOVE WS-FIN-PERIODO    TO WS-VIGENTE-HASTA
           END-IF
           COMPUTE WS-DIAS-ACTIVOS =
                   WS-HASTA-DIA - WS-DESDE-DIA + 1
           .

       LEER-REAJUSTE-VIGENTE.
           MOVE "N" TO WS-REAJUSTE-VIGILA
           OPEN INPUT registro-reajuste
              MOVE WS-LIN-PRECIO(WS-LIN-IDX)   TO fdet-precio-unit
              MOVE WS-LIN-MONTO(WS-LIN-IDX)    TO fdet-monto
              MOVE WS-LIN-UF(WS-LIN-IDX)       TO fdet-valor-uf
              MOVE WS-LIN-DIAS(WS-LIN-IDX)     TO fdet-dias-activos
              MOVE WS-DIAS-PERIODO             TO fdet-dias-periodo
              MOVE WS-LIN-MESES(WS-LIN-IDX)    TO fdet-meses
              MOVE WS-LIN-TIPO(WS-LIN-IDX)     TO fdet-tipo-linea
              MOVE WS-LIN-IVA(WS-LIN-IDX)      TO fdet-iva
              WRITE fdet-registro
                  INVALID KEY
                      REWRITE fdet-registro END-REWRITE
              END-WRITE
              IF WS-LIN-MESES(WS-LIN-IDX) > 1 THEN
                 PERFORM GRABAR-DIFERIDO
              END-IF
           END-PERFORM.
       GRABAR-DETALLE-SALIR.
           EXIT.

      *    LA LINEA COBRADA POR VARIOS MESES QUEDA EN EL CALENDARIO
      *    DE INGRESOS DIFERIDOS (UN ENESIMO POR MES DESDE ESTE
      *    PERIODO).
       GRABAR-DIFERIDO.
           MOVE factura-rut                 TO dif-rut
           MOVE WS-PERIODO                  TO dif-periodo
           MOVE WS-LIN-SERVICIO(WS-LIN-IDX) TO dif-servicio
           MOVE WS-LIN-MONTO(WS-LIN-IDX)    TO dif-monto
      *       SE DIFIERE EL INGRESO: SIN EL IVA, QUE SE DEBE EN EL MES
      *       DE LA FACTURA.
           IF WS-LIN-IVA(WS-LIN-IDX) NOT = "E" THEN
              COMPUTE dif-monto ROUNDED = WS-LIN-MONTO(WS-LIN-IDX) *
                      100 / (100 + WS-TASA-IVA)
           END-IF
           MOVE WS-LIN-MESES(WS-LIN-IDX)    TO dif-meses
           MOVE WS-FECHA-SYS                TO dif-fecmod
           MOVE "BATCH"                     TO dif-usuario-mod
           WRITE dif-registro
               INVALID KEY
                   REWRITE dif-registro END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DIFERIDOS
           END-WRITE
           .

      *----------------------------------------------------------*
      * AVANZAR-SUSCRIPCIONES : con la factura escrita, cada      *
      * suscripcion cobrada pasa su proximo periodo a este mas    *
      * los meses que cubrio la linea.                            *
      *----------------------------------------------------------*
       AVANZAR-SUSCRIPCIONES.
           IF WS-LINEAS-DE-SUSC NOT = "S" THEN
              GO TO AVANZAR-SUSCRIPCIONES-SALIR
           END-IF
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CANT-SUSC
              MOVE factura-rut                 TO susc-rut
              MOVE WS-LIN-SERVICIO(WS-LIN-IDX) TO susc-servicio
              READ datos-suscripciones
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE WS-PERIODO               TO WS-PER-CALC
                      MOVE WS-LIN-MESES(WS-LIN-IDX) TO WS-MESES-CALC
                      PERFORM SUMAR-MESES-PERIODO
                      MOVE WS-PER-CALC TO susc-prox-periodo
                      REWRITE susc-registro END-REWRITE
              END-READ
           END-PERFORM.
       AVANZAR-SUSCRIPCIONES-SALIR.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-PROMOCION : entre las promociones cargadas elige  *
      * la de mayor descuento para el cliente y la agrega como    *
      * linea de descuento (tipo D) que rebaja la factura. Los    *
      * usos previos del cliente se cuentan en factura_det.dat    *
      * solo si alguna candidata tiene tope de periodos.          *
      *----------------------------------------------------------*
       APLICAR-PROMOCION.
           MOVE 0   TO WS-PRM-MEJOR WS-MEJOR-DESCUENTO
           MOVE "N" TO WS-USOS-LEIDOS
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-CANT
              PERFORM EVALUAR-PROMOCION THRU EVALUAR-PROMOCION-SALIR
           END-PERFORM
           IF WS-PRM-MEJOR = 0 THEN
              GO TO APLICAR-PROMOCION-SALIR
           END-IF
           IF WS-LIN-CANT-USADAS >= 20 THEN
              DISPLAY "RUT " usuario-rut " SIN PROMOCION "
                      WS-PRM-CODIGO(WS-PRM-MEJOR)
                      ": FACTURA SIN LINEAS LIBRES"
              GO TO APLICAR-PROMOCION-SALIR
           END-IF
           ADD 1 TO WS-LIN-CANT-USADAS
           MOVE WS-PRM-CODIGO(WS-PRM-MEJOR) TO
                WS-LIN-SERVICIO(WS-LIN-CANT-USADAS)
           MOVE WS-PRM-DESC(WS-PRM-MEJOR)   TO
                WS-LIN-DESC(WS-LIN-CANT-USADAS)
           MOVE 1                           TO
                WS-LIN-CANT(WS-LIN-CANT-USADAS)
           MOVE WS-MEJOR-DESCUENTO          TO
                WS-LIN-PRECIO(WS-LIN-CANT-USADAS)
           MOVE WS-MEJOR-DESCUENTO          TO
                WS-LIN-MONTO(WS-LIN-CANT-USADAS)
           MOVE 0                           TO
                WS-LIN-UF(WS-LIN-CANT-USADAS)
           MOVE WS-DIAS-PERIODO             TO
                WS-LIN-DIAS(WS-LIN-CANT-USADAS)
           MOVE 1                           TO
                WS-LIN-MESES(WS-LIN-CANT-USADAS)
           MOVE "D"                         TO
                WS-LIN-TIPO(WS-LIN-CANT-USADAS)
           MOVE WS-LIN-IVA(WS-MEJOR-LINEA)  TO
                WS-LIN-IVA(WS-LIN-CANT-USADAS)
           SUBTRACT WS-MEJOR-DESCUENTO FROM WS-MONTO-FACTURA.
       APLICAR-PROMOCION-SALIR.
           EXIT.

       EVALUAR-PROMOCION.
           IF (WS-PRM-SEGMENTO(WS-PRM-IDX) NOT = SPACES AND
               WS-PRM-SEGMENTO(WS-PRM-IDX) NOT = usuario-segmento)
           OR (WS-PRM-EMPRESA(WS-PRM-IDX) NOT = SPACES AND
               WS-PRM-EMPRESA(WS-PRM-IDX) NOT = usuario-empresa)
           OR (WS-PRM-RUT(WS-PRM-IDX) NOT = 0 AND
               WS-PRM-RUT(WS-PRM-IDX) NOT = usuario-rut) THEN
              GO TO EVALUAR-PROMOCION-SALIR
           END-IF
           MOVE 0   TO WS-LIN-HALLADA
           MOVE "N" TO WS-PRM-CHOCA
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CANT-USADAS
              IF WS-LIN-SERVICIO(WS-LIN-IDX) =
                 WS-PRM-SERVICIO(WS-PRM-IDX) THEN
                 MOVE WS-LIN-IDX TO WS-LIN-HALLADA
              END-IF
      *          UN CODIGO DE PROMOCION IGUAL A UNA LINEA CHOCARIA
      *          EN LA LLAVE DE factura_det.dat.
              IF WS-LIN-SERVICIO(WS-LIN-IDX) =
                 WS-PRM-CODIGO(WS-PRM-IDX) THEN
                 MOVE "S" TO WS-PRM-CHOCA
              END-IF
           END-PERFORM
           IF WS-LIN-HALLADA = 0 OR WS-PRM-CHOCA = "S" THEN
              GO TO EVALUAR-PROMOCION-SALIR
           END-IF

           IF WS-PRM-TIPO(WS-PRM-IDX) = "P" THEN
              COMPUTE WS-DESCUENTO ROUNDED =
                      WS-LIN-MONTO(WS-LIN-HALLADA) *
                      WS-PRM-VALOR(WS-PRM-IDX) / 100
           ELSE
              MOVE WS-PRM-VALOR(WS-PRM-IDX) TO WS-DESCUENTO
           END-IF
           IF WS-DESCUENTO > WS-LIN-MONTO(WS-LIN-HALLADA) THEN
              MOVE WS-LIN-MONTO(WS-LIN-HALLADA) TO WS-DESCUENTO
           END-IF
           IF WS-DESCUENTO = 0 OR
              WS-DESCUENTO <= WS-MEJOR-DESCUENTO THEN
              GO TO EVALUAR-PROMOCION-SALIR
           END-IF

           IF WS-PRM-MAX(WS-PRM-IDX) > 0 THEN
              IF WS-USOS-LEIDOS = "N" THEN
                 PERFORM CONTAR-USOS-PROMOCIONES
              END-IF
              IF WS-PRM-USOS(WS-PRM-IDX) >=
                 WS-PRM-MAX(WS-PRM-IDX) THEN
                 GO TO EVALUAR-PROMOCION-SALIR
              END-IF
           END-IF
           MOVE WS-PRM-IDX   TO WS-PRM-MEJOR
           MOVE WS-LIN-HALLADA TO WS-MEJOR-LINEA
           MOVE WS-DESCUENTO TO WS-MEJOR-DESCUENTO.
       EVALUAR-PROMOCION-SALIR.
           EXIT.

      *    PERIODOS ANTERIORES EN QUE EL CLIENTE YA RECIBIO CADA
      *    PROMOCION: SUS LINEAS DE DESCUENTO EN factura_det.dat.
       CONTAR-USOS-PROMOCIONES.
           MOVE "S" TO WS-USOS-LEIDOS
           PERFORM VARYING WS-PRM-IDX2 FROM 1 BY 1
                   UNTIL WS-PRM-IDX2 > WS-PRM-CANT
              MOVE 0 TO WS-PRM-USOS(WS-PRM-IDX2)
           END-PERFORM
           MOVE "N"         TO fin-detalle
           IF WS-FACTDET-OK NOT = "S" THEN
              MOVE "S" TO fin-detalle
           END-IF
           MOVE usuario-rut TO fdet-rut
           MOVE 0           TO fdet-periodo
           MOVE SPACES      TO fdet-servicio
           START datos-factdet KEY IS NOT < fdet-llave
               INVALID KEY
                   MOVE "S" TO fin-detalle
           END-START
           PERFORM UNTIL fin-detalle = "S"
               READ datos-factdet NEXT RECORD
                   AT END
                       MOVE "S" TO fin-detalle
                   NOT AT END
                       IF fdet-rut NOT = usuario-rut OR
                          fdet-periodo >= WS-PERIODO THEN
                          MOVE "S" TO fin-detalle
                       ELSE
                          IF fdet-linea-descuento THEN
                             PERFORM VARYING WS-PRM-IDX2
                                     FROM 1 BY 1
                                     UNTIL WS-PRM-IDX2 > WS-PRM-CANT
                                IF WS-PRM-CODIGO(WS-PRM-IDX2) =
                                   fdet-servicio THEN
                                   ADD 1 TO WS-PRM-USOS(WS-PRM-IDX2)
                                END-IF
                             END-PERFORM
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CONTAR-PROMOCION-APLICADA.
           IF WS-PRM-MEJOR > 0 AND WS-LIN-CANT-USADAS > 0 THEN
              IF WS-LIN-TIPO(WS-LIN-CANT-USADAS) = "D" THEN
                 ADD 1                  TO WS-CONT-PROMOS
                 ADD WS-MEJOR-DESCUENTO TO WS-TOT-DESCUENTOS
              END-IF
           END-IF
           .

      *    CON LA FACTURA ESCRITA, LOS CARGOS QUE ENTRARON EN ELLA
      *    QUEDAN FACTURADOS EN ESTE PERIODO.
       MARCAR-CARGOS-FACTURADOS.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-CANT
              MOVE factura-rut                TO cpend-rut
              MOVE WS-CAR-CORREL(WS-CAR-IDX)  TO cpend-correlativo
              READ datos-cargos-pend
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "F"          TO cpend-estado
                      MOVE WS-PERIODO   TO cpend-periodo-fact
                      MOVE WS-FECHA-SYS TO cpend-fecmod
                      MOVE "BATCH"      TO cpend-usuario-mod
                      REWRITE cpend-registro END-REWRITE
                      ADD 1 TO WS-CONT-CARGOS-EXTRA
              END-READ
           END-PERFORM
           .

       SUMAR-MESES-PERIODO.
           ADD WS-MESES-CALC TO WS-PER-CALC-MES
           PERFORM UNTIL WS-PER-CALC-MES <= 12
              SUBTRACT 12 FROM WS-PER-CALC-MES
              ADD 1 TO WS-PER-CALC-ANO
           END-PERFORM
           .

      *    VENCIMIENTO = EMISION + DIAS DE GRACIA, CORRIDO AL PRIMER
      *    DIA HABIL SIGUIENTE SEGUN calendario.dat. SI EL CALENDARIO
      *    NO ALCANZA (FECHA FUERA DEL HORIZONTE GENERADO) SE DEJA LA
           END-IF
           .

      *----------------------------------------------------------*
      * APLICAR-SALDO-A-FAVOR : si el cliente tiene saldo a favor, *
      * cubre con el la factura recien escrita (hasta su monto) y  *
      * la cancela si alcanza. El saldo se descuenta primero: si   *
      * no se puede, la factura queda pendiente como siempre.      *
      *----------------------------------------------------------*
       APLICAR-SALDO-A-FAVOR.
           MOVE usuario-rut TO lk-sf-rut
           MOVE "S"         TO lk-sf-operacion
           MOVE 0           TO lk-sf-monto
           MOVE "BATCH"     TO lk-sf-operador
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 OR OUT-SALDO-SF = 0 THEN
              GO TO APLICAR-SALDO-A-FAVOR-SALIR
           END-IF

           IF OUT-SALDO-SF > factura-monto THEN
              MOVE factura-monto TO WS-FAVOR-APLICAR
           ELSE
              MOVE OUT-SALDO-SF  TO WS-FAVOR-APLICAR
           END-IF
           IF WS-FAVOR-APLICAR = 0 THEN
              GO TO APLICAR-SALDO-A-FAVOR-SALIR
           END-IF
           MOVE "D"              TO lk-sf-operacion
           MOVE WS-FAVOR-APLICAR TO lk-sf-monto
           CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                         PAR-SALIDA-SFAVOR
           IF OUT-CODRET-SF NOT = 0 THEN
              DISPLAY "RUT " usuario-rut " SIN APLICAR SALDO A "
                      "FAVOR: " OUT-DESRET-SF
              GO TO APLICAR-SALDO-A-FAVOR-SALIR
           END-IF

           MOVE WS-FAVOR-APLICAR TO factura-pagado
           IF factura-pagado >= factura-monto THEN
              MOVE "C" TO factura-estado
           END-IF
           MOVE factura-estado   TO factura-llave-estado
           MOVE factura-fec-venc TO factura-llave-fec-venc
           REWRITE factura-registro END-REWRITE
           IF FS-FACTURAS NOT = "00" THEN
              MOVE "A" TO lk-sf-operacion
              CALL "GrabarSaldoFavor" USING PAR-ENTRADA-SFAVOR
                                            PAR-SALIDA-SFAVOR
              GO TO APLICAR-SALDO-A-FAVOR-SALIR
           END-IF
           ADD 1                TO WS-CONT-CON-FAVOR
           ADD WS-FAVOR-APLICAR TO WS-TOT-FAVOR.
       APLICAR-SALDO-A-FAVOR-SALIR.
           EXIT.

       CARGAR-EN-CUENTA.
           MOVE usuario-rut      TO lk-mov-rut
           MOVE "C"              TO lk-mov-tipo
