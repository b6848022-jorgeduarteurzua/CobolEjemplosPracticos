      *            directa (NotaCredito); aprob-rut-2 lleva el
      *            periodo de la factura y aprob-monto el monto; al
      *            aprobar se emite via EmitirNotaCredito.
               88  aprob-devolucion VALUE "D".
      *            Devolucion de saldo a favor (DevolucionSaldo);
      *            aprob-monto lleva el monto. Al aprobar se
      *            descuenta saldos_favor.dat, se graba el cargo que
      *            revierte el abono y la orden de pago queda en
      *            ordenes_devolucion.txt para tesoreria.
               88  aprob-condonacion VALUE "I".
      *            Condonacion de intereses sobre el limite del
      *            perfil (CondonarIntereses); aprob-rut-2 lleva el
      *            numero de condonaciones.dat y aprob-monto el
      *            total. Al aprobar se aplica via
      *            AplicarCondonacion; al rechazar, la condonacion
      *            queda rechazada.
               88  aprob-reapertura VALUE "P".
      *            Reapertura de un periodo contable cerrado
      *            (CierrePeriodo); aprob-rut-2 lleva el periodo
      *            AAAAMM y aprob-glosa el motivo. Al aprobar el
      *            periodo queda reabierto en periodos.dat y la
      *            reapertura anotada en periodos_log.txt.
               88  aprob-masivo     VALUE "M".
      *            Lote de cambio masivo de clientes sobre el umbral
      *            (MantencionMasiva); aprob-rut-2 lleva el numero
      *            de lote, aprob-monto la cantidad de clientes y
      *            aprob-glosa el campo y el valor nuevo. Aprobar no
      *            toca clientes: deja el lote habilitado y recien
      *            se aplica desde MantencionMasiva.
           05  aprob-rut            PIC 9(10).
      *        Cliente objetivo: el que se da de baja, o el que se
      *        fusiona (desaparece) en una fusion.
