       01  jur-registro.
           05  jur-rut              PIC 9(10).
      *        Un caso por cliente derivado al estudio juridico
      *        externo. Lo abre CobranzaEtapas al derivar y lo
      *        avanza IntakeJuridica con el archivo de resultados
      *        mensual del estudio.
           05  jur-estado           PIC X.
               88  jur-derivado     VALUE "D".
               88  jur-en-juicio    VALUE "J".
      *            El estudio informo sentencia; la cobranza sigue.
               88  jur-recuperado   VALUE "R".
      *            Las recuperaciones dejaron al cliente sin
      *            facturas pendientes: caso cerrado.
               88  jur-devuelto     VALUE "I".
      *            Devuelto por incobrable: el saldo de la cuenta
      *            quedo en la cola de castigos (aprobaciones.dat).
           05  jur-fec-derivacion   PIC 9(08).
           05  jur-dias-derivacion  PIC 9(05).
           05  jur-monto-derivado   PIC 9(11)V99.
      *        Monto moroso enviado en el archivo de traspaso.
           05  jur-monto-recuperado PIC 9(11)V99.
           05  jur-honorarios       PIC 9(11)V99.
      *        Acumulados de los resultados del estudio: lo
      *        recuperado bruto y los honorarios cobrados (cargados
      *        a la cuenta del cliente); lo aplicado a facturas es
      *        la diferencia.
           05  jur-fec-sentencia    PIC 9(08).
           05  jur-glosa-sentencia  PIC X(40).
           05  jur-fec-devolucion   PIC 9(08).
           05  jur-monto-castigo    PIC 9(11)V99.
      *        Saldo de la cuenta enviado a la cola de castigos al
      *        devolverse el caso.
           05  jur-periodo-ult      PIC 9(06).
      *        Periodo AAAAMM del ultimo archivo del estudio que
      *        trajo movimiento para el caso.
           05  jur-fecmod           PIC 9(08).
           05  jur-usuario-mod      PIC X(10).
