       01  periodo-registro.
           05  periodo-codigo       PIC 9(06).
      *        Periodo contable AAAAMM.
           05  periodo-estado       PIC X.
               88  periodo-cerrado     VALUE "C".
               88  periodo-reabierto   VALUE "R".
      *        C = cerrado por CierrePeriodo: ningun registrador
      *            acepta una fecha valor dentro del periodo
      *            (VerificarPeriodo);
      *        R = reabierto con aprobacion (AprobarSolicitudes);
      *            se vuelve a cerrar con CierrePeriodo.
           05  periodo-fec-cierre   PIC 9(08).
           05  periodo-usuario-cierre PIC X(10).
           05  periodo-cant-reaperturas PIC 9(03).
           05  periodo-fec-reapertura PIC 9(08).
           05  periodo-solicitante  PIC X(10).
           05  periodo-aprobador    PIC X(10).
           05  periodo-motivo       PIC X(40).
      *        Datos de la ultima reapertura; la historia completa
      *        queda en periodos_log.txt.
