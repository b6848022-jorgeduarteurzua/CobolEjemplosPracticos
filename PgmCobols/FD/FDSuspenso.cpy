       01  susp-registro.
           05  susp-id              PIC 9(08).
      *        Correlativo asignado por PagosBanco al dejar la
      *        partida en rezago.
           05  susp-fecha           PIC 9(08).
      *        Fecha en que la partida entro a rezago.
           05  susp-secuencia       PIC 9(06).
      *        Secuencia del archivo del banco que la trajo.
           05  susp-rut             PIC 9(10).
      *        RUT informado por el banco (puede no existir).
           05  susp-monto           PIC 9(11)V99.
           05  susp-motivo          PIC X(30).
      *        Motivo del rezago, el mismo de banco_pagos_susp.txt.
           05  susp-estado          PIC X.
               88  susp-pendiente   VALUE "P".
               88  susp-aplicada    VALUE "A".
      *            Aplicada a mano desde SuspensoBanco a
      *            susp-rut-asignado / susp-periodo-asignado.
               88  susp-devolver    VALUE "D".
      *            Marcada para devolucion al banco con
      *            susp-motivo-dev.
           05  susp-rut-asignado    PIC 9(10).
           05  susp-periodo-asignado PIC 9(06).
           05  susp-motivo-dev      PIC X(04).
      *        Codigo de motivos.dat de la devolucion al banco.
           05  susp-fec-resolucion  PIC 9(08).
           05  susp-usuario-mod     PIC X(10).
