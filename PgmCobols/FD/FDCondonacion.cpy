       01  cond-registro.
           05  cond-id              PIC 9(06).
      *        Correlativo unico de la condonacion; cuando pasa por la
      *        cola de aprobaciones viaja en aprob-rut-2.
           05  cond-rut             PIC 9(10).
           05  cond-motivo          PIC X(04).
      *        Codigo del maestro motivos.dat.
           05  cond-porcentaje      PIC 9(03).
      *        Porcentaje condonado de cada cargo (1 a 100).
           05  cond-cant-items      PIC 9(02).
           05  cond-item OCCURS 10 TIMES.
               10  cond-mov-correlativo  PIC 9(06).
      *            Cargo "INTERES MORA" original en movimientos.dat
      *            (cond-rut + correlativo = mov-llave).
               10  cond-mov-monto        PIC 9(11)V99.
      *            Monto original del cargo de interes.
               10  cond-monto-item       PIC 9(11)V99.
      *            Monto condonado de ese cargo.
               10  cond-abono-correlativo PIC 9(06).
      *            Abono que revirtio el cargo al aplicarse; 0 mientras
      *            la condonacion no se aplique.
           05  cond-monto-total     PIC 9(11)V99.
           05  cond-estado          PIC X.
               88  cond-pendiente   VALUE "P".
      *            Sobre el limite del perfil: espera en la cola de
      *            aprobaciones (tipo I).
               88  cond-aplicada    VALUE "A".
               88  cond-rechazada   VALUE "R".
           05  cond-solicitante     PIC X(10).
           05  cond-fec-solicitud   PIC 9(08).
           05  cond-aprobador       PIC X(10).
      *        Quien la aplico: el mismo solicitante si estaba bajo su
      *        limite, o el aprobador de la cola.
           05  cond-fec-aplicacion  PIC 9(08).
      *        Fecha en que se aplico o rechazo.
