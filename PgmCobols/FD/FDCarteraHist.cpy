       01  carhist-registro.
           05  carhist-llave.
               10  carhist-rut      PIC 9(10).
               10  carhist-fecha    PIC 9(08).
               10  carhist-hora     PIC 9(06).
           05  carhist-ejec-ant     PIC X(10).
           05  carhist-ejec-nue     PIC X(10).
      *        Ejecutivo de cuenta antes y despues; blanco = sin
      *        ejecutivo.
           05  carhist-tipo         PIC X.
               88  carhist-individual  VALUE "I".
               88  carhist-masiva      VALUE "M".
      *        I = asignacion de un cliente; M = parte de una
      *        reasignacion masiva de la cartera de un ejecutivo.
           05  carhist-operador     PIC X(10).
