       01  sens-registro.
           05  sens-rut             PIC 9(10).
      *        Cliente cuya ficha solo se consulta con motivo: sus
      *        consultas repetidas las marca AlertasAcceso.
           05  sens-tipo            PIC X.
               88  sens-vip         VALUE "V".
               88  sens-familiar    VALUE "F".
      *            F = pariente de un funcionario de la empresa.
           05  sens-operador        PIC X(10).
      *        Con tipo F, el operador (usuarios.dat) del que es
      *        pariente; blanco si no es operador del sistema.
           05  sens-motivo          PIC X(40).
           05  sens-fec-alta        PIC 9(08).
           05  sens-agregado-por    PIC X(10).
