      *        dentro de este rango.
           05  sucursal-capacidad   PIC 9(02).
      *        Maximo de citas agendadas que absorbe el meson por
      *        bloque de una hora. Si la sucursal tiene dotacion en
      *        dotacion.dat, la capacidad de cada bloque sale de los
      *        operadores presentes (DotacionSucursal) y este valor
      *        queda solo como respaldo.
           05  sucursal-estado      PIC X.
               88  sucursal-activa    VALUE "A".
               88  sucursal-inactiva  VALUE "I".
           05  sucursal-fecmod      PIC 9(08).
           05  sucursal-usuario-mod PIC X(10).
           05  sucursal-dotacion-min PIC 9(02).
      *        Operadores presentes minimos por dia; 0 = sin minimo.
      *        Lo controlan ReporteDotacion y MantenedorAusencias.
