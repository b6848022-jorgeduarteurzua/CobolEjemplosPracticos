       01  ruta-registro.
           05  ruta-llave.
               10  ruta-fecha       PIC 9(08).
      *            Fecha de la hoja de ruta (dia de la visita).
               10  ruta-cobrador    PIC X(10).
               10  ruta-orden       PIC 9(04).
      *            Numero de la visita en la hoja impresa del
      *            cobrador; es el que se digita en CapturarVisitas.
           05  ruta-rut             PIC 9(10).
           05  ruta-comuna          PIC X(50).
           05  ruta-etapa           PIC 9.
      *        Etapa de cobranzas.dat al armar la hoja (2 o 3).
           05  ruta-monto-moroso    PIC 9(11)V99.
           05  ruta-estado          PIC X.
               88  ruta-pendiente   VALUE "P".
               88  ruta-capturada   VALUE "C".
           05  ruta-resultado       PIC X.
               88  ruta-compromiso  VALUE "C".
      *            Prometio pagar: queda la promesa en promesas.dat.
               88  ruta-ausente     VALUE "A".
               88  ruta-rechaza     VALUE "R".
               88  ruta-dir-errada  VALUE "D".
               88  ruta-otro        VALUE "O".
           05  ruta-fecmod          PIC 9(08).
           05  ruta-usuario-mod     PIC X(10).
