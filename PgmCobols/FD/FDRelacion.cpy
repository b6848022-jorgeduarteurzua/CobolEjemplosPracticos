               88  rel-dueno        VALUE "DU".
      *            El destino (persona natural) es dueño de la
      *            juridica origen.
               88  rel-sucesion     VALUE "SU".
      *            El destino es el contacto de la sucesion (heredero
      *            o albacea) del origen fallecido; a el se dirige la
      *            liquidacion final (LiquidarSucesion).
           05  rel-fec-creacion     PIC 9(08).
           05  rel-fecmod           PIC 9(08).
           05  rel-usuario-mod      PIC X(10).
