       01  ptxt-registro.
           05  ptxt-llave.
               10  ptxt-codigo      PIC X(20).
               10  ptxt-version     PIC 9(03).
               10  ptxt-linea       PIC 9(03).
           05  ptxt-texto           PIC X(120).
