       01  impl-registro.
           05  impl-llave.
               10  impl-id          PIC 9(08).
               10  impl-linea       PIC 9(04).
           05  impl-texto           PIC X(132).
