       01  dot-registro.
           05  dot-llave.
               10  dot-sucursal     PIC X(04).
               10  dot-dia-sem      PIC 9.
      *            Dia de la semana con la misma codificacion de
      *            calendario-dia-sem (1 = domingo ... 7 = sabado).
               10  dot-operador     PIC X(10).
      *        La llave agrupa los operadores de una sucursal en un
      *        dia de la semana: la dotacion de un dia se lee con un
      *        START por sucursal+dia.
           05  dot-hora-desde       PIC 9(04).
           05  dot-hora-hasta       PIC 9(04).
      *        Turno del operador en HHMM; cubre los bloques de una
      *        hora completos dentro del rango.
           05  dot-citas-hora       PIC 9(02).
      *        Citas por hora que absorbe el operador en el meson.
           05  dot-fecmod           PIC 9(08).
           05  dot-usuario-mod      PIC X(10).
