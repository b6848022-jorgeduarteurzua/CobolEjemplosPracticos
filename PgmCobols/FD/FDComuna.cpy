      *        Codigo postal que el courier exige en la etiqueta.
           05  comuna-fecmod       PIC 9(08).
           05  comuna-usuario-mod  PIC X(10).
           05  comuna-cobrador     PIC X(10).
      *        Operador (usuarios.dat) cobrador en terreno a cargo de
      *        la comuna; HojaRutaTerreno le asigna las visitas de
      *        sus clientes. Blanco = cobrador por defecto de
      *        terreno_param.dat.
