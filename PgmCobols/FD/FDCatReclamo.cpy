       01  catrec-registro.
           05  catrec-codigo        PIC X(04).
           05  catrec-descripcion   PIC X(40).
           05  catrec-dias-plazo    PIC 9(03).
      *        Dias habiles para responder; 0 = 10 dias.
           05  catrec-cod-regulador PIC X(06).
      *        Codigo de la materia en la clasificacion del
      *        organismo de proteccion al consumidor; el informe
      *        mensual agrupa por este codigo.
      *        Maestro de categorias de reclamo
      *        (reclamos_categorias.dat). Se carga por datos, igual
      *        que motivos.dat; no tiene mantenedor propio.
