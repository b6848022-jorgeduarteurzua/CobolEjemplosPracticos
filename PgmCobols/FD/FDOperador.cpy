      *        Hasta 4 codigos de empresa de 3 posiciones, seguidos
      *        (p.ej. "001002"); el Login valida que la empresa
      *        elegida este aqui. Blanco = solo la empresa "001".
           05  operador-supervisor PIC X(10).
      *        Jefatura que certifica los accesos del operador en la
      *        recertificacion trimestral (GenerarRecertificacion);
      *        blanco o inexistente = la certifica un perfil A.
           05  operador-fec-recert PIC 9(08).
      *        Fecha de la ultima certificacion de sus accesos; 0 =
      *        nunca revisado.
