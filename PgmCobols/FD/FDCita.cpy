               88  cita-agendada    VALUE "A".
               88  cita-cumplida    VALUE "C".
               88  cita-anulada     VALUE "X".
               88  cita-no-asistio  VALUE "N".
      *        N = el cliente no llego; lo marca MarcarInasistencias
      *        al cierre del dia y deja el registro en
      *        inasistencias.dat.
           05  cita-fecmod          PIC 9(08).
           05  cita-usuario-mod     PIC X(10).
