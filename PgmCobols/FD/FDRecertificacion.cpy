       01  recert-registro.
           05  recert-llave.
               10  recert-campana   PIC X(06).
      *            Trimestre de la campana, "AAAATn" (p.ej. 2026T4);
      *            cabecera y estado en recert_campanas.dat.
               10  recert-operador  PIC X(10).
           05  recert-supervisor    PIC X(10).
      *        Quien debe certificar; blanco = cualquier perfil A.
           05  recert-perfil        PIC X.
           05  recert-region        PIC X(30).
           05  recert-empresas      PIC X(12).
      *        Accesos del operador al generar la campana, tal como
      *        se enviaron a revision.
           05  recert-fec-limite    PIC 9(08).
           05  recert-estado        PIC X.
               88  recert-pendiente VALUE "P".
               88  recert-decidida  VALUE "D".
               88  recert-vencida   VALUE "V".
      *            V = sin certificar al vencer el plazo; el
      *            operador quedo bloqueado (VencerRecertificacion).
           05  recert-decision      PIC X.
               88  recert-mantener  VALUE "M".
               88  recert-cambiar   VALUE "C".
               88  recert-revocar   VALUE "R".
           05  recert-nuevo-perfil  PIC X.
           05  recert-nueva-region  PIC X(30).
           05  recert-nuevas-empresas PIC X(12).
      *        Solo decision C: accesos que quedaron vigentes.
           05  recert-revisor       PIC X(10).
           05  recert-fec-decision  PIC 9(08).
           05  recert-nota          PIC X(40).
