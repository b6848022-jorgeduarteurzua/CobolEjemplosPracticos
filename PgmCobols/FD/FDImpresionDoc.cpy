       01  impd-registro.
           05  impd-id              PIC 9(08).
           05  impd-clave-ref.
               10  impd-rut         PIC 9(10).
               10  impd-origen      PIC X(10).
      *            CARTA / COBRANZA / REAJUSTE / CAMPANA / FACTURA
               10  impd-referencia  PIC X(20).
      *            Identifica el documento en su origen (periodo de
      *            la factura, codigo de campana...); un documento
      *            con la misma referencia no se encola dos veces.
      *            Blanco = sin control de repeticion.
           05  impd-fecha           PIC 9(08).
           05  impd-cant-lineas     PIC 9(04).
           05  impd-estado          PIC X.
               88  impd-en-armado   VALUE "A".
               88  impd-pendiente   VALUE "P".
               88  impd-impreso     VALUE "I".
      *        A = el programa de origen aun escribe sus lineas;
      *        P = listo para la consolidacion; I = ya salio en un
      *        archivo de imprenta (ConsolidarImpresion).
           05  impd-fec-impresion   PIC 9(08).
           05  impd-sobre           PIC 9(06).
      *        Sobre del archivo de imprenta del dia en que salio.
