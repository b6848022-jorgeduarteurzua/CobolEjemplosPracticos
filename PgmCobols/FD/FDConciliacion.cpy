       01  conc-registro.
           05  conc-llave.
               10  conc-tipo        PIC X.
                   88  conc-transferencia VALUE "T".
                   88  conc-cheque        VALUE "Q".
                   88  conc-remesa        VALUE "R".
               10  conc-llave-libro PIC X(20).
      *            Llave de la partida en libros: folio del
      *            comprobante (T), rut+correlativo del cheque (Q) o
      *            numero de remesa (R).
           05  conc-fecha-cartola   PIC 9(08).
      *        Cartola del banco en que aparecio el abono; una
      *        partida conciliada no vuelve a ofrecerse a otra
      *        cartola.
           05  conc-monto-banco     PIC 9(11)V99.
           05  conc-ref-banco       PIC X(20).
           05  conc-regla           PIC X(12).
      *        Criterio con que se calzo (REF+MONTO, REFERENCIA,
      *        MONTO+FECHA).
           05  conc-fecmod          PIC 9(08).
