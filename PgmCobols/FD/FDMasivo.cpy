       01  mas-registro.
           05  mas-llave.
               10  mas-lote         PIC 9(06).
               10  mas-rut          PIC 9(10).
      *            0 = cabecera del lote. El lote 0 con RUT 0 es el
      *            contador: su mas-cantidad es el ultimo lote.
           05  mas-estado           PIC X.
      *        Cabecera: P = preparado, listo para aplicar;
      *                  E = en espera de aprobacion (cola tipo M);
      *                  A = aplicado; V = revertido.
      *        Detalle:  S = seleccionado en la vista previa;
      *                  A = aplicado; R = rechazado al aplicar;
      *                  V = revertido; N = no revertido (el campo
      *                      se modifico despues del lote).
           05  mas-campo            PIC X(15).
      *        EMPRESA, SEGMENTO, CONSENT_EMAIL, CONSENT_TEL o
      *        CONSENT_POSTAL (mismos nombres de la auditoria).
           05  mas-valor-ant        PIC X(04).
      *        Detalle: valor del cliente al preparar el lote; es
      *        el que se restaura al revertir.
           05  mas-valor-nue        PIC X(04).
           05  mas-cantidad         PIC 9(06).
      *        Cabecera: clientes del lote.
           05  mas-criterio         PIC X(60).
      *        Cabecera: seleccion usada (lista o filtro).
           05  mas-operador         PIC X(10).
      *        Cabecera: quien preparo; detalle: quien aplico o
      *        revirtio.
           05  mas-fec-prepara      PIC 9(08).
           05  mas-fec-aplica       PIC 9(08).
           05  mas-fec-revierte     PIC 9(08).
           05  mas-resultado        PIC X(40).
