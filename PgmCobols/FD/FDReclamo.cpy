       01  reclamo-registro.
           05  reclamo-llave.
               10  reclamo-rut      PIC 9(10).
               10  reclamo-correlativo PIC 9(04).
      *            Numero del reclamo dentro del cliente; RUT mas
      *            correlativo es el folio que se informa.
           05  reclamo-fec-ingreso  PIC 9(08).
           05  reclamo-canal        PIC X.
               88  reclamo-telefonico  VALUE "T".
               88  reclamo-presencial  VALUE "P".
               88  reclamo-email       VALUE "E".
               88  reclamo-web         VALUE "W".
               88  reclamo-carta       VALUE "C".
           05  reclamo-categoria    PIC X(04).
      *        Codigo de reclamos_categorias.dat (FDCatReclamo).
           05  reclamo-sucursal     PIC X(04).
      *        Sucursal que recibio el reclamo (sucursales.dat);
      *        obligatoria si el canal es presencial.
           05  reclamo-factura-periodo PIC 9(06).
           05  reclamo-cita-fecha   PIC 9(08).
           05  reclamo-cita-hora    PIC 9(04).
      *        Factura (rut+periodo) o cita (fecha+hora+rut) a la
      *        que se refiere el reclamo; 0 = no aplica.
           05  reclamo-descripcion  PIC X(60).
           05  reclamo-fec-venc     PIC 9(08).
      *        Plazo legal de respuesta: ingreso + dias habiles de
      *        la categoria (SumarDiasFecha2 tipo H, calendario.dat).
           05  reclamo-operador     PIC X(10).
      *        Responsable; la tarea reclamo-tarea-corr de
      *        tareas.dat lo lleva a su cola de trabajo.
           05  reclamo-tarea-corr   PIC 9(04).
           05  reclamo-estado       PIC X.
               88  reclamo-abierto   VALUE "A".
               88  reclamo-cerrado   VALUE "C".
           05  reclamo-escalado     PIC X.
      *        S = ya escalado al supervisor por EscalarTareas por
      *        vencer su plazo abierto; blanco o N = sin escalar.
           05  reclamo-resolucion   PIC X(60).
           05  reclamo-nc-numero    PIC 9(06).
      *        Nota de credito emitida como parte de la respuesta;
      *        0 = sin nota.
           05  reclamo-fec-cierre   PIC 9(08).
           05  reclamo-oper-cierre  PIC X(10).
           05  reclamo-oper-ingreso PIC X(10).
           05  reclamo-fecmod       PIC 9(08).
           05  reclamo-usuario-mod  PIC X(10).
