      *          contado y queda la diferencia (sobrante/faltante)
      *          contra apertura + efectivo capturado, con el acta de
      *          cierre por spool (EscribirReporte +
      *          GenerarNombreSpool) para el arqueo. El efectivo
      *          de las sesiones cerradas sale al banco en una remesa
      *          (RemesaCaja).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                     caja-monto-contado
                                     caja-diferencia
                                     caja-hora-cierre
                                     caja-remesa
           WRITE caja-registro
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR LA SESION."
