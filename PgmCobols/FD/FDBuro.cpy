       01  buro-registro.
           05  buro-llave.
               10  buro-rut         PIC 9(10).
               10  buro-episodio    PIC 9(03).
      *            Un episodio por cada vez que el cliente entra al
      *            informe del buro de credito; al aclararse queda
      *            cerrado y una nueva morosidad abre el siguiente.
           05  buro-estado          PIC X.
               88  buro-informado   VALUE "I".
               88  buro-aclarado    VALUE "A".
           05  buro-fec-informe     PIC 9(08).
           05  buro-seq-informe     PIC 9(06).
      *        Primer envio (InformeBuro) que incluyo al cliente.
           05  buro-fec-ult-informe PIC 9(08).
           05  buro-seq-ult-informe PIC 9(06).
      *        Ultimo envio mensual que lo incluyo, con el monto y
      *        atraso informados en el.
           05  buro-monto-informado PIC 9(11)V99.
           05  buro-dias-atraso     PIC 9(05).
           05  buro-venc-antigua    PIC 9(08).
           05  buro-venc-ultima     PIC 9(08).
      *        Vencimientos de la factura mas antigua y de la mas
      *        reciente informadas: el cliente se aclara cuando ya
      *        no le queda nada impago vencido hasta buro-venc-
      *        ultima.
           05  buro-fec-pago        PIC 9(08).
      *        Fecha del ultimo pago que dejo saldadas las facturas
      *        informadas (factura-fecmod); el plazo legal para
      *        aclarar corre desde aqui.
           05  buro-fec-aclaracion  PIC 9(08).
           05  buro-seq-aclaracion  PIC 9(06).
      *        Envio de rectificacion (RectificacionBuro) que lo
      *        retiro del buro.
           05  buro-fecmod          PIC 9(08).
           05  buro-usuario-mod     PIC X(10).
