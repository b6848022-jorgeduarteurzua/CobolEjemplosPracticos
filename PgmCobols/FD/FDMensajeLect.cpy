       01  mlec-registro.
           05  mlec-llave.
               10  mlec-numero      PIC 9(06).
               10  mlec-operador    PIC X(10).
      *            Una fila por aviso y operador que ya lo vio; el
      *            que no tiene fila aun no lo ha leido.
           05  mlec-fecha           PIC 9(08).
           05  mlec-hora            PIC 9(06).
           05  mlec-confirmado      PIC X.
               88  mlec-acuso-recibo VALUE "S".
      *            S = acuso recibo explicito (aviso de prioridad
      *            alta); N = solo mostrado.
