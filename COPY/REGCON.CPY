      *deja de descontar solo). ULT-PER/ULT-MONTO guardan el
      *ultimo periodo amortizado y su importe, para que recalcular
      *un periodo reponga esa amortizacion en vez de cobrarla dos
      *veces; ULT-QNA es la quincena de ese periodo (0 mensual).
      *Se mantiene en MANT-CON validado contra EMPLEADO.
       01 REG-CON.
           05 CON-KEY.
               10 CON-ID-EMPL PIC 9(05).
           05 CON-IMPORTE   PIC 9(05)V99.
           05 CON-SALDO     PIC 9(07)V99.
           05 CON-ESTADO    PIC X(01).
           05 CON-ULT-CLAVE.
               10 CON-ULT-PER   PIC 9(06).
               10 CON-ULT-QNA   PIC 9(01).
           05 CON-ULT-MONTO PIC 9(05)V99.
