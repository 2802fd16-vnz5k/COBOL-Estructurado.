      *Layout de la bitacora del cierre de nomina (BITACORA): un
      *registro por paso terminado de CIE-NOM, con el periodo y la
      *quincena del cierre, el numero de paso y el programa que
      *corrio, el operador firmado, la fecha-hora de inicio y de
      *fin y el resultado: 'T' = terminado, 'F' = fallo (MOTIVO
      *dice por que), 'O' = omitido (no aplica a este cierre). Se
      *agrega al final, nunca se reescribe; al volver a correr el
      *cierre de un periodo, el ultimo resultado de cada paso dice
      *desde donde se reanuda.
       01 REG-BIT.
           05 BIT-PERIODO   PIC 9(06).
           05 BIT-QNA       PIC 9(01).
           05 BIT-PASO      PIC 9(01).
           05 BIT-PROGRAMA  PIC X(08).
           05 BIT-OPERADOR  PIC X(10).
           05 BIT-INICIO    PIC 9(14).
           05 BIT-FIN       PIC 9(14).
           05 BIT-RESULTADO PIC X(01).
           05 BIT-MOTIVO    PIC X(40).
