      *Layout de los ajustes pendientes de aplicar en nomina
      *(AJUSTES), clave compuesta por empleado + tipo + periodo de
      *origen. Tipo 'A' = ajuste anual de ISR que deja AJU-ISR con
      *origen AAAA13 del ejercicio ajustado; SENTIDO 'C' = saldo a
      *cargo del empleado (retencion adicional), 'F' = saldo a su
      *favor (se acredita contra el ISR del periodo). Tipo 'R' =
      *retroactivo de sueldo que deja CAL-RET con origen en el
      *periodo desde el que rige el aumento, siempre SENTIDO 'F';
      *CAL-NOM lo paga completo como percepcion gravable. IMPORTE es
      *el ajuste determinado y SALDO lo que falta por aplicar;
      *ESTADO 'P' = propuesto (aun sin autorizar, CAL-NOM no lo
      *toca), 'A' = autorizado por aplicar, 'T' = terminado (lo
      *marca CAL-NOM al agotar el saldo). CAL-NOM lo aplica en el
      *primer periodo que calcula posterior al de origen, y
      *ULT-PER/ULT-MONTO guardan el ultimo periodo aplicado y su
      *importe para que recalcular ese periodo lo reponga en vez
      *de aplicarlo dos veces, igual que CON-ULT-PER en CONCEPTO
      *(ULT-QNA es la quincena, 0 en la nomina mensual).
       01 REG-AJU.
           05 AJU-KEY.
               10 AJU-ID-EMPL PIC 9(05).
               10 AJU-TIPO    PIC X(01).
               10 AJU-ORIGEN  PIC 9(06).
           05 AJU-SENTIDO   PIC X(01).
           05 AJU-IMPORTE   PIC 9(07)V99.
           05 AJU-SALDO     PIC 9(07)V99.
           05 AJU-ESTADO    PIC X(01).
           05 AJU-ULT-CLAVE.
               10 AJU-ULT-PER   PIC 9(06).
               10 AJU-ULT-QNA   PIC 9(01).
           05 AJU-ULT-MONTO PIC 9(07)V99.
           05 AJU-OPERADOR  PIC X(10).
           05 AJU-FECHA     PIC 9(08).
