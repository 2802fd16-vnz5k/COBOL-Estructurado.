           05 F-ING    PIC 9(08) VALUE ZERO.
           05 EST-EMPL PIC X(01) VALUE 'A'.
           05 F-BAJA   PIC 9(08) VALUE ZERO.
           05 MOT-BAJA PIC X(19) VALUE SPACES.
      *Frecuencia de pago: 'Q' = quincenal (CAL-NOM le paga media
      *S-MEN en cada quincena), cualquier otro valor = mensual. Se
      *tomo del ultimo byte de MOT-BAJA para no cambiar el largo
      *del registro (ni las imagenes del DIARIO); en los registros
      *anteriores queda en espacio y cuentan como mensuales.
           05 FREC-PAG PIC X(01) VALUE 'M'.
      *Opcion de la escala salarial con la que se asigno S-MEN
      *(ver 203-SUELDO); la usa REA-SAL para realinear el sueldo
      *cuando Finanzas publica nuevos montos en ESCALA. Cero en
