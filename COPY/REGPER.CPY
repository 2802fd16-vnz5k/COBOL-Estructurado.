      *Layout del calendario de periodos de nomina (PERIODOS),
      *clave por periodo AAAAMM (el mes 13 es el aguinaldo de
      *CAL-AGU y el 14 la PTU de CAL-PTU). ESTADO: 'A' = abierto,
      *'C' = calculado (lo marca CAL-NOM, CAL-AGU o CAL-PTU al
      *cerrar la corrida), 'D' = dispersado (lo marca DIS-BAN),
      *'X' = cerrado (operacion explicita y firmada en MANT-PER).
      *CAL-NOM exige confirmacion especial para recalcular un
      *periodo 'D' y rechaza un 'X'; DIS-BAN solo dispersa
      *completo un periodo 'C' con el visto bueno de RPT-VAR (ver
      *REGVIS); MANT-EMP y REA-SAL avisan cuando hay un periodo
      *entre calculo y dispersion.
      *La clave lleva ademas la quincena (PER-QNA, igual que
      *HIS-QNA): 0 = el mes de la nomina mensual, 1 y 2 = cada
      *quincena de la nomina quincenal, con su propio estado.
       01 REG-PER.
           05 PER-KEY.
               10 PER-PERIODO  PIC 9(06).
               10 PER-QNA      PIC 9(01).
           05 PER-ESTADO   PIC X(01).
           05 PER-OPERADOR PIC X(10).
           05 PER-FEC-ACT  PIC 9(08).
