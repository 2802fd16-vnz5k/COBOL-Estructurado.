      *en REGHIS.CPY. Las captura MANT-INC antes del cierre y las
      *aplica CAL-NOM al bruto antes de los tramos de ISR: dias de
      *falta sin goce, horas extra (pagadas al doble) y dias no
      *laborados del periodo (ingreso a mitad de mes). INC-QNA es
      *la quincena a la que se cargan (0 para los mensuales), igual
      *que HIS-QNA.
       01 REG-INC.
           05 INC-KEY.
               10 INC-ID-EMPL PIC 9(05).
               10 INC-PERIODO PIC 9(06).
               10 INC-QNA     PIC 9(01).
           05 INC-DIAS-FALTA PIC 9(02).
           05 INC-HRS-EXTRA  PIC 9(03).
           05 INC-DIAS-NOLAB PIC 9(02).
