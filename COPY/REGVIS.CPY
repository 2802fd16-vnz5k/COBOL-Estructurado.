      *Layout del visto bueno de la nomina (VISTO-BUENO), clave
      *igual que PERIODOS (periodo AAAAMM + quincena). Lo graba
      *RPT-VAR cuando un administrador revisa el reporte de
      *variaciones de un periodo calculado ('C') y lo autoriza;
      *DIS-BAN no dispersa completo un periodo sin visto bueno.
      *CANT y NETO son el numero de renglones y la suma de
      *HIS-NETO del periodo en HISTORIAL al momento de autorizar:
      *si CAL-NOM recalcula despues y el calculo cambia, ya no
      *cuadran y hace falta volver a revisar. MARCADOS es cuantos
      *empleados traia senalados el reporte autorizado.
       01 REG-VIS.
           05 VIS-KEY.
               10 VIS-PERIODO  PIC 9(06).
               10 VIS-QNA      PIC 9(01).
           05 VIS-OPERADOR PIC X(10).
           05 VIS-FEC-HORA PIC 9(14).
           05 VIS-CANT     PIC 9(05).
           05 VIS-NETO     PIC 9(09)V99.
           05 VIS-MARCADOS PIC 9(05).
