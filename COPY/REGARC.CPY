      *Layout de los archivos historicos por ano que escribe
      *ARC-HIS al depurar un ano cerrado: uno por archivo en linea
      *(arhisAAAA = HISTORIAL, arpagAAAA = PAGOS, ardiaAAAA =
      *DIARIO, arincAAAA = INCIDEN), secuenciales y con registros
      *tipados igual que el respaldo de RES-EMP (ver REGRES): 'H'
      *encabezado con el archivo de origen, el ano, la fecha-hora
      *y el operador; 'D' detalle con la imagen completa del
      *registro en linea; 'T' cierre con la cantidad de detalles y
      *el total de control. El total de control es la suma de
      *HIS-NETO en HISTORIAL, de PAG-ID-EMPL en PAGOS, del ID del
      *empleado de la imagen en DIARIO y de dias de falta, horas
      *extra y dias no laborados en INCIDEN. ARC-HIS lo verifica
      *antes de borrar lo archivado y antes de restaurarlo.
       01 REG-ARC.
           05 ARC-TIPO  PIC X(01).
           05 ARC-DATOS PIC X(181).
           05 ARC-ENCAB REDEFINES ARC-DATOS.
               10 ARC-ARCHIVO  PIC X(10).
               10 ARC-ANIO     PIC 9(04).
               10 ARC-FECHA    PIC 9(08).
               10 ARC-HORA     PIC 9(06).
               10 ARC-OPERADOR PIC X(10).
               10 FILLER       PIC X(143).
           05 ARC-CIERRE REDEFINES ARC-DATOS.
               10 ARC-CANT     PIC 9(07).
               10 ARC-TOTAL    PIC 9(13)V99.
               10 FILLER       PIC X(159).
