      *Layout de los datos fiscales por empleado (FISCAL), clave
      *por ID de empleado: RFC, CURP, numero de seguridad social,
      *tipo de regimen del catalogo del SAT ('02' = sueldos y
      *salarios) y codigo postal del domicilio fiscal. Se captura
      *en MANT-FIS y lo usa EXP-CFD para el receptor del recibo
      *electronico de nomina (CFDI) que se manda a timbrar.
       01 REG-FIS.
           05 FIS-ID-EMPL  PIC 9(05).
           05 FIS-RFC      PIC X(13).
           05 FIS-CURP     PIC X(18).
           05 FIS-NSS      PIC X(11).
           05 FIS-REGIMEN  PIC X(02).
           05 FIS-CP       PIC X(05).
