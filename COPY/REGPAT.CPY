      *Layout de los datos del patron (PATRON): un solo registro
      *con clave '1' que se mantiene en MANT-PAT. EXP-CFD toma de
      *aqui al emisor del recibo electronico (RFC, razon social,
      *regimen fiscal y codigo postal de expedicion, que deben
      *coincidir con el certificado con que el PAC sella) y el
      *registro patronal con su entidad; MOV-IMS toma el registro
      *patronal, la guia del IDSE y la UMA diaria vigente, de la
      *que saca el tope del salario base de cotizacion (25 UMA).
      *La UMA cambia cada febrero: se captura en MANT-PAT al
      *publicarse, con la fecha y el operador que la cambiaron.
       01 REG-PAT.
           05 PAT-CLAVE    PIC X(01).
           05 PAT-RFC      PIC X(13).
           05 PAT-NOMBRE   PIC X(60).
           05 PAT-REGIMEN  PIC X(03).
           05 PAT-CP       PIC X(05).
           05 PAT-REG-PAT  PIC X(11).
           05 PAT-ENT-FED  PIC X(03).
           05 PAT-GUIA     PIC X(05).
           05 PAT-UMA      PIC 9(04)V99.
           05 PAT-FECHA    PIC 9(08).
           05 PAT-OPERADOR PIC X(10).
