      *Layout del estado de pago por deposito (PAGOS), clave
      *compuesta por empleado + periodo (AAAAMM) + quincena igual
      *que HIS-KEY.
      *ESTADO: 'E' = enviado al banco (lo graba DIS-BAN al armar el
      *detalle), 'P' = pagado, 'R' = rechazado (los graba REC-BAN
      *al procesar el archivo de retorno del portal, con el motivo
           05 PAG-KEY.
               10 PAG-ID-EMPL PIC 9(05).
               10 PAG-PERIODO PIC 9(06).
               10 PAG-QNA     PIC 9(01).
           05 PAG-ESTADO PIC X(01).
           05 PAG-MOTIVO PIC X(30).
           05 PAG-FECHA  PIC 9(08).
