      *Layout del control de timbrado de recibos electronicos
      *(TIMBRES), clave compuesta por empleado + periodo +
      *quincena, la misma de HISTORIAL. ESTADO 'G' = XML generado
      *por EXP-CFD y pendiente de timbrar, 'T' = timbrado
      *(REC-TIM cargo el folio fiscal UUID que regreso el PAC).
      *Un recibo timbrado ya no se vuelve a generar.
       01 REG-TIM.
           05 TIM-KEY.
               10 TIM-ID-EMPL PIC 9(05).
               10 TIM-PERIODO PIC 9(06).
               10 TIM-QNA     PIC 9(01).
           05 TIM-ESTADO   PIC X(01).
           05 TIM-UUID     PIC X(36).
           05 TIM-FEC-GEN  PIC 9(08).
           05 TIM-FEC-TIM  PIC 9(08).
