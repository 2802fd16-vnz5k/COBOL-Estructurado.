      *Layout de la marca de envio al IMSS (MARCA-IMSS): fecha-hora
      *del ultimo movimiento del diario (JRN-FEC-HORA) ya incluido
      *en un archivo de movimientos enviado, con la fecha, el
      *operador y la cantidad de movimientos de ese envio. Un solo
      *registro, lo reescribe MOV-IMS al confirmar el envio; la
      *siguiente corrida solo toma lo posterior a esta marca.
       01 REG-MRC.
           05 MRC-FEC-HORA PIC 9(14).
           05 MRC-FECHA    PIC 9(08).
           05 MRC-OPERADOR PIC X(10).
           05 MRC-CANT     PIC 9(05).
