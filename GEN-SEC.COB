                   PERFORM 300-FECHA
               WHEN F-ING NOT LESS 20190101
                   DISPLAY 'FECHA VALIDA!'
                   PERFORM 206-FRECUENCIA
      *Escribe los datos y posteriormente pregunta por algun otro.
      *El alta nace activa y sin datos de baja (ver MANT-EMP).
                   MOVE 'A'    TO EST-EMPL
                       END-IF
               END-READ
           END-PERFORM.

      *Frecuencia de pago del alta: 'M' mensual o 'Q' quincenal
      *(CAL-NOM paga a los quincenales media S-MEN por quincena).
      *Fuera del rango PERFORM 200-PROCESO THRU 300-FECHA por la
      *misma razon que 202-LISTA-DEP.
       206-FRECUENCIA.
           DISPLAY 'FRECUENCIA DE PAGO (M MENSUAL / Q QUINCENAL)'
               ACCEPT FREC-PAG.
           IF FREC-PAG NOT = 'M' AND FREC-PAG NOT = 'Q'
               DISPLAY 'INVALID OPTION'
               PERFORM 206-FRECUENCIA.
