           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): modificar y dar de baja exige rol de
               CONTINUE
           ELSE
               MOVE 0 TO PER-PERIODO
               MOVE 0 TO PER-QNA
               START PERIODOS KEY IS GREATER THAN PER-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-PER
               END-START
               PERFORM UNTIL WS-FSTAT-PER NOT = '00'
                       NOT AT END
                           IF PER-ESTADO = 'C'
                               DISPLAY 'AVISO: PERIODO ' PER-PERIODO
                                   ' Q' PER-QNA
                                   ' CALCULADO SIN DISPERSAR'
                               DISPLAY 'LOS CAMBIOS DE ESTA SESION'
                                   ' NO ENTRAN A ESE CALCULO'
           DISPLAY 'NOM-EMPL' ACCEPT NOM-EMPL.
           PERFORM 231-NOMDEP.
           PERFORM 233-SUELDO.
           PERFORM 235-FRECUENCIA.
           REWRITE REG-EMPL
               INVALID KEY
                   DISPLAY 'NO SE PUDO ACTUALIZAR'
               END-READ
           END-PERFORM.

      *Frecuencia de pago (M mensual, Q quincenal), mismo criterio
      *que 206-FRECUENCIA en GEN-SEC. El cambio debe hacerse entre
      *meses: CAL-NOM toma la frecuencia vigente al calcular y un
      *cambio a media quincena deja el mes pagado de dos formas.
       235-FRECUENCIA.
           DISPLAY 'FRECUENCIA DE PAGO ACTUAL: ' FREC-PAG.
           DISPLAY 'FRECUENCIA DE PAGO (M MENSUAL / Q QUINCENAL)'
               ACCEPT FREC-PAG.
           IF FREC-PAG NOT = 'M' AND FREC-PAG NOT = 'Q'
               DISPLAY 'INVALID OPTION'
               PERFORM 235-FRECUENCIA.

      *Baja logica: marca el registro en lugar de borrarlo. Se
      *captura la fecha de baja (no puede ser anterior al ingreso)
      *y el motivo, y el registro queda disponible para consulta.
