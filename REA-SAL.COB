           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): este batch reescribe sueldos, asi que
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
                               DISPLAY 'LOS SUELDOS REALINEADOS NO'
                                   ' ENTRAN A ESE CALCULO'
