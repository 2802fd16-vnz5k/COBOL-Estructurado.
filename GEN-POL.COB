           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT POLIZA ASSIGN TO 'C:\Users\pc\Desktop\S\poliza.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-CANT-PER PIC 9(01) VALUE 0.

      *Agregado del periodo por departamento: el bruto pagado
      *(retenciones mas neto) y el desglose de retenciones. Las
               END-IF
           END-IF.

      *Captura el periodo de la poliza (AAAAMM, 13 = aguinaldo,
      *14 = PTU).
       005-PERIODO.
           DISPLAY 'PERIODO DE LA POLIZA (AAAAMM)' ACCEPT WS-PERIODO.
           EVALUATE TRUE
               WHEN WS-PER-ANIO < 2019
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN WS-PER-MES < 01 OR WS-PER-MES > 14
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN OTHER
      *La poliza solo se emite sobre un periodo cerrado en el
      *calendario: el asiento contable no debe cambiar despues.
      *Sin calendario se avisa y se procede, como en los demas
      *programas mientras MANT-PER no este en uso. La poliza es del
      *mes completo: la nomina mensual y las dos quincenas que
      *esten en el calendario para ese mes deben estar cerradas.
       008-VERIFICA-CERRADO.
           OPEN INPUT PERIODOS.
           EVALUATE WS-FSTAT-PER
                   DISPLAY 'MANT-PER), NO SE VERIFICA EL CIERRE'
               WHEN '00'
                   MOVE WS-PERIODO TO PER-PERIODO
                   MOVE 0          TO PER-QNA
                   MOVE 0          TO WS-CANT-PER
                   START PERIODOS KEY IS NOT LESS THAN PER-KEY
                       INVALID KEY MOVE '10' TO WS-FSTAT-PER
                   END-START
                   PERFORM 009-REVISA-QUINCENA
                       UNTIL WS-FSTAT-PER NOT = '00'
                   CLOSE PERIODOS
                   IF WS-CANT-PER = 0
                       DISPLAY 'PERIODO SIN REGISTRAR EN EL'
                           ' CALENDARIO'
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       009-REVISA-QUINCENA.
           READ PERIODOS NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-PER
               NOT AT END
                   IF PER-PERIODO NOT = WS-PERIODO
                       MOVE '10' TO WS-FSTAT-PER
                   ELSE
                       ADD 1 TO WS-CANT-PER
                       IF PER-ESTADO NOT = 'X'
                           DISPLAY 'EL PERIODO NO ESTA CERRADO'
                               ' (QUINCENA ' PER-QNA ')'
                           DISPLAY '(CERRARLO EN MANT-PER'
                               ' ANTES DE EMITIR LA POLIZA)'
                           CLOSE PERIODOS
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       100-OPEN.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
