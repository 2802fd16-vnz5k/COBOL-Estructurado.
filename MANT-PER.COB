      *lo toca ningun programa. Reabrir un cerrado tambien queda
      *aqui, con la misma confirmacion, para el caso excepcional
      *que lo requiera.
      *Cada quincena de la nomina quincenal lleva su propio estado
      *(PER-QNA 1 y 2) junto al de la nomina mensual (0), asi que
      *se pide la quincena despues del periodo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PER.
       ENVIRONMENT DIVISION.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): el estado de los periodos manda
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
       01 WS-CONFIRMA PIC X(10).
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
       100-CERRAR.
           CLOSE PERIODOS.

      *Captura el periodo (el 13 es el aguinaldo y el 14 la PTU
      *del ano) y ofrece las operaciones sobre su estado.
       200-MANTENIMIENTO.
           DISPLAY 'PERIODO (AAAAMM, MES 13 = AGUINALDO, 14 = PTU)'.
           ACCEPT WS-PERIODO.
           EVALUATE TRUE
               WHEN WS-PER-ANIO < 2019
                   DISPLAY 'INVALID PERIODO'
               WHEN WS-PER-MES < 01 OR WS-PER-MES > 14
                   DISPLAY 'INVALID PERIODO'
               WHEN OTHER
                   PERFORM 205-QUINCENA
                   PERFORM 210-CONSULTA
                   PERFORM 220-OPCION
           END-EVALUATE.
           IF WS-OTRO = 'N'
               MOVE 1 TO WS-FLAG.

      *Quincena del periodo, igual que en CAL-NOM; el aguinaldo
      *no tiene quincenas y siempre es 0.
       205-QUINCENA.
           IF WS-PER-MES > 12
               MOVE 0 TO WS-QNA
           ELSE
               DISPLAY 'QUINCENA (0 MENSUAL / 1 PRIMERA / 2 SEGUNDA)'
                   ACCEPT WS-QNA
               IF WS-QNA > 2
                   DISPLAY 'INVALID QUINCENA'
                   PERFORM 205-QUINCENA
               END-IF
           END-IF.

       210-CONSULTA.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR EN EL CALENDARIO'
      *(para regresarlo a abierto esta REABRIR, con confirmacion).
       230-ABRIR.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           MOVE 'A' TO PER-ESTADO.
           PERFORM 260-ESTAMPA.
           WRITE REG-PER
      *ni CAL-NOM ni DIS-BAN vuelven a tocar el periodo.
       240-CERRAR.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR, NADA QUE CERRAR'
      *tecleada que el cierre.
       250-REABRIR.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR'
