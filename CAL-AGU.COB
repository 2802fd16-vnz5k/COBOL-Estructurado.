           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT RECIBOS ASSIGN TO 'C:\Users\pc\Desktop\S\aguinal.txt'
               ORGANIZATION IS LINE SEQUENTIAL

       009-ESTADO-PERIODO.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE 0          TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR, SE TOMA ABIERTO'
      *Suma los cierres del ano del empleado en HISTORIAL (mes 01
      *a 12, el 13 del propio aguinaldo no cuenta) y saca el
      *salario diario realmente pagado: suma de S-MEN de los
      *periodos entre los dias que cubren (30 por periodo). Las
      *quincenas traen cada una el S-MEN mensual nominal, asi que
      *el promedio por renglon sigue siendo el sueldo del mes.
       220-SALARIO-ANO.
           MOVE 0 TO WS-SUMA-SMEN WS-NUM-PER WS-SAL-DIARIO.
           MOVE ID-EMPL TO HIS-ID-EMPL.
           MOVE 0       TO HIS-PERIODO.
           MOVE 0       TO HIS-QNA.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS GREATER THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS.
       250-GRABA-HIST.
           MOVE ID-EMPL     TO HIS-ID-EMPL.
           MOVE WS-PERIODO  TO HIS-PERIODO.
           MOVE 0           TO HIS-QNA.
           MOVE NOM-EMPL    TO HIS-NOM-EMPL.
           MOVE NOM-DEP     TO HIS-NOM-DEP.
           COMPUTE WS-AGUI-ENT ROUNDED = WS-AGUINALDO.
           IF WS-HAY-PER = 'S'
               MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT
               MOVE WS-PERIODO   TO PER-PERIODO
               MOVE 0            TO PER-QNA
               MOVE 'C'          TO PER-ESTADO
               MOVE WS-OPERADOR  TO PER-OPERADOR
               MOVE WS-FHA-FECHA TO PER-FEC-ACT
