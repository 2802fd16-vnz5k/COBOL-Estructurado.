      *empleado y por departamento. Con esto se puede reproducir
      *la nomina de periodos pasados aunque EMPLEADO ya haya
      *cambiado via MANT-EMP.
      *Un periodo incluye las dos quincenas de los quincenales
      *(HIS-QNA 1 y 2) ademas de la nomina mensual, asi que la
      *reimpresion del mes y el acumulado anual salen completos.
      *Un ano depurado por ARC-HIS ya no esta en HISTORIAL: se
      *restaura con su modo R antes de reimprimirlo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-HIS.
       ENVIRONMENT DIVISION.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-ANIO      PIC 9(04) VALUE 0.
       01 WS-PER-LEIDO PIC 9(04) VALUE 0.
      *Parte del sueldo nominal que corresponde al renglon: el
      *S-MEN completo en la nomina mensual, la mitad en la primera
      *quincena y el resto en la segunda, para que el mes sume un
      *solo S-MEN.
       01 WS-SMEN-REN  PIC 9(05) VALUE 0.

      *Acumulado por empleado (corte de control sobre HIS-ID-EMPL,
      *el archivo viene ordenado por empleado + periodo).
           END-READ.

       210-DETALLE.
           PERFORM 230-SMEN-RENGLON.
           MOVE HIS-ID-EMPL TO WS-DET-ID.
           MOVE HIS-NOM-EMPL TO WS-DET-NOM.
           MOVE HIS-NOM-DEP TO WS-DET-DEP.
           MOVE WS-SMEN-REN TO WS-DET-BRUTO.
           MOVE HIS-DEDUC   TO WS-DET-DEDUC.
           MOVE HIS-NETO    TO WS-DET-NETO.
           MOVE WS-LIN-DET TO LIN-REPORTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-DEP
               IF WS-NOM-DEP-TAB(WS-IDX) = HIS-NOM-DEP
                   ADD WS-SMEN-REN TO WS-BRUTO-TAB(WS-IDX)
                   ADD HIS-NETO  TO WS-NETO-TAB(WS-IDX)
                   ADD 1 TO WS-CANT-TAB(WS-IDX)
                   MOVE 'S' TO WS-ENCONTRADO
           IF WS-ENCONTRADO = 'N'
               ADD 1 TO WS-NUM-DEP
               MOVE HIS-NOM-DEP TO WS-NOM-DEP-TAB(WS-NUM-DEP)
               MOVE WS-SMEN-REN TO WS-BRUTO-TAB(WS-NUM-DEP)
               MOVE HIS-NETO    TO WS-NETO-TAB(WS-NUM-DEP)
               MOVE 1           TO WS-CANT-TAB(WS-NUM-DEP).
           ADD WS-SMEN-REN TO WS-TOTAL-BRUTO.
           ADD HIS-NETO  TO WS-TOTAL-NETO.
           ADD 1         TO WS-CANT-GRAL.

       230-SMEN-RENGLON.
           EVALUATE HIS-QNA
               WHEN 1
                   DIVIDE HIS-S-MEN BY 2 GIVING WS-SMEN-REN
               WHEN 2
                   DIVIDE HIS-S-MEN BY 2 GIVING WS-SMEN-REN
                   COMPUTE WS-SMEN-REN = HIS-S-MEN - WS-SMEN-REN
               WHEN OTHER
                   MOVE HIS-S-MEN TO WS-SMEN-REN
           END-EVALUATE.

       300-SUBTOT-DEP.
           MOVE SPACES TO LIN-REPORTE.
           WRITE LIN-REPORTE.
               MOVE HIS-ID-EMPL  TO WS-ID-ANT
               MOVE HIS-NOM-EMPL TO WS-NOM-ANT
           END-IF.
           PERFORM 230-SMEN-RENGLON.
           ADD 1         TO WS-EMP-PERIODOS.
           ADD WS-SMEN-REN TO WS-EMP-BRUTO.
           ADD HIS-NETO  TO WS-EMP-NETO.
           PERFORM 220-ACUM-DEP.

