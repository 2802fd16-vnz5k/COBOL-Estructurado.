           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT RECIBOS ASSIGN TO 'C:\Users\pc\Desktop\S\finiq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
      *CAL-NOM: el mes ya se pago y el renglon del historial se
      *conserva tal cual (ver 217-REVISA-CIERRE).
       01 WS-CIERRE-PREVIO PIC X VALUE 'N'.
      *A un quincenal con solo la primera quincena cerrada ya se
      *le pagaron 15 dias del mes; WS-QNA-REV es la quincena cuyo
      *cierre se busca en HISTORIAL.
       01 WS-DIAS-PAGADOS PIC 9(02) VALUE 0.
       01 WS-DIAS-SUELDO  PIC 9(02) VALUE 0.
       01 WS-QNA-REV      PIC 9(01) VALUE 0.

      *Fechas de la baja: el periodo del finiquito es el AAAAMM de
      *F-BAJA y el dia es lo trabajado del mes.
      *Un periodo cerrado en el calendario ya no acepta el
      *finiquito (capturar la baja con fecha de un periodo vivo);
      *sobre uno ya dispersado se avisa que este deposito no salio
      *en la dispersion y debera salir aparte. Para un quincenal
      *manda el estado de la segunda quincena, la que cierra el mes.
       215-ESTADO-PERIODO.
           MOVE 'S' TO WS-PROCEDE.
           IF WS-HAY-PER = 'S'
               MOVE WS-PERIODO TO PER-PERIODO
               IF FREC-PAG = 'Q'
                   MOVE 2 TO PER-QNA
               ELSE
                   MOVE 0 TO PER-QNA
               END-IF
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
      *finiquito anterior las trae en cero. Con cierre previo el
      *mes completo ya se pago, asi que el componente de dias
      *trabajados va en cero y el renglon del cierre no se toca.
      *A un quincenal el mes completo se lo paga la segunda
      *quincena; si solo esta la primera, el finiquito paga los
      *dias trabajados despues del dia 15.
       217-REVISA-CIERRE.
           MOVE 'N' TO WS-CIERRE-PREVIO.
           MOVE 0   TO WS-DIAS-PAGADOS.
           IF FREC-PAG = 'Q'
               MOVE 2 TO WS-QNA-REV
               PERFORM 218-LEE-CIERRE
               IF WS-CIERRE-PREVIO = 'N'
                   MOVE 1 TO WS-QNA-REV
                   PERFORM 218-LEE-CIERRE
                   IF WS-CIERRE-PREVIO = 'S'
                       MOVE 'N' TO WS-CIERRE-PREVIO
                       MOVE 15  TO WS-DIAS-PAGADOS
                       DISPLAY 'LA PRIMERA QUINCENA YA SE PAGO'
                       DISPLAY 'EL SUELDO SOLO CUBRE LOS DIAS'
                           ' POSTERIORES AL 15'
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-QNA-REV
               PERFORM 218-LEE-CIERRE
           END-IF.
           IF WS-CIERRE-PREVIO = 'S'
               DISPLAY 'EL PERIODO YA PAGO EL MES COMPLETO'
               DISPLAY 'SOLO SE LIQUIDAN PRESTACIONES'
           END-IF.

       218-LEE-CIERRE.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PERIODO TO HIS-PERIODO.
           MOVE WS-QNA-REV TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
                   IF HIS-DEDUC NOT = 0 OR HIS-ISR NOT = 0
                      OR HIS-IMSS NOT = 0
                       MOVE 'S' TO WS-CIERRE-PREVIO
                   END-IF
           END-READ.

      *Dias trabajados del mes de la baja a treintavos de S-MEN:
      *la parte del periodo que el cierre normal ya no va a pagar.
      *Si el cierre ya corrio y pago el mes completo, aqui no hay
      *nada que pagar (seria doble); si ya se pago la primera
      *quincena se descuentan sus 15 dias.
       220-SUELDO-MES.
           IF WS-CIERRE-PREVIO = 'S'
               MOVE 0 TO WS-IMP-SUELDO
           ELSE
               IF WS-BAJA-DIA > 30
                   MOVE 30 TO WS-DIAS-SUELDO
               ELSE
                   MOVE WS-BAJA-DIA TO WS-DIAS-SUELDO
               END-IF
               IF WS-DIAS-SUELDO > WS-DIAS-PAGADOS
                   SUBTRACT WS-DIAS-PAGADOS FROM WS-DIAS-SUELDO
               ELSE
                   MOVE 0 TO WS-DIAS-SUELDO
               END-IF
               COMPUTE WS-IMP-SUELDO ROUNDED =
                   WS-SAL-DIARIO * WS-DIAS-SUELDO
           END-IF.

      *Aguinaldo proporcional del ano de la baja: del 1 de enero
           ELSE
               MOVE ID-EMPL     TO HIS-ID-EMPL
               MOVE WS-PERIODO  TO HIS-PERIODO
               MOVE 0           TO HIS-QNA
               MOVE NOM-EMPL    TO HIS-NOM-EMPL
               MOVE NOM-DEP     TO HIS-NOM-DEP
               MOVE S-MEN       TO HIS-S-MEN
