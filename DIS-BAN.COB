      *con el retorno del banco; el modo 'R' vuelve a dispersar
      *solo los depositos rechazados, ya corregida la CLABE en
      *MANT-BCO, sin repetir los que si se abonaron.
      *La nomina mensual se dispersa como quincena 0 y cada
      *quincena de los empleados quincenales por separado (1 o 2),
      *cada una con su cierre y su estado en el calendario.
      *La dispersion completa pide el visto bueno del periodo que
      *da un administrador en RPT-VAR (ver REGVIS) y que el
      *calculo en HISTORIAL siga siendo el que se reviso.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIS-BAN.
       ENVIRONMENT DIVISION.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Visto bueno de la revision de variaciones (ver REGVIS y
      *RPT-VAR).
           SELECT VISTO-BUENO ASSIGN TO 'C:\Users\pc\Desktop\S\visto'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-KEY
               FILE STATUS IS WS-FSTAT-VIS.
      *Estado de pago por deposito (ver REGPAG y REC-BAN).
           SELECT PAGOS ASSIGN TO 'C:\Users\pc\Desktop\S\pagos'
               ORGANIZATION IS INDEXED
       FD PAGOS.
           COPY REGPAG.

       FD VISTO-BUENO.
           COPY REGVIS.

       FD DISPER.
       01 LIN-DISPER PIC X(60).

       01 WS-PROCEDE PIC X VALUE 'S'.
       01 WS-FSTAT-PER PIC XX.
       01 WS-HAY-PER PIC X VALUE 'N'.
       01 WS-FSTAT-VIS PIC XX.
      *Renglones y neto del periodo en HISTORIAL, para compararlos
      *con los del visto bueno.
       01 WS-VIS-CANT PIC 9(05) VALUE 0.
       01 WS-VIS-NETO PIC 9(09)V99 VALUE 0.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-PERIODO.
           PERFORM 003-QUINCENA.
           PERFORM 008-MODO.
           PERFORM 009-VERIFICA-PERIODO.
           PERFORM 100-OPEN.
           IF WS-MODO = 'T' AND WS-HAY-PER = 'S'
               PERFORM 120-VERIFICA-VISTO
           END-IF.
           PERFORM 110-ENCABEZADO.
           PERFORM 200-DISPERSAR UNTIL WS-FLAG = 1.
           PERFORM 300-CIERRE.

      *Captura el periodo a dispersar (AAAAMM), el mismo que ya
      *cerro CAL-NOM; si el mes no es valido regresa. El mes 13 es
      *el periodo de aguinaldo que graba CAL-AGU y el 14 el de la
      *PTU que graba CAL-PTU; se dispersan igual que cualquier
      *cierre.
       005-PERIODO.
           DISPLAY 'PERIODO A DISPERSAR (AAAAMM)' ACCEPT WS-PERIODO.
           EVALUATE TRUE
               WHEN WS-PER-ANIO < 2019
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN WS-PER-MES < 01 OR WS-PER-MES > 14
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN OTHER
                   DISPLAY 'PERIODO VALIDO!'
           END-EVALUATE.

      *Quincena a dispersar (ver CAL-NOM): 0 la nomina mensual, 1 o
      *2 la quincena de los quincenales. El aguinaldo es de un solo
      *pago para todos y siempre va como 0.
       003-QUINCENA.
           IF WS-PER-MES > 12
               MOVE 0 TO WS-QNA
           ELSE
               DISPLAY 'QUINCENA (0 MENSUAL / 1 PRIMERA / 2 SEGUNDA)'
                   ACCEPT WS-QNA
               IF WS-QNA > 2
                   DISPLAY 'INVALID QUINCENA'
                   PERFORM 003-QUINCENA
               END-IF
           END-IF.

      *Modo de la corrida: completa o solo los rechazados del
      *retorno del banco (ya corregidos en MANT-BCO).
       008-MODO.

       011-ESTADO-PERIODO.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR EN EL CALENDARIO'
           MOVE WS-REG-ENCAB TO LIN-DISPER.
           WRITE LIN-DISPER.

      *El periodo calculado se dispersa solo con visto bueno y si
      *HISTORIAL trae los mismos renglones y neto que se revisaron;
      *si CAL-NOM recalculo despues, hay que volver a revisar.
       120-VERIFICA-VISTO.
           OPEN INPUT VISTO-BUENO.
           IF WS-FSTAT-VIS NOT = '00'
               DISPLAY 'PERIODO SIN VISTO BUENO (CORRER RPT-VAR)'
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO VIS-PERIODO.
           MOVE WS-QNA     TO VIS-QNA.
           READ VISTO-BUENO
               INVALID KEY
                   DISPLAY 'PERIODO SIN VISTO BUENO (CORRER RPT-VAR)'
                   CLOSE VISTO-BUENO
                   STOP RUN
           END-READ.
           CLOSE VISTO-BUENO.
           MOVE 0 TO WS-VIS-CANT WS-VIS-NETO.
           MOVE ZEROS TO HIS-KEY.
           START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS
           END-START.
           PERFORM 121-SUMA-HISTORIAL UNTIL WS-FSTAT-HIS NOT = '00'.
           IF WS-VIS-CANT NOT = VIS-CANT OR WS-VIS-NETO NOT = VIS-NETO
               DISPLAY 'EL CALCULO CAMBIO DESPUES DEL VISTO BUENO DE '
                   VIS-OPERADOR
               DISPLAY 'VOLVER A CORRER RPT-VAR'
               STOP RUN
           END-IF.
           DISPLAY 'VISTO BUENO DE ' VIS-OPERADOR ' ' VIS-FEC-HORA.

       121-SUMA-HISTORIAL.
           READ HISTORIAL NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-HIS
               NOT AT END
                   IF HIS-PERIODO = WS-PERIODO AND HIS-QNA = WS-QNA
                       ADD 1        TO WS-VIS-CANT
                       ADD HIS-NETO TO WS-VIS-NETO
                   END-IF
           END-READ.

      *Recorre EMPLEADO; cada activo con datos bancarios y cierre
      *del periodo genera un detalle, lo demas va a rechazos. En
      *los meses de nomina solo entran los de la frecuencia de la
      *quincena pedida; los otros no son error, se dispersan en su
      *propia corrida. La PTU (mes 14) va aparte: ver 205-REPARTO.
       200-DISPERSAR.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF WS-PER-MES = 14
                       PERFORM 205-REPARTO
                   ELSE
                       IF EST-EMPL NOT = 'B'
                           IF WS-PER-MES > 12
                              OR (WS-QNA = 0 AND FREC-PAG NOT = 'Q')
                              OR (WS-QNA > 0 AND FREC-PAG = 'Q')
                               PERFORM 210-ARMA-DETALLE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *En la PTU se paga a quien CAL-PTU le grabo reparto, activo
      *o baja (la baja trabajo parte del ejercicio y conserva su
      *derecho); quien no tiene renglon no alcanzo el minimo de
      *dias y no es rechazo.
       205-REPARTO.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PERIODO TO HIS-PERIODO.
           MOVE 0          TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 210-ARMA-DETALLE
           END-READ.

      *En modo 'R' solo pasan los empleados cuyo deposito del
      *periodo quedo rechazado en PAGOS; los demas ya cobraron o
      *siguen en transito y se omiten sin listarlos como error.
           IF WS-MODO = 'R'
               MOVE ID-EMPL    TO PAG-ID-EMPL
               MOVE WS-PERIODO TO PAG-PERIODO
               MOVE WS-QNA     TO PAG-QNA
               READ PAGOS
                   INVALID KEY
                       MOVE 'N' TO WS-PROCEDE
           IF WS-PROCEDE = 'S'
               MOVE ID-EMPL    TO HIS-ID-EMPL
               MOVE WS-PERIODO TO HIS-PERIODO
               MOVE WS-QNA     TO HIS-QNA
               READ HISTORIAL
                   INVALID KEY
                       MOVE 'SIN CIERRE DEL PERIODO' TO WS-RCH-MOTIVO
       240-MARCA-ENVIADO.
           MOVE ID-EMPL      TO PAG-ID-EMPL.
           MOVE WS-PERIODO   TO PAG-PERIODO.
           MOVE WS-QNA       TO PAG-QNA.
           MOVE 'E'          TO PAG-ESTADO.
           MOVE SPACES       TO PAG-MOTIVO.
           MOVE WS-FHA-FECHA TO PAG-FECHA.
       310-MARCA-DISPERSADO.
           IF WS-HAY-PER = 'S'
               MOVE WS-PERIODO   TO PER-PERIODO
               MOVE WS-QNA       TO PER-QNA
               MOVE 'D'          TO PER-ESTADO
               MOVE WS-OPERADOR  TO PER-OPERADOR
               MOVE WS-FHA-FECHA TO PER-FEC-ACT
