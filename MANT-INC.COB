      *que MANT-BCO, y los dias descontables no pueden exceder los
      *30 del mes. Se captura antes de correr el cierre; CAL-NOM
      *aplica estos movimientos al bruto y los imprime en el recibo
      *como renglones propios. A los empleados quincenales
      *(FREC-PAG = 'Q') las incidencias se capturan contra la
      *quincena en que ocurrieron, porque CAL-NOM calcula cada
      *quincena por separado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-INC.
       ENVIRONMENT DIVISION.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-DIAS-TOT PIC 9(03) VALUE 0.
       01 WS-QNA PIC 9(01) VALUE 0.
      *Topes de captura del periodo: el mes completo o una quincena.
       01 WS-TOPE-DIAS PIC 9(02) VALUE 30.
       01 WS-TOPE-HRS  PIC 9(03) VALUE 240.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
               MOVE 1 TO WS-FLAG.

       210-BUSCA-INC.
           IF FREC-PAG = 'Q'
               PERFORM 215-QUINCENA
               MOVE 15  TO WS-TOPE-DIAS
               MOVE 120 TO WS-TOPE-HRS
           ELSE
               MOVE 0   TO WS-QNA
               MOVE 30  TO WS-TOPE-DIAS
               MOVE 240 TO WS-TOPE-HRS
           END-IF.
           MOVE WS-ID-BUSCA TO INC-ID-EMPL.
           MOVE WS-PERIODO  TO INC-PERIODO.
           MOVE WS-QNA      TO INC-QNA.
           READ INCIDEN
               INVALID KEY
                   DISPLAY 'SIN INCIDENCIAS DEL PERIODO'
                   DISPLAY 'INCIDENCIAS ACTUALES: ' REG-INC
                   PERFORM 230-OPCION.

      *Empleado quincenal: la incidencia va a la primera o a la
      *segunda quincena del periodo.
       215-QUINCENA.
           DISPLAY 'EMPLEADO QUINCENAL. QUINCENA (1 PRIMERA /'
               ' 2 SEGUNDA)' ACCEPT WS-QNA.
           IF WS-QNA < 1 OR WS-QNA > 2
               DISPLAY 'INVALID QUINCENA'
               PERFORM 215-QUINCENA
           END-IF.

       220-ALTA.
           DISPLAY 'CAPTURAR INCIDENCIAS? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'S'
               MOVE WS-ID-BUSCA TO INC-ID-EMPL
               MOVE WS-PERIODO  TO INC-PERIODO
               MOVE WS-QNA      TO INC-QNA
               PERFORM 250-CAPTURA
               WRITE REG-INC
                   INVALID KEY
      *del mes, porque CAL-NOM descuenta treintavos de S-MEN y el
      *bruto no puede quedar negativo; las horas extra se topan a
      *240 (un mes no da para mas y un error de dedo aqui dispara
      *el bruto ajustado fuera de toda mascara). En una quincena
      *los topes son la mitad: 15 dias y 120 horas.
       250-CAPTURA.
           DISPLAY 'DIAS DE FALTA SIN GOCE' ACCEPT INC-DIAS-FALTA.
           DISPLAY 'DIAS NO LABORADOS' ACCEPT INC-DIAS-NOLAB.
           DISPLAY 'HORAS EXTRA' ACCEPT INC-HRS-EXTRA.
           COMPUTE WS-DIAS-TOT = INC-DIAS-FALTA + INC-DIAS-NOLAB.
           EVALUATE TRUE
               WHEN WS-DIAS-TOT > WS-TOPE-DIAS
                   DISPLAY 'MAS DE ' WS-TOPE-DIAS
                       ' DIAS DESCONTADOS, RECAPTURAR'
                   PERFORM 250-CAPTURA
               WHEN INC-HRS-EXTRA > WS-TOPE-HRS
                   DISPLAY 'MAS DE ' WS-TOPE-HRS
                       ' HORAS EXTRA, RECAPTURAR'
                   PERFORM 250-CAPTURA
               WHEN OTHER
                   CONTINUE
