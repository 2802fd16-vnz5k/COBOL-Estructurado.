      *redispersar solo esos con el modo 'R' de DIS-BAN. El layout
      *del retorno refleja el de dispersion: '1' encabezado, '2'
      *detalle con ID, CLABE, resultado ('00' = abonado, otro =
      *rechazo) y motivo, '3' cierre. Cada retorno es de una
      *dispersion, asi que se pide la misma quincena con la que se
      *disperso en DIS-BAN (0 la nomina mensual).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-BAN.
       ENVIRONMENT DIVISION.
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
           PERFORM 100-OPEN.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           PERFORM 200-PROCESAR UNTIL WS-FLAG = 1.
           END-IF.

      *Captura el periodo al que corresponde el retorno (AAAAMM),
      *el mismo que se disperso; el mes 13 es el aguinaldo y el
      *14 la PTU, igual que en DIS-BAN.
       005-PERIODO.
           DISPLAY 'PERIODO DEL RETORNO (AAAAMM)' ACCEPT WS-PERIODO.
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

      *Quincena del retorno, mismo criterio que 003-QUINCENA en
      *DIS-BAN: el aguinaldo siempre es 0.
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

       100-OPEN.
           OPEN INPUT RETORNO.
           IF WS-FSTAT-RET NOT = '00'
       210-PROCESA-DETALLE.
           MOVE WS-RET-ID  TO HIS-ID-EMPL.
           MOVE WS-PERIODO TO HIS-PERIODO.
           MOVE WS-QNA     TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   MOVE WS-RET-ID TO WS-TRA-ID
       220-GRABA-ESTADO.
           MOVE WS-RET-ID  TO PAG-ID-EMPL.
           MOVE WS-PERIODO TO PAG-PERIODO.
           MOVE WS-QNA     TO PAG-QNA.
           IF WS-RET-RESULTADO = '00'
               MOVE 'P'    TO PAG-ESTADO
               MOVE SPACES TO PAG-MOTIVO
