      *concilia contra CONTROL-LOTE igual que hace RPT-NOM.
      *Sustituye el calculo manual en hoja de calculo de cada
      *quincena.
      *Cada corrida es de una frecuencia: la quincena 0 calcula el
      *mes completo de los empleados mensuales, y la 1 o la 2 la
      *primera o segunda quincena de los quincenales (FREC-PAG =
      *'Q'), que cobran media S-MEN cada una. La primera quincena
      *retiene ISR con la tarifa mensual a la mitad; la segunda
      *recalcula el ISR del mes sobre el bruto de las dos y resta
      *lo ya retenido en la primera.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-NOM.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-FSTAT-CON.
      *Ajustes pendientes de aplicar (ver REGAJU), como el ajuste
      *anual de ISR que deja AJU-ISR: si el archivo no existe el
      *calculo corre sin ajustes. Se abre I-O porque cada
      *aplicacion descuenta el saldo del ajuste.
           SELECT AJUSTES ASSIGN TO 'C:\Users\pc\Desktop\S\ajuste'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-KEY
               FILE STATUS IS WS-FSTAT-AJU.
           SELECT RECIBOS ASSIGN TO 'C:\Users\pc\Desktop\S\recibos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-REC.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Historial de nomina por empleado y periodo: cada cierre deja
      *aqui las cifras del periodo para reimpresiones y acumulados
       FD CONCEPTO.
           COPY REGCON.

       FD AJUSTES.
           COPY REGAJU.

       FD RECIBOS.
       01 LIN-RECIBO PIC X(70).

       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
      *Periodo + quincena de esta corrida, para comparar contra la
      *ultima amortizacion de conceptos y ajustes (ULT-CLAVE).
       01 WS-CLAVE-CALC.
           05 WS-CLC-PERIODO PIC 9(06).
           05 WS-CLC-QNA     PIC 9(01).
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-NETO-REST PIC S9(06)V99 VALUE 0.
       01 WS-CON-CAMBIO PIC X VALUE 'N'.
       01 WS-ES-BAJA PIC X VALUE 'N'.
       01 WS-FSTAT-AJU PIC XX.
       01 WS-HAY-AJU PIC X VALUE 'N'.
       01 WS-MONTO-AJU PIC 9(07)V99 VALUE 0.
       01 WS-AJU-CAMBIO PIC X VALUE 'N'.
       01 WS-MONTO-RET PIC 9(07)V99 VALUE 0.
       01 WS-FSTAT-REC PIC XX.
       01 WS-FSTAT-CTL PIC XX.
       01 WS-CANT-ESPERADA  PIC 9(07) VALUE 0.
       01 WS-NUM-FIJAS PIC 9(02) VALUE 0.
       01 WS-IDX PIC 9(02) VALUE 0.

      *Base y resultado de la tarifa mensual de ISR; en quincenas
      *la base se lleva a mes y el resultado se reparte (ver
      *220-CALC-ISR). WS-Q1-* son el bruto y el ISR que dejo la
      *primera quincena en HISTORIAL para el ajuste de la segunda.
       01 WS-BASE-ISR   PIC 9(07)V99 VALUE 0.
       01 WS-ISR-MES    PIC 9(06)V99 VALUE 0.
       01 WS-HAY-Q1     PIC X VALUE 'N'.
       01 WS-Q1-BRUTO   PIC 9(07)V99 VALUE 0.
       01 WS-Q1-ISR     PIC 9(05)V99 VALUE 0.
       01 WS-MITAD-CON  PIC 9(05)V99 VALUE 0.

      *Incidencias del empleado en el periodo (cero si no capturo
      *nada el supervisor) y sus importes en treintavos de S-MEN.
       01 WS-INC-FALTA  PIC 9(02) VALUE 0.
       01 WS-BRUTO-GRAL PIC 9(08)V99 VALUE 0.
       01 WS-DEDUC-GRAL PIC 9(08)V99 VALUE 0.
       01 WS-NETO-GRAL  PIC 9(08)V99 VALUE 0.
      *Activos de la otra frecuencia, que no entran a esta corrida
      *pero si al control del maestro.
       01 WS-CANT-OTRA  PIC 9(05) VALUE 0.
       01 WS-SMEN-OTRA  PIC 9(09) VALUE 0.
       01 WS-CANT-CTL   PIC 9(07) VALUE 0.
       01 WS-SMEN-CTL   PIC 9(09) VALUE 0.

      *Lineas del recibo.
       01 WS-LIN-TITULO.
       01 WS-LIN-DEPTO.
           05 FILLER        PIC X(13) VALUE 'DEPARTAMENTO '.
           05 WS-DEP-NOM    PIC X(10).
       01 WS-LIN-QNA.
           05 FILLER        PIC X(08) VALUE 'PERIODO '.
           05 WS-QLN-PER    PIC 9(06).
           05 FILLER        PIC X(11) VALUE '  QUINCENA '.
           05 WS-QLN-QNA    PIC 9(01).
       01 WS-LIN-IMPORTE.
           05 WS-IMP-DESC   PIC X(18).
           05 FILLER        PIC X(04) VALUE SPACES.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-PERIODO.
           PERFORM 003-QUINCENA.
           PERFORM 008-VERIFICA-PERIODO.
           PERFORM 010-LEER-CONTROL.
           PERFORM 100-OPEN.
                   DISPLAY 'PERIODO VALIDO!'
           END-EVALUATE.

      *Captura la quincena de la corrida: 0 es la nomina mensual
      *de siempre, 1 y 2 las quincenas de los empleados con
      *FREC-PAG = 'Q'. La 2 es la que cierra el ISR del mes.
       003-QUINCENA.
           DISPLAY 'QUINCENA (0 MENSUAL / 1 PRIMERA / 2 SEGUNDA)'
               ACCEPT WS-QNA.
           IF WS-QNA > 2
               DISPLAY 'INVALID QUINCENA'
               PERFORM 003-QUINCENA
           END-IF.
           MOVE WS-PERIODO TO WS-CLC-PERIODO.
           MOVE WS-QNA     TO WS-CLC-QNA.

      *Verifica el estado del periodo en el calendario (ver
      *MANT-PER): un periodo cerrado no se recalcula, y uno ya
      *dispersado solo con confirmacion tecleada, porque el

       009-ESTADO-PERIODO.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR, SE TOMA ABIERTO'
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN I-O AJUSTES.
           EVALUATE WS-FSTAT-AJU
               WHEN '35'
                   MOVE 'N' TO WS-HAY-AJU
               WHEN '00'
                   MOVE 'S' TO WS-HAY-AJU
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES: ' WS-FSTAT-AJU
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT RECIBOS.
           IF WS-FSTAT-REC NOT = '00'
               DISPLAY 'ERROR AL ABRIR RECIBOS: ' WS-FSTAT-REC
           IF WS-HAY-CON = 'S'
               CLOSE CONCEPTO
           END-IF.
           IF WS-HAY-AJU = 'S'
               CLOSE AJUSTES
           END-IF.

      *Pasa la tabla DEDUC a memoria: tramos de ISR ordenados por
      *nivel y deducciones de porcentaje fijo (IMSS y tipo 'O').
      *porque son los finiquitos que CAL-FIN dejo en el periodo y
      *esta corrida no los reconstruye (las bajas no entran a
      *200-CALCULAR); borrarlos dejaria a DIS-BAN y GEN-POL sin el
      *pago final. Solo se limpia la quincena que se calcula: la
      *otra frecuencia y la otra quincena del mes no se tocan.
       120-LIMPIA-HIST.
           MOVE LOW-VALUES TO HIS-KEY.
           MOVE '00' TO WS-FSTAT-HIS.
                   AT END MOVE '10' TO WS-FSTAT-HIS
                   NOT AT END
                       IF HIS-PERIODO = WS-PERIODO
                          AND HIS-QNA = WS-QNA
                           PERFORM 125-DEPURA-RENGLON
                       END-IF
               END-READ
           END-IF.

      *Las bajas se conservan en EMPLEADO pero no entran al calculo
      *ni al historial del periodo. Los activos de la otra
      *frecuencia solo se cuentan para el control de lote.
       200-CALCULAR.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EST-EMPL NOT = 'B'
                       IF (WS-QNA = 0 AND FREC-PAG NOT = 'Q')
                          OR (WS-QNA > 0 AND FREC-PAG = 'Q')
                           PERFORM 210-CALC-EMPLEADO
                       ELSE
                           ADD 1     TO WS-CANT-OTRA
                           ADD S-MEN TO WS-SMEN-OTRA
                       END-IF
                   END-IF
           END-READ.

      *Calcula las incidencias y deducciones de un empleado y
      *escribe su recibo: el bruto parte de S-MEN, se ajusta con
      *los movimientos del periodo y sobre el ajustado corren los
      *tramos de ISR y las deducciones fijas. En quincena el bruto
      *parte de media S-MEN.
       210-CALC-EMPLEADO.
           IF WS-QNA = 0
               MOVE S-MEN TO WS-BRUTO
           ELSE
               COMPUTE WS-BRUTO = S-MEN / 2
           END-IF.
           PERFORM 211-BUSCA-INC.
           PERFORM 230-IMPRIME-ENCABEZADO.
           PERFORM 212-APLICA-INC.
           PERFORM 213-RETROACTIVO.
           IF WS-INC-FALTA > 0 OR WS-INC-NOLAB > 0
              OR WS-INC-EXTRA > 0 OR WS-MONTO-RET > 0
               MOVE 'BRUTO AJUSTADO' TO WS-IMP-DESC
               MOVE WS-BRUTO TO WS-IMP-MONTO
               MOVE WS-LIN-IMPORTE TO LIN-RECIBO
               WRITE LIN-RECIBO
           END-IF.
           PERFORM 220-CALC-ISR.
           MOVE 0 TO WS-TOT-DEDUC.
           ADD WS-ISR TO WS-TOT-DEDUC.
               MOVE WS-LIN-IMPORTE TO LIN-RECIBO
               WRITE LIN-RECIBO
           END-PERFORM.
           IF WS-QNA NOT = 1
               PERFORM 221-AJUSTE-ANUAL
           END-IF.
           PERFORM 225-APLICA-CONCEPTOS.
           COMPUTE WS-NETO = WS-BRUTO - WS-TOT-DEDUC.
           MOVE 'TOTAL DEDUCCIONES' TO WS-IMP-DESC.
           IF WS-HAY-INC = 'S'
               MOVE ID-EMPL    TO INC-ID-EMPL
               MOVE WS-PERIODO TO INC-PERIODO
               MOVE WS-QNA     TO INC-QNA
               READ INCIDEN
                   INVALID KEY
                       CONTINUE
      *como renglon propio del recibo, igual que las deducciones:
      *faltas y dias no laborados descuentan treintavos de S-MEN,
      *las horas extra pagan al doble sobre la jornada de 8 horas.
      *Si hubo movimientos o retroactivo, 210 imprime despues el
      *bruto ajustado, que es la base de los tramos de ISR y las
      *deducciones fijas.
       212-APLICA-INC.
           IF WS-INC-FALTA = 0 AND WS-INC-NOLAB = 0
              AND WS-INC-EXTRA = 0
                   MOVE WS-LIN-IMPORTE TO LIN-RECIBO
                   WRITE LIN-RECIBO
               END-IF
           END-IF.

      *Retroactivo autorizado del empleado (CAL-RET, tipo 'R' en
      *AJUSTES): se paga completo como percepcion gravable antes
      *del ISR, en su propio renglon del recibo, y sube el bruto
      *sobre el que corren los tramos y las deducciones fijas.
      *Mismo criterio de recalculo que 223-APLICA-AJUSTE.
       213-RETROACTIVO.
           MOVE 0 TO WS-MONTO-RET.
           IF WS-HAY-AJU = 'S'
               MOVE ID-EMPL TO AJU-ID-EMPL
               MOVE 'R'     TO AJU-TIPO
               MOVE 0       TO AJU-ORIGEN
               MOVE '00' TO WS-FSTAT-AJU
               START AJUSTES KEY IS GREATER THAN AJU-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-AJU
               END-START
               PERFORM 214-LEE-RETRO
                   UNTIL WS-FSTAT-AJU NOT = '00'
           END-IF.

       214-LEE-RETRO.
           READ AJUSTES NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-AJU
               NOT AT END
                   IF AJU-ID-EMPL NOT = ID-EMPL
                      OR AJU-TIPO NOT = 'R'
                       MOVE '10' TO WS-FSTAT-AJU
                   ELSE
                       IF AJU-ORIGEN <= WS-PERIODO
                           PERFORM 215-PAGA-RETRO
                       END-IF
                   END-IF
           END-READ.

       215-PAGA-RETRO.
           MOVE 'N' TO WS-AJU-CAMBIO.
           IF AJU-ULT-CLAVE > WS-CLAVE-CALC
               DISPLAY 'RETROACTIVO ' AJU-KEY ' YA PAGADO EN '
                   AJU-ULT-CLAVE ', SE OMITE EN ESTE RECALCULO'
           ELSE
               IF AJU-ULT-CLAVE = WS-CLAVE-CALC
                   ADD AJU-ULT-MONTO TO AJU-SALDO
                   MOVE 0 TO AJU-ULT-PER
                   MOVE 0 TO AJU-ULT-QNA
                   MOVE 0 TO AJU-ULT-MONTO
                   IF AJU-SALDO > 0
                       MOVE 'A' TO AJU-ESTADO
                   END-IF
                   MOVE 'S' TO WS-AJU-CAMBIO
               END-IF
               IF AJU-ESTADO = 'A' AND AJU-SALDO > 0
                   ADD AJU-SALDO TO WS-BRUTO
                   ADD AJU-SALDO TO WS-MONTO-RET
                   MOVE 'RETROACTIVO (+)' TO WS-IMP-DESC
                   MOVE AJU-SALDO TO WS-IMP-MONTO
                   MOVE WS-LIN-IMPORTE TO LIN-RECIBO
                   WRITE LIN-RECIBO
                   MOVE WS-PERIODO TO AJU-ULT-PER
                   MOVE WS-QNA TO AJU-ULT-QNA
                   MOVE AJU-SALDO TO AJU-ULT-MONTO
                   MOVE 0 TO AJU-SALDO
                   MOVE 'T' TO AJU-ESTADO
                   MOVE 'S' TO WS-AJU-CAMBIO
               END-IF
           END-IF.
           IF WS-AJU-CAMBIO = 'S'
               REWRITE REG-AJU
                   INVALID KEY
                       DISPLAY 'ERROR AL PAGAR RETROACTIVO: '
                           AJU-KEY
               END-REWRITE
           END-IF.

      *ISR del periodo con la tarifa mensual de DEDUC. En la
      *primera quincena la tarifa va a la mitad (limites y cuotas
      *entre dos, mismo porcentaje), que es igual a calcular sobre
      *el doble del bruto y tomar la mitad. En la segunda se
      *calcula el ISR del mes sobre el bruto de las dos quincenas
      *y se resta lo retenido en la primera; si no hay primera
      *quincena en HISTORIAL (alta a medio mes) se usa la tarifa a
      *la mitad. Una segunda quincena que queda con menos ISR del
      *ya retenido no devuelve nada: se retiene cero con aviso.
       220-CALC-ISR.
           EVALUATE WS-QNA
               WHEN 0
                   MOVE WS-BRUTO TO WS-BASE-ISR
                   PERFORM 219-TARIFA-ISR
                   MOVE WS-ISR-MES TO WS-ISR
               WHEN 2
                   PERFORM 218-PRIMERA-QNA
               WHEN OTHER
                   MOVE 'N' TO WS-HAY-Q1
           END-EVALUATE.
           IF WS-QNA > 0
               IF WS-HAY-Q1 = 'S'
                   COMPUTE WS-BASE-ISR = WS-Q1-BRUTO + WS-BRUTO
                   PERFORM 219-TARIFA-ISR
                   MOVE 'ISR DEL MES' TO WS-IMP-DESC
                   MOVE WS-ISR-MES TO WS-IMP-MONTO
                   MOVE WS-LIN-IMPORTE TO LIN-RECIBO
                   WRITE LIN-RECIBO
                   MOVE 'ISR 1A QUINCENA (-)' TO WS-IMP-DESC
                   MOVE WS-Q1-ISR TO WS-IMP-MONTO
                   MOVE WS-LIN-IMPORTE TO LIN-RECIBO
                   WRITE LIN-RECIBO
                   IF WS-ISR-MES > WS-Q1-ISR
                       COMPUTE WS-ISR = WS-ISR-MES - WS-Q1-ISR
                   ELSE
                       MOVE 0 TO WS-ISR
                       DISPLAY 'AVISO: ' ID-EMPL ' RETUVO EN LA 1A'
                           ' QUINCENA MAS DEL ISR DEL MES'
                   END-IF
               ELSE
                   COMPUTE WS-BASE-ISR = WS-BRUTO * 2
                   PERFORM 219-TARIFA-ISR
                   COMPUTE WS-ISR ROUNDED = WS-ISR-MES / 2
               END-IF
           END-IF.

      *Bruto e ISR de la primera quincena del mismo periodo tal
      *como los grabo su corrida (bruto = deducciones + neto).
       218-PRIMERA-QNA.
           MOVE 'N' TO WS-HAY-Q1.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PERIODO TO HIS-PERIODO.
           MOVE 1          TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-HAY-Q1
                   COMPUTE WS-Q1-BRUTO = HIS-DEDUC + HIS-NETO
                   MOVE HIS-ISR TO WS-Q1-ISR
           END-READ.

      *Busca el tramo de ISR con el mayor limite inferior que no
      *exceda la base y aplica cuota fija mas porcentaje sobre el
      *excedente del limite.
       219-TARIFA-ISR.
           MOVE 0 TO WS-ISR-MES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ISR
               IF WS-BASE-ISR >= WS-ISR-LIM-INF(WS-IDX)
                   COMPUTE WS-ISR-MES ROUNDED =
                       WS-ISR-CUOTA(WS-IDX) +
                       ((WS-BASE-ISR - WS-ISR-LIM-INF(WS-IDX)) *
                        WS-ISR-PORC(WS-IDX) / 100)
               END-IF
           END-PERFORM.

      *Ajuste anual de ISR pendiente del empleado (AJU-ISR, tipo
      *'A' en AJUSTES), aplicado despues de las deducciones de
      *porcentaje y antes de los conceptos: un saldo a cargo se
      *retiene como ISR adicional y uno a favor se acredita contra
      *el ISR del periodo. Solo entran ajustes autorizados cuyo
      *origen sea anterior al periodo que se calcula. A los
      *quincenales se les aplica en la segunda quincena, para que
      *el ISR de la primera quede limpio para el ajuste del mes.
       221-AJUSTE-ANUAL.
           IF WS-HAY-AJU = 'S'
               MOVE ID-EMPL TO AJU-ID-EMPL
               MOVE 'A'     TO AJU-TIPO
               MOVE 0       TO AJU-ORIGEN
               MOVE '00' TO WS-FSTAT-AJU
               START AJUSTES KEY IS GREATER THAN AJU-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-AJU
               END-START
               PERFORM 222-LEE-AJUSTE
                   UNTIL WS-FSTAT-AJU NOT = '00'
           END-IF.

       222-LEE-AJUSTE.
           READ AJUSTES NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-AJU
               NOT AT END
                   IF AJU-ID-EMPL NOT = ID-EMPL
                      OR AJU-TIPO NOT = 'A'
                       MOVE '10' TO WS-FSTAT-AJU
                   ELSE
                       IF AJU-ORIGEN < WS-PERIODO
                           PERFORM 223-APLICA-AJUSTE
                       END-IF
                   END-IF
           END-READ.

      *Mismo criterio de recalculo que 227-DESCUENTA-CONCEPTO: si
      *el periodo ya habia aplicado el ajuste se repone primero, y
      *si el ajuste ya avanzo a un periodo posterior se omite.
       223-APLICA-AJUSTE.
           MOVE 'N' TO WS-AJU-CAMBIO.
           IF AJU-ULT-CLAVE > WS-CLAVE-CALC
               DISPLAY 'AJUSTE ' AJU-KEY ' YA APLICADO EN '
                   AJU-ULT-CLAVE ', SE OMITE EN ESTE RECALCULO'
           ELSE
               IF AJU-ULT-CLAVE = WS-CLAVE-CALC
                   ADD AJU-ULT-MONTO TO AJU-SALDO
                   MOVE 0 TO AJU-ULT-PER
                   MOVE 0 TO AJU-ULT-QNA
                   MOVE 0 TO AJU-ULT-MONTO
                   IF AJU-SALDO > 0
                       MOVE 'A' TO AJU-ESTADO
                   END-IF
                   MOVE 'S' TO WS-AJU-CAMBIO
               END-IF
               IF AJU-ESTADO = 'A' AND AJU-SALDO > 0
                   PERFORM 224-CALCULA-AJUSTE
                   IF WS-MONTO-AJU > 0
                       IF AJU-SENTIDO = 'C'
                           ADD WS-MONTO-AJU TO WS-ISR
                           ADD WS-MONTO-AJU TO WS-TOT-DEDUC
                           MOVE 'AJUSTE ANUAL (+)' TO WS-IMP-DESC
                       ELSE
                           SUBTRACT WS-MONTO-AJU FROM WS-ISR
                           SUBTRACT WS-MONTO-AJU FROM WS-TOT-DEDUC
                           MOVE 'AJUSTE ANUAL (-)' TO WS-IMP-DESC
                       END-IF
                       MOVE WS-MONTO-AJU TO WS-IMP-MONTO
                       MOVE WS-LIN-IMPORTE TO LIN-RECIBO
                       WRITE LIN-RECIBO
                       SUBTRACT WS-MONTO-AJU FROM AJU-SALDO
                       IF AJU-SALDO = 0
                           MOVE 'T' TO AJU-ESTADO
                       END-IF
                       MOVE WS-PERIODO TO AJU-ULT-PER
                       MOVE WS-QNA TO AJU-ULT-QNA
                       MOVE WS-MONTO-AJU TO AJU-ULT-MONTO
                       MOVE 'S' TO WS-AJU-CAMBIO
                   END-IF
               END-IF
           END-IF.
           IF WS-AJU-CAMBIO = 'S'
               REWRITE REG-AJU
                   INVALID KEY
                       DISPLAY 'ERROR AL APLICAR AJUSTE: ' AJU-KEY
               END-REWRITE
           END-IF.

      *Un cargo se topa al neto disponible (igual que
      *228-CALCULA-MONTO) y un acreditamiento al ISR retenido en
      *el periodo, porque el historial no lleva ISR negativo. Lo
      *que no cabe sigue en AJU-SALDO para el siguiente periodo.
       224-CALCULA-AJUSTE.
           MOVE AJU-SALDO TO WS-MONTO-AJU.
           IF AJU-SENTIDO = 'C'
               COMPUTE WS-NETO-REST = WS-BRUTO - WS-TOT-DEDUC
               IF WS-NETO-REST <= 0
                   MOVE 0 TO WS-MONTO-AJU
               ELSE
                   IF WS-MONTO-AJU > WS-NETO-REST
                       MOVE WS-NETO-REST TO WS-MONTO-AJU
                   END-IF
               END-IF
           ELSE
               IF WS-MONTO-AJU > WS-ISR
                   MOVE WS-ISR TO WS-MONTO-AJU
               END-IF
           END-IF.
           IF WS-MONTO-AJU < AJU-SALDO
               DISPLAY 'AJUSTE ' AJU-KEY ' PARCIAL, EL RESTO SE'
                   ' DIFIERE AL SIGUIENTE PERIODO'
           END-IF.

      *Conceptos fijos del empleado (MANT-CON), aplicados despues
      *del ISR y las deducciones de porcentaje: cada activo con
      *saldo descuenta su importe (o el saldo restante si es
      *queda igual a lo que el saldo decreciente registra.
       227-DESCUENTA-CONCEPTO.
           MOVE 'N' TO WS-CON-CAMBIO.
           IF CON-ULT-CLAVE > WS-CLAVE-CALC
               DISPLAY 'CONCEPTO ' CON-KEY ' YA AMORTIZADO EN '
                   CON-ULT-CLAVE ', SE OMITE EN ESTE RECALCULO'
           ELSE
               IF CON-ULT-CLAVE = WS-CLAVE-CALC
                   ADD CON-ULT-MONTO TO CON-SALDO
                   MOVE 0 TO CON-ULT-PER
                   MOVE 0 TO CON-ULT-QNA
                   MOVE 0 TO CON-ULT-MONTO
                   IF CON-SALDO > 0
                       MOVE 'A' TO CON-ESTADO
                           MOVE 'T' TO CON-ESTADO
                       END-IF
                       MOVE WS-PERIODO TO CON-ULT-PER
                       MOVE WS-QNA TO CON-ULT-QNA
                       MOVE WS-MONTO-CON TO CON-ULT-MONTO
                       MOVE 'S' TO WS-CON-CAMBIO
                   END-IF
      *topado a lo que queda de neto despues del ISR, el IMSS y
      *las deducciones ya aplicadas. Solo lo realmente retenido
      *amortiza; lo que no cupo sigue en CON-SALDO para los
      *periodos siguientes y se avisa en pantalla. En quincenas
      *el importe del mes se reparte: la mitad en la primera y el
      *resto en la segunda.
       228-CALCULA-MONTO.
           COMPUTE WS-MITAD-CON ROUNDED = CON-IMPORTE / 2.
           EVALUATE WS-QNA
               WHEN 0
                   MOVE CON-IMPORTE TO WS-MONTO-CON
               WHEN 1
                   MOVE WS-MITAD-CON TO WS-MONTO-CON
               WHEN OTHER
                   COMPUTE WS-MONTO-CON = CON-IMPORTE - WS-MITAD-CON
           END-EVALUATE.
           IF CON-SALDO < WS-MONTO-CON
               MOVE CON-SALDO TO WS-MONTO-CON
           END-IF.
           COMPUTE WS-NETO-REST = WS-BRUTO - WS-TOT-DEDUC.
           IF WS-NETO-REST <= 0
           MOVE NOM-DEP TO WS-DEP-NOM.
           MOVE WS-LIN-DEPTO TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           IF WS-QNA > 0
               MOVE WS-PERIODO TO WS-QLN-PER
               MOVE WS-QNA     TO WS-QLN-QNA
               MOVE WS-LIN-QNA TO LIN-RECIBO
               WRITE LIN-RECIBO
           END-IF.
           MOVE 'SUELDO BRUTO' TO WS-IMP-DESC.
           MOVE WS-BRUTO TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-RECIBO.
       240-GRABA-HIST.
           MOVE ID-EMPL     TO HIS-ID-EMPL.
           MOVE WS-PERIODO  TO HIS-PERIODO.
           MOVE WS-QNA      TO HIS-QNA.
           MOVE NOM-EMPL    TO HIS-NOM-EMPL.
           MOVE NOM-DEP     TO HIS-NOM-DEP.
           MOVE S-MEN       TO HIS-S-MEN.
      *contra el control grabado por GEN-SEC (las incidencias mueven
      *el bruto pagado, no el control del maestro), para poder
      *amarrar el neto de esta corrida con el total de CONTROL-LOTE.
      *El control es de todo el maestro activo, asi que se le suman
      *los empleados de la otra frecuencia que no entraron.
       300-TOTALES.
           MOVE 'TOTAL BRUTO' TO WS-TOT-DESC.
           MOVE WS-CANT-GRAL  TO WS-TOT-CANT.
           MOVE WS-NETO-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           IF WS-CANT-OTRA > 0
               DISPLAY 'ACTIVOS DE OTRA FRECUENCIA NO CALCULADOS: '
                   WS-CANT-OTRA
           END-IF.
           COMPUTE WS-CANT-CTL = WS-CANT-GRAL + WS-CANT-OTRA.
           COMPUTE WS-SMEN-CTL = WS-SMEN-GRAL + WS-SMEN-OTRA.
           IF WS-CONCILIA-OK = 'S'
               IF WS-CANT-CTL NOT = WS-CANT-ESPERADA
                  OR WS-SMEN-CTL NOT = WS-TOTAL-ESPERADO
                   DISPLAY 'DISCREPANCIA DE CONTROL DE LOTE'
                   DISPLAY 'ESPERADO   CANT=' WS-CANT-ESPERADA
                           ' TOTAL=' WS-TOTAL-ESPERADO
                   DISPLAY 'ENCONTRADO CANT=' WS-CANT-CTL
                           ' TOTAL=' WS-SMEN-CTL
                   MOVE 'CONTROL DE LOTE: DIF' TO LIN-RECIBO
                   WRITE LIN-RECIBO
               ELSE
           IF WS-HAY-PER = 'S'
               MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT
               MOVE WS-PERIODO   TO PER-PERIODO
               MOVE WS-QNA       TO PER-QNA
               MOVE 'C'          TO PER-ESTADO
               MOVE WS-OPERADOR  TO PER-OPERADOR
               MOVE WS-FHA-FECHA TO PER-FEC-ACT
