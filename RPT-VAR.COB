      *Revision de la nomina antes de dispersar: compara el
      *renglon de HISTORIAL de cada empleado en el periodo por
      *pagar contra el del periodo anterior (mes anterior en la
      *nomina mensual, el aguinaldo o la PTU del ano anterior en
      *los meses 13 y 14; en la quincenal, la quincena anterior)
      *y senala:
      *  - empleados nuevos (sin pago anterior) y faltantes (con
      *    pago anterior y sin pago ahora)
      *  - cambios de bruto, deducciones o neto arriba del umbral
      *    en porcentaje o en importe que da el operador
      *  - neto en cero
      *  - prestamos o conceptos que terminan con este periodo
      *A cada senalado le agrega la causa cuando los datos la
      *muestran: incidencias en INCIDEN, cambio de sueldo (con el
      *movimiento de DIARIO que lo hizo), conceptos que iniciaron
      *o terminaron, baja o cambio de frecuencia. El listado sale
      *agrupado por departamento (HIS-NOM-DEP) con los totales
      *anterior/actual y la diferencia por departamento y
      *generales, en variac.txt. Un administrador puede dar el
      *visto bueno al periodo calculado (ver REGVIS); sin el
      *DIS-BAN no dispersa.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-VAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO 'C:\Users\pc\Desktop\S\secu'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-EMPL
               ALTERNATE RECORD KEY IS NOM-EMPL
                   WITH DUPLICATES
               FILE STATUS IS WS-FSTAT-EMP.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
      *Incidencias, conceptos y diario de cambios solo explican
      *las variaciones: si alguno no existe el reporte sale sin
      *esa causa.
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-INC.
           SELECT CONCEPTO ASSIGN TO 'C:\Users\pc\Desktop\S\concep'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-FSTAT-CON.
           SELECT DIARIO ASSIGN TO 'C:\Users\pc\Desktop\S\diario'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-JRN.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT VISTO-BUENO ASSIGN TO 'C:\Users\pc\Desktop\S\visto'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-KEY
               FILE STATUS IS WS-FSTAT-VIS.
           SELECT REPORTE ASSIGN TO 'C:\Users\pc\Desktop\S\variac.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-REP.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el reporte lo corren administradores
      *y el rol de reportes/consulta; el visto bueno solo el
      *administrador.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY REGEMPL.

       FD HISTORIAL.
           COPY REGHIS.

       FD INCIDEN.
           COPY REGINC.

       FD CONCEPTO.
           COPY REGCON.

       FD DIARIO.
           COPY REGJRN.

       FD PERIODOS.
           COPY REGPER.

       FD VISTO-BUENO.
           COPY REGVIS.

       FD REPORTE.
       01 LIN-REPORTE PIC X(100).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-CON PIC XX.
       01 WS-FSTAT-JRN PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-VIS PIC XX.
       01 WS-FSTAT-REP PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-ROL PIC X VALUE SPACES.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-HAY-CON PIC X VALUE 'N'.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Periodo por pagar y el anterior contra el que se compara,
      *cada uno con su quincena (misma clave que HISTORIAL).
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
       01 WS-CLAVE-ACT.
           05 WS-CA-PER   PIC 9(06).
           05 WS-CA-QNA   PIC 9(01).
       01 WS-CLAVE-ANT.
           05 WS-CN-PER   PIC 9(06).
           05 WS-CN-QNA   PIC 9(01).
       01 WS-CN-DET REDEFINES WS-CLAVE-ANT.
           05 WS-CN-ANIO  PIC 9(04).
           05 WS-CN-MES   PIC 9(02).
           05 FILLER      PIC 9(01).

      *Umbrales de variacion: se senala el cambio que llegue a
      *cualquiera de los dos; en cero ese umbral no se usa.
       01 WS-UMB-PORC  PIC 9(03) VALUE 0.
       01 WS-UMB-MONTO PIC 9(07)V99 VALUE 0.

      *Renglones del empleado: el del periodo y el anterior.
       01 WS-HAY-ACT    PIC X VALUE 'N'.
       01 WS-HAY-ANT    PIC X VALUE 'N'.
       01 WS-DEP-EMP    PIC X(10) VALUE SPACES.
       01 WS-ACT-SMEN   PIC 9(05) VALUE 0.
       01 WS-ACT-BRUTO  PIC 9(07)V99 VALUE 0.
       01 WS-ACT-DEDUC  PIC 9(07)V99 VALUE 0.
       01 WS-ACT-NETO   PIC 9(07)V99 VALUE 0.
       01 WS-ANT-SMEN   PIC 9(05) VALUE 0.
       01 WS-ANT-BRUTO  PIC 9(07)V99 VALUE 0.
       01 WS-ANT-DEDUC  PIC 9(07)V99 VALUE 0.
       01 WS-ANT-NETO   PIC 9(07)V99 VALUE 0.
       01 WS-DIF-BRUTO  PIC S9(08)V99 VALUE 0.
       01 WS-DIF-DEDUC  PIC S9(08)V99 VALUE 0.
       01 WS-DIF-NETO   PIC S9(08)V99 VALUE 0.

      *Prueba de umbral de un importe (ver 235-UMBRAL).
       01 WS-ETIQ       PIC X(11) VALUE SPACES.
       01 WS-VAL-ANT    PIC 9(07)V99 VALUE 0.
       01 WS-DIF        PIC S9(08)V99 VALUE 0.
       01 WS-DIF-ABS    PIC 9(08)V99 VALUE 0.
       01 WS-PORC       PIC 9(05) VALUE 0.
       01 WS-EXCEDE     PIC X VALUE 'N'.

      *Senales y causas del empleado, en el orden en que se
      *imprimen debajo de su renglon.
       01 WS-MARCADO     PIC X VALUE 'N'.
       01 WS-NUM-MARCAS  PIC 9(02) VALUE 0.
       01 WS-TAB-MARCAS.
           05 WS-MARCA PIC X(70) OCCURS 15 TIMES.
       01 WS-IDX-MAR     PIC 9(02) VALUE 0.
       01 WS-TXT-MARCA   PIC X(70) VALUE SPACES.
       01 WS-TXT-CAUSA   PIC X(66) VALUE SPACES.

      *Imagen del registro de EMPLEADO en el diario (REGEMPL).
       01 WS-IMG-ANTES.
           05 WS-IAN-ID     PIC 9(05).
           05 FILLER        PIC X(30).
           05 WS-IAN-SMEN   PIC 9(05).
           05 FILLER        PIC X(38).
       01 WS-IMG-DESPUES.
           05 WS-IDE-ID     PIC 9(05).
           05 FILLER        PIC X(30).
           05 WS-IDE-SMEN   PIC 9(05).
           05 FILLER        PIC X(38).
       01 WS-JRN-HALLADO PIC X VALUE 'N'.
       01 WS-JRN-FECHA   PIC 9(14) VALUE 0.
       01 WS-JRN-OPER    PIC X(10) VALUE SPACES.

      *Campos editados para armar el texto de senales y causas.
       01 WS-ED-DIF     PIC +ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PORC    PIC ZZZZ9.
       01 WS-ED-MONTO   PIC ZZZ,ZZ9.99.
       01 WS-ED-SMEN-A  PIC ZZ,ZZ9.
       01 WS-ED-SMEN-B  PIC ZZ,ZZ9.
       01 WS-ED-DIAS    PIC Z9.
       01 WS-ED-DIAS2   PIC Z9.
       01 WS-ED-HRS     PIC ZZ9.

      *Acumulados por departamento (mismo esquema de tabla que
      *RPT-NOM) y generales; WS-IMP-ACUM es el que se imprime.
       01 WS-TAB-DEP.
           05 WS-DEP-ENT OCCURS 20 TIMES.
               10 WS-DEP-NOM PIC X(10).
               10 WS-DEP-ACUM.
                   15 WS-DA-CANT-ANT  PIC 9(05).
                   15 WS-DA-CANT-ACT  PIC 9(05).
                   15 WS-DA-MARCADOS  PIC 9(05).
                   15 WS-DA-BRUTO-ANT PIC 9(09)V99.
                   15 WS-DA-BRUTO-ACT PIC 9(09)V99.
                   15 WS-DA-DEDUC-ANT PIC 9(09)V99.
                   15 WS-DA-DEDUC-ACT PIC 9(09)V99.
                   15 WS-DA-NETO-ANT  PIC 9(09)V99.
                   15 WS-DA-NETO-ACT  PIC 9(09)V99.
       01 WS-NUM-DEP PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.
       01 WS-IDX-DEP PIC 9(02) VALUE 0.
       01 WS-ENCONTRADO PIC X VALUE 'N'.
       01 WS-GRAL-ACUM.
           05 WS-GA-CANT-ANT  PIC 9(05).
           05 WS-GA-CANT-ACT  PIC 9(05).
           05 WS-GA-MARCADOS  PIC 9(05).
           05 WS-GA-BRUTO-ANT PIC 9(09)V99.
           05 WS-GA-BRUTO-ACT PIC 9(09)V99.
           05 WS-GA-DEDUC-ANT PIC 9(09)V99.
           05 WS-GA-DEDUC-ACT PIC 9(09)V99.
           05 WS-GA-NETO-ANT  PIC 9(09)V99.
           05 WS-GA-NETO-ACT  PIC 9(09)V99.
       01 WS-IMP-ACUM.
           05 WS-IA-CANT-ANT  PIC 9(05).
           05 WS-IA-CANT-ACT  PIC 9(05).
           05 WS-IA-MARCADOS  PIC 9(05).
           05 WS-IA-BRUTO-ANT PIC 9(09)V99.
           05 WS-IA-BRUTO-ACT PIC 9(09)V99.
           05 WS-IA-DEDUC-ANT PIC 9(09)V99.
           05 WS-IA-DEDUC-ACT PIC 9(09)V99.
           05 WS-IA-NETO-ANT  PIC 9(09)V99.
           05 WS-IA-NETO-ACT  PIC 9(09)V99.
       01 WS-TOT-DIF PIC S9(10)V99 VALUE 0.

      *Renglones del periodo en HISTORIAL para el visto bueno.
       01 WS-VIS-CANT PIC 9(05) VALUE 0.
       01 WS-VIS-NETO PIC 9(09)V99 VALUE 0.

       01 WS-LIN-ENCAB.
           05 FILLER        PIC X(31)
               VALUE 'VARIACIONES DE NOMINA  PERIODO '.
           05 WS-ENC-PER    PIC 9(06).
           05 FILLER        PIC X(02) VALUE ' Q'.
           05 WS-ENC-QNA    PIC 9(01).
           05 FILLER        PIC X(15) VALUE '  CONTRA       '.
           05 WS-ENC-PANT   PIC 9(06).
           05 FILLER        PIC X(02) VALUE ' Q'.
           05 WS-ENC-QANT   PIC 9(01).
       01 WS-LIN-UMBRAL.
           05 FILLER        PIC X(09) VALUE 'UMBRAL: '.
           05 WS-UMB-P-ED   PIC ZZ9.
           05 FILLER        PIC X(06) VALUE ' %  O '.
           05 WS-UMB-M-ED   PIC Z,ZZZ,ZZ9.99.
       01 WS-LIN-COLUMNAS.
           05 FILLER PIC X(27) VALUE 'ID    NOMBRE'.
           05 FILLER PIC X(13) VALUE '   NETO ANT'.
           05 FILLER PIC X(13) VALUE '   NETO ACT'.
           05 FILLER PIC X(14) VALUE '    DIF BRUTO'.
           05 FILLER PIC X(14) VALUE '    DIF DEDUC'.
           05 FILLER PIC X(14) VALUE '     DIF NETO'.
       01 WS-LIN-DEPTO.
           05 FILLER        PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-LDP-NOM    PIC X(10).
       01 WS-LIN-DET.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NANT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NACT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DBRU   PIC +Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DDED   PIC +Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DNET   PIC +Z,ZZZ,ZZ9.99.
       01 WS-LIN-CANT.
           05 WS-LCN-DESC   PIC X(24).
           05 FILLER        PIC X(15) VALUE 'EMPLEADOS ANT '.
           05 WS-LCN-ANT    PIC ZZZZ9.
           05 FILLER        PIC X(06) VALUE '  ACT '.
           05 WS-LCN-ACT    PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE '  SENALADOS '.
           05 WS-LCN-MAR    PIC ZZZZ9.
       01 WS-LIN-TOT.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-TOT-DESC   PIC X(12).
           05 FILLER        PIC X(05) VALUE 'ANT '.
           05 WS-TOT-ANT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(06) VALUE '  ACT '.
           05 WS-TOT-ACT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(06) VALUE '  DIF '.
           05 WS-TOT-DIF-ED PIC +ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-PERIODO.
           PERFORM 003-QUINCENA.
           PERFORM 008-UMBRALES.
           PERFORM 009-ANTERIOR.
           PERFORM 100-OPEN.
           PERFORM 150-DEPARTAMENTOS.
           PERFORM 200-POR-DEPTO VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-NUM-DEP.
           PERFORM 300-TOTAL-GRAL.
           PERFORM 100-CERRAR.
           IF WS-ROL = 'A'
               PERFORM 400-VISTO-BUENO
           END-IF.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *reporte lo corren administradores y el rol de reportes;
      *el rol queda guardado porque el visto bueno es solo de
      *administradores.
       004-FIRMA.
           OPEN I-O USUARIO.
           IF WS-FSTAT-USU NOT = '00'
               DISPLAY 'ERROR AL ABRIR USUARIO: ' WS-FSTAT-USU
               DISPLAY 'SIN MAESTRO DE USUARIOS (CORRER MANT-USU)'
               STOP RUN
           END-IF.
           MOVE 0 TO WS-INTENTOS-FIRMA.
           MOVE 'N' TO WS-FIRMA-OK.
           PERFORM 006-INTENTO
               UNTIL WS-FIRMA-OK = 'S' OR WS-INTENTOS-FIRMA >= 3.
           IF WS-FIRMA-OK NOT = 'S'
               DISPLAY 'ACCESO DENEGADO'
               CLOSE USUARIO
               STOP RUN
           END-IF.
           CLOSE USUARIO.

       006-INTENTO.
           ADD 1 TO WS-INTENTOS-FIRMA.
           DISPLAY 'OPERADOR (ID)' ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO USU-ID.
           READ USUARIO
               INVALID KEY
                   DISPLAY 'USUARIO O PASSWORD INCORRECTO'
               NOT INVALID KEY
                   PERFORM 007-VALIDA-PASS.

       007-VALIDA-PASS.
           IF USU-BLOQ = 'S'
               DISPLAY 'USUARIO BLOQUEADO, AVISAR AL ADMINISTRADOR'
           ELSE
               DISPLAY 'PASSWORD' ACCEPT WS-PASS-CAP
               IF WS-PASS-CAP = USU-PASS
                   MOVE 0 TO USU-INTENTOS
                   REWRITE REG-USU
                   IF USU-ROL = 'A' OR USU-ROL = 'R'
                       MOVE 'S' TO WS-FIRMA-OK
                       MOVE USU-ROL TO WS-ROL
                   ELSE
                       DISPLAY 'SIN PERMISO PARA ESTE PROGRAMA'
                       CLOSE USUARIO
                       STOP RUN
                   END-IF
               ELSE
                   ADD 1 TO USU-INTENTOS
                   IF USU-INTENTOS >= 3
                       MOVE 'S' TO USU-BLOQ
                       DISPLAY 'USUARIO BLOQUEADO POR INTENTOS'
                   END-IF
                   REWRITE REG-USU
                   DISPLAY 'USUARIO O PASSWORD INCORRECTO'
               END-IF
           END-IF.

      *Periodo por pagar (AAAAMM), igual que en DIS-BAN: el mes
      *13 es el aguinaldo y el 14 la PTU.
       005-PERIODO.
           DISPLAY 'PERIODO A REVISAR (AAAAMM)' ACCEPT WS-PERIODO.
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

      *Quincena del periodo (ver CAL-NOM); el aguinaldo siempre
      *va como 0.
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

      *Umbrales de la corrida; si el operador deja los dos en
      *cero se usa el 10 por ciento.
       008-UMBRALES.
           DISPLAY 'UMBRAL DE VARIACION EN % (0 = NO SE USA)'
               ACCEPT WS-UMB-PORC.
           DISPLAY 'UMBRAL DE VARIACION EN IMPORTE (0 = NO SE USA)'
               ACCEPT WS-UMB-MONTO.
           IF WS-UMB-PORC = 0 AND WS-UMB-MONTO = 0
               MOVE 10 TO WS-UMB-PORC
               DISPLAY 'SIN UMBRALES, SE USA EL 10 %'
           END-IF.

      *Periodo contra el que se compara: la quincena 2 contra la
      *1 del mismo mes, la 1 contra la 2 del mes anterior, la
      *mensual contra el mes anterior y el aguinaldo o la PTU
      *contra los del ano anterior.
       009-ANTERIOR.
           MOVE WS-PERIODO TO WS-CA-PER WS-CN-PER.
           MOVE WS-QNA     TO WS-CA-QNA.
           EVALUATE TRUE
               WHEN WS-QNA = 2
                   MOVE 1 TO WS-CN-QNA
               WHEN WS-PER-MES > 12
                   SUBTRACT 1 FROM WS-CN-ANIO
                   MOVE 0 TO WS-CN-QNA
               WHEN OTHER
                   IF WS-PER-MES = 1
                       SUBTRACT 1 FROM WS-CN-ANIO
                       MOVE 12 TO WS-CN-MES
                   ELSE
                       SUBTRACT 1 FROM WS-CN-MES
                   END-IF
                   MOVE WS-QNA TO WS-CN-QNA
                   IF WS-QNA = 1
                       MOVE 2 TO WS-CN-QNA
                   END-IF
           END-EVALUATE.

       100-OPEN.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'SIN HISTORIAL (CORRER CAL-NOM ANTES)'
               STOP RUN
           END-IF.
           OPEN INPUT INCIDEN.
           EVALUATE WS-FSTAT-INC
               WHEN '35'
                   MOVE 'N' TO WS-HAY-INC
               WHEN '00'
                   MOVE 'S' TO WS-HAY-INC
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INCIDEN: ' WS-FSTAT-INC
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CONCEPTO.
           EVALUATE WS-FSTAT-CON
               WHEN '35'
                   MOVE 'N' TO WS-HAY-CON
               WHEN '00'
                   MOVE 'S' TO WS-HAY-CON
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR CONCEPTO: ' WS-FSTAT-CON
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT REPORTE.
           IF WS-FSTAT-REP NOT = '00'
               DISPLAY 'ERROR AL ABRIR REPORTE: ' WS-FSTAT-REP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-ENC-PER.
           MOVE WS-QNA     TO WS-ENC-QNA.
           MOVE WS-CN-PER  TO WS-ENC-PANT.
           MOVE WS-CN-QNA  TO WS-ENC-QANT.
           MOVE WS-LIN-ENCAB TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE WS-UMB-PORC  TO WS-UMB-P-ED.
           MOVE WS-UMB-MONTO TO WS-UMB-M-ED.
           MOVE WS-LIN-UMBRAL TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE SPACES TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE WS-LIN-COLUMNAS TO LIN-REPORTE.
           WRITE LIN-REPORTE.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE HISTORIAL
           CLOSE REPORTE.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.
           IF WS-HAY-CON = 'S'
               CLOSE CONCEPTO
           END-IF.
           DISPLAY 'REPORTE DE VARIACIONES GENERADO (VARIAC.TXT)'.
           DISPLAY 'EMPLEADOS SENALADOS: ' WS-GA-MARCADOS.

      *Primera pasada sobre EMPLEADO: arma la tabla de
      *departamentos con los totales anterior y actual. Un
      *empleado va al departamento de su renglon actual, o al del
      *anterior si ya no cobro.
       150-DEPARTAMENTOS.
           MOVE ZEROS TO WS-GRAL-ACUM.
           PERFORM 160-INICIO-EMPLEADO.
           PERFORM 151-LEE-EMPLEADO UNTIL WS-FLAG = 1.

       151-LEE-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   PERFORM 210-LEE-RENGLONES
                   IF WS-HAY-ACT = 'S' OR WS-HAY-ANT = 'S'
                       PERFORM 170-ACUM-DEP
                   END-IF
           END-READ.

       160-INICIO-EMPLEADO.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.

       170-ACUM-DEP.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-DEP OR WS-ENCONTRADO = 'S'
               IF WS-DEP-NOM(WS-IDX) = WS-DEP-EMP
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 'N'
               IF WS-NUM-DEP >= 20
                   DISPLAY 'DEMASIADOS DEPARTAMENTOS, AMPLIAR'
                       ' LA TABLA'
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-DEP
               MOVE WS-NUM-DEP TO WS-IDX
               MOVE WS-DEP-EMP TO WS-DEP-NOM(WS-IDX)
               MOVE ZEROS TO WS-DEP-ACUM(WS-IDX)
           ELSE
               SUBTRACT 1 FROM WS-IDX
           END-IF.
           IF WS-HAY-ANT = 'S'
               ADD 1            TO WS-DA-CANT-ANT(WS-IDX)
                                   WS-GA-CANT-ANT
               ADD WS-ANT-BRUTO TO WS-DA-BRUTO-ANT(WS-IDX)
                                   WS-GA-BRUTO-ANT
               ADD WS-ANT-DEDUC TO WS-DA-DEDUC-ANT(WS-IDX)
                                   WS-GA-DEDUC-ANT
               ADD WS-ANT-NETO  TO WS-DA-NETO-ANT(WS-IDX)
                                   WS-GA-NETO-ANT
           END-IF.
           IF WS-HAY-ACT = 'S'
               ADD 1            TO WS-DA-CANT-ACT(WS-IDX)
                                   WS-GA-CANT-ACT
               ADD WS-ACT-BRUTO TO WS-DA-BRUTO-ACT(WS-IDX)
                                   WS-GA-BRUTO-ACT
               ADD WS-ACT-DEDUC TO WS-DA-DEDUC-ACT(WS-IDX)
                                   WS-GA-DEDUC-ACT
               ADD WS-ACT-NETO  TO WS-DA-NETO-ACT(WS-IDX)
                                   WS-GA-NETO-ACT
           END-IF.

      *Un departamento: vuelve a recorrer EMPLEADO y analiza solo
      *a los de ese departamento, luego imprime sus totales.
       200-POR-DEPTO.
           MOVE SPACES TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE WS-DEP-NOM(WS-IDX-DEP) TO WS-LDP-NOM.
           MOVE WS-LIN-DEPTO TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           PERFORM 160-INICIO-EMPLEADO.
           PERFORM 201-LEE-EMPLEADO UNTIL WS-FLAG = 1.
           MOVE WS-DEP-ACUM(WS-IDX-DEP) TO WS-IMP-ACUM.
           MOVE 'TOTAL DEPTO' TO WS-LCN-DESC.
           PERFORM 290-IMPRIME-TOTALES.

       201-LEE-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   PERFORM 210-LEE-RENGLONES
                   IF (WS-HAY-ACT = 'S' OR WS-HAY-ANT = 'S')
                      AND WS-DEP-EMP = WS-DEP-NOM(WS-IDX-DEP)
                       PERFORM 220-ANALIZA
                   END-IF
           END-READ.

      *Lee el renglon del periodo y el del anterior; el bruto es
      *deducciones mas neto, igual que en CAL-NOM.
       210-LEE-RENGLONES.
           MOVE 'N' TO WS-HAY-ACT WS-HAY-ANT.
           MOVE 0 TO WS-ACT-SMEN WS-ACT-BRUTO WS-ACT-DEDUC
                     WS-ACT-NETO.
           MOVE 0 TO WS-ANT-SMEN WS-ANT-BRUTO WS-ANT-DEDUC
                     WS-ANT-NETO.
           MOVE SPACES TO WS-DEP-EMP.
           MOVE ID-EMPL   TO HIS-ID-EMPL.
           MOVE WS-CN-PER TO HIS-PERIODO.
           MOVE WS-CN-QNA TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-HAY-ANT
                   MOVE HIS-S-MEN   TO WS-ANT-SMEN
                   MOVE HIS-DEDUC   TO WS-ANT-DEDUC
                   MOVE HIS-NETO    TO WS-ANT-NETO
                   COMPUTE WS-ANT-BRUTO = HIS-DEDUC + HIS-NETO
                   MOVE HIS-NOM-DEP TO WS-DEP-EMP
           END-READ.
           MOVE ID-EMPL   TO HIS-ID-EMPL.
           MOVE WS-CA-PER TO HIS-PERIODO.
           MOVE WS-CA-QNA TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-HAY-ACT
                   MOVE HIS-S-MEN   TO WS-ACT-SMEN
                   MOVE HIS-DEDUC   TO WS-ACT-DEDUC
                   MOVE HIS-NETO    TO WS-ACT-NETO
                   COMPUTE WS-ACT-BRUTO = HIS-DEDUC + HIS-NETO
                   MOVE HIS-NOM-DEP TO WS-DEP-EMP
           END-READ.

      *Senales del empleado y, si tiene alguna, sus causas; solo
      *los senalados aparecen en el listado.
       220-ANALIZA.
           MOVE 'N' TO WS-MARCADO.
           MOVE 0 TO WS-NUM-MARCAS.
           COMPUTE WS-DIF-BRUTO = WS-ACT-BRUTO - WS-ANT-BRUTO.
           COMPUTE WS-DIF-DEDUC = WS-ACT-DEDUC - WS-ANT-DEDUC.
           COMPUTE WS-DIF-NETO  = WS-ACT-NETO  - WS-ANT-NETO.
           EVALUATE TRUE
               WHEN WS-HAY-ANT = 'N'
                   PERFORM 231-NUEVO
               WHEN WS-HAY-ACT = 'N'
                   PERFORM 232-FALTANTE
               WHEN OTHER
                   PERFORM 233-COMPARA
           END-EVALUATE.
           IF WS-HAY-ACT = 'S' AND WS-ACT-NETO = 0
               MOVE 'NETO EN CERO' TO WS-TXT-CAUSA
               PERFORM 270-SENAL
           END-IF.
           IF WS-HAY-CON = 'S'
               PERFORM 240-CONCEPTOS
           END-IF.
           IF WS-MARCADO = 'S'
               PERFORM 250-CAUSAS
               PERFORM 260-IMPRIME
           END-IF.

       231-NUEVO.
           MOVE SPACES TO WS-TXT-CAUSA.
           STRING 'EMPLEADO NUEVO, SIN PAGO EN ' WS-CN-PER ' Q'
                  WS-CN-QNA
                  DELIMITED BY SIZE INTO WS-TXT-CAUSA.
           PERFORM 270-SENAL.
           MOVE SPACES TO WS-TXT-CAUSA.
           STRING 'INGRESO ' F-ING
                  DELIMITED BY SIZE INTO WS-TXT-CAUSA.
           PERFORM 275-CAUSA.

      *Cobro el periodo anterior y no este: baja, cambio de
      *frecuencia de pago, o activo sin calculo.
       232-FALTANTE.
           MOVE 'SIN PAGO EN ESTE PERIODO, COBRO EL ANTERIOR'
               TO WS-TXT-CAUSA.
           PERFORM 270-SENAL.
           MOVE SPACES TO WS-TXT-CAUSA.
           EVALUATE TRUE
               WHEN EST-EMPL = 'B'
                   STRING 'BAJA ' F-BAJA ' ' MOT-BAJA
                          DELIMITED BY SIZE INTO WS-TXT-CAUSA
               WHEN WS-PER-MES <= 12 AND WS-QNA = 0
                    AND FREC-PAG = 'Q'
                   MOVE 'CAMBIO A PAGO QUINCENAL' TO WS-TXT-CAUSA
               WHEN WS-PER-MES <= 12 AND WS-QNA > 0
                    AND FREC-PAG NOT = 'Q'
                   MOVE 'CAMBIO A PAGO MENSUAL' TO WS-TXT-CAUSA
               WHEN OTHER
                   MOVE 'ACTIVO SIN CALCULO EN ESTE PERIODO'
                       TO WS-TXT-CAUSA
           END-EVALUATE.
           PERFORM 275-CAUSA.

       233-COMPARA.
           MOVE 'BRUTO'        TO WS-ETIQ.
           MOVE WS-ANT-BRUTO   TO WS-VAL-ANT.
           MOVE WS-DIF-BRUTO   TO WS-DIF.
           PERFORM 235-UMBRAL.
           MOVE 'DEDUCCIONES'  TO WS-ETIQ.
           MOVE WS-ANT-DEDUC   TO WS-VAL-ANT.
           MOVE WS-DIF-DEDUC   TO WS-DIF.
           PERFORM 235-UMBRAL.
           MOVE 'NETO'         TO WS-ETIQ.
           MOVE WS-ANT-NETO    TO WS-VAL-ANT.
           MOVE WS-DIF-NETO    TO WS-DIF.
           PERFORM 235-UMBRAL.

      *Un importe pasa el umbral si la diferencia llega al
      *importe o al porcentaje del valor anterior (de cero a algo
      *siempre pasa).
       235-UMBRAL.
           MOVE 'N' TO WS-EXCEDE.
           IF WS-DIF < 0
               COMPUTE WS-DIF-ABS = 0 - WS-DIF
           ELSE
               MOVE WS-DIF TO WS-DIF-ABS
           END-IF.
           IF WS-VAL-ANT > 0
               COMPUTE WS-PORC ROUNDED = WS-DIF-ABS * 100 / WS-VAL-ANT
                   ON SIZE ERROR MOVE 99999 TO WS-PORC
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PORC
           END-IF.
           IF WS-DIF-ABS > 0
               IF WS-UMB-MONTO > 0 AND WS-DIF-ABS >= WS-UMB-MONTO
                   MOVE 'S' TO WS-EXCEDE
               END-IF
               IF WS-UMB-PORC > 0 AND WS-PORC >= WS-UMB-PORC
                   MOVE 'S' TO WS-EXCEDE
               END-IF
               IF WS-VAL-ANT = 0
                   MOVE 'S' TO WS-EXCEDE
               END-IF
           END-IF.
           IF WS-EXCEDE = 'S'
               MOVE WS-DIF  TO WS-ED-DIF
               MOVE WS-PORC TO WS-ED-PORC
               MOVE SPACES TO WS-TXT-CAUSA
               STRING WS-ETIQ DELIMITED BY SPACE
                      ' CAMBIA ' DELIMITED BY SIZE
                      WS-ED-DIF DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-ED-PORC DELIMITED BY SIZE
                      ' %)' DELIMITED BY SIZE
                      INTO WS-TXT-CAUSA
               PERFORM 270-SENAL
           END-IF.

      *Conceptos del empleado: el que se termino de amortizar en
      *este periodo es senal (el siguiente neto sube); el que
      *termino el periodo anterior y el que empezo a descontarse
      *ahora explican un cambio de deducciones. Un concepto se
      *toma como iniciado cuando se desconto en este periodo y
      *las deducciones subieron al menos su importe.
       240-CONCEPTOS.
           MOVE ID-EMPL TO CON-ID-EMPL.
           MOVE LOW-VALUES TO CON-CODIGO.
           MOVE '00' TO WS-FSTAT-CON.
           START CONCEPTO KEY IS NOT LESS THAN CON-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-CON
           END-START.
           PERFORM 241-LEE-CONCEPTO UNTIL WS-FSTAT-CON NOT = '00'.

       241-LEE-CONCEPTO.
           READ CONCEPTO NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-CON
               NOT AT END
                   IF CON-ID-EMPL NOT = ID-EMPL
                       MOVE '10' TO WS-FSTAT-CON
                   ELSE
                       PERFORM 242-REVISA-CONCEPTO
                   END-IF
           END-READ.

       242-REVISA-CONCEPTO.
           MOVE CON-ULT-MONTO TO WS-ED-MONTO.
           IF CON-ESTADO = 'T' AND CON-ULT-CLAVE = WS-CLAVE-ACT
               MOVE SPACES TO WS-TXT-CAUSA
               STRING 'CONCEPTO ' CON-CODIGO ' ' CON-DESC
                      ' TERMINA CON ESTE PERIODO'
                      DELIMITED BY SIZE INTO WS-TXT-CAUSA
               PERFORM 270-SENAL
           END-IF.
           IF CON-ESTADO = 'T' AND CON-ULT-CLAVE = WS-CLAVE-ANT
               MOVE SPACES TO WS-TXT-CAUSA
               STRING 'CONCEPTO ' CON-CODIGO ' ' CON-DESC
                      ' TERMINO EL PERIODO ANTERIOR'
                      DELIMITED BY SIZE INTO WS-TXT-CAUSA
               PERFORM 275-CAUSA
           END-IF.
           IF CON-ULT-CLAVE = WS-CLAVE-ACT AND WS-HAY-ANT = 'S'
              AND WS-DIF-DEDUC >= CON-ULT-MONTO
               MOVE SPACES TO WS-TXT-CAUSA
               STRING 'CONCEPTO ' CON-CODIGO ' ' CON-DESC
                      ' INICIADO, DESCUENTO ' WS-ED-MONTO
                      DELIMITED BY SIZE INTO WS-TXT-CAUSA
               PERFORM 275-CAUSA
           END-IF.

      *Causas de los datos: incidencias de uno y otro periodo y
      *cambio de sueldo.
       250-CAUSAS.
           IF WS-HAY-INC = 'S'
               MOVE ID-EMPL   TO INC-ID-EMPL
               MOVE WS-CA-PER TO INC-PERIODO
               MOVE WS-CA-QNA TO INC-QNA
               READ INCIDEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'INCIDENCIA DEL PERIODO:' TO WS-TXT-CAUSA
                       PERFORM 252-INCIDENCIA
               END-READ
               MOVE ID-EMPL   TO INC-ID-EMPL
               MOVE WS-CN-PER TO INC-PERIODO
               MOVE WS-CN-QNA TO INC-QNA
               READ INCIDEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'INCIDENCIA DEL ANTERIOR:' TO WS-TXT-CAUSA
                       PERFORM 252-INCIDENCIA
               END-READ
           END-IF.
           IF WS-HAY-ACT = 'S' AND WS-HAY-ANT = 'S'
              AND WS-ACT-SMEN NOT = WS-ANT-SMEN
               PERFORM 255-CAMBIO-SUELDO
           END-IF.

       252-INCIDENCIA.
           MOVE SPACES TO WS-TXT-MARCA.
           MOVE INC-DIAS-FALTA TO WS-ED-DIAS.
           MOVE INC-HRS-EXTRA  TO WS-ED-HRS.
           MOVE INC-DIAS-NOLAB TO WS-ED-DIAS2.
           STRING WS-TXT-CAUSA DELIMITED BY '  '
                  ' FALTAS ' WS-ED-DIAS
                  '  HRS EXTRA ' WS-ED-HRS
                  '  NO LABORADOS ' WS-ED-DIAS2
                  DELIMITED BY SIZE INTO WS-TXT-MARCA.
           MOVE WS-TXT-MARCA TO WS-TXT-CAUSA.
           PERFORM 275-CAUSA.

      *Cambio de S-MEN entre los dos renglones: busca en DIARIO
      *el ultimo cambio del empleado que dejo el sueldo actual.
       255-CAMBIO-SUELDO.
           MOVE 'N' TO WS-JRN-HALLADO.
           OPEN INPUT DIARIO.
           IF WS-FSTAT-JRN = '00'
               PERFORM 256-LEE-DIARIO UNTIL WS-FSTAT-JRN NOT = '00'
               CLOSE DIARIO
           END-IF.
           MOVE WS-ANT-SMEN TO WS-ED-SMEN-A.
           MOVE WS-ACT-SMEN TO WS-ED-SMEN-B.
           MOVE SPACES TO WS-TXT-CAUSA.
           IF WS-JRN-HALLADO = 'S'
               STRING 'SUELDO ' WS-ED-SMEN-A ' A ' WS-ED-SMEN-B
                      ', DIARIO ' WS-JRN-FECHA ' ' WS-JRN-OPER
                      DELIMITED BY SIZE INTO WS-TXT-CAUSA
           ELSE
               STRING 'SUELDO ' WS-ED-SMEN-A ' A ' WS-ED-SMEN-B
                      ', SIN MOVIMIENTO EN DIARIO'
                      DELIMITED BY SIZE INTO WS-TXT-CAUSA
           END-IF.
           PERFORM 275-CAUSA.

       256-LEE-DIARIO.
           READ DIARIO
               AT END MOVE '10' TO WS-FSTAT-JRN
               NOT AT END
                   IF JRN-OPER = 'C'
                       MOVE JRN-ANTES   TO WS-IMG-ANTES
                       MOVE JRN-DESPUES TO WS-IMG-DESPUES
                       IF WS-IDE-ID = ID-EMPL
                          AND WS-IDE-SMEN = WS-ACT-SMEN
                          AND WS-IAN-SMEN NOT = WS-IDE-SMEN
                           MOVE 'S'          TO WS-JRN-HALLADO
                           MOVE JRN-FEC-HORA TO WS-JRN-FECHA
                           MOVE JRN-OPERADOR TO WS-JRN-OPER
                       END-IF
                   END-IF
           END-READ.

      *Renglon del empleado senalado con sus senales y causas.
       260-IMPRIME.
           MOVE ID-EMPL      TO WS-DET-ID.
           MOVE NOM-EMPL     TO WS-DET-NOM.
           MOVE WS-ANT-NETO  TO WS-DET-NANT.
           MOVE WS-ACT-NETO  TO WS-DET-NACT.
           MOVE WS-DIF-BRUTO TO WS-DET-DBRU.
           MOVE WS-DIF-DEDUC TO WS-DET-DDED.
           MOVE WS-DIF-NETO  TO WS-DET-DNET.
           MOVE WS-LIN-DET TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           PERFORM VARYING WS-IDX-MAR FROM 1 BY 1
                   UNTIL WS-IDX-MAR > WS-NUM-MARCAS
               MOVE SPACES TO LIN-REPORTE
               MOVE WS-MARCA(WS-IDX-MAR) TO LIN-REPORTE(7:70)
               WRITE LIN-REPORTE
           END-PERFORM.
           ADD 1 TO WS-DA-MARCADOS(WS-IDX-DEP) WS-GA-MARCADOS.

      *Agrega una senal ('*') o una causa ('-') a la lista del
      *empleado.
       270-SENAL.
           MOVE 'S' TO WS-MARCADO.
           MOVE SPACES TO WS-TXT-MARCA.
           STRING '* ' WS-TXT-CAUSA
                  DELIMITED BY SIZE INTO WS-TXT-MARCA.
           PERFORM 280-AGREGA.

       275-CAUSA.
           MOVE SPACES TO WS-TXT-MARCA.
           STRING '  - ' WS-TXT-CAUSA
                  DELIMITED BY SIZE INTO WS-TXT-MARCA.
           PERFORM 280-AGREGA.

       280-AGREGA.
           IF WS-NUM-MARCAS < 15
               ADD 1 TO WS-NUM-MARCAS
               MOVE WS-TXT-MARCA TO WS-MARCA(WS-NUM-MARCAS)
           END-IF.

      *Totales de WS-IMP-ACUM: empleados y, para bruto,
      *deducciones y neto, anterior, actual y diferencia.
       290-IMPRIME-TOTALES.
           MOVE WS-IA-CANT-ANT TO WS-LCN-ANT.
           MOVE WS-IA-CANT-ACT TO WS-LCN-ACT.
           MOVE WS-IA-MARCADOS TO WS-LCN-MAR.
           MOVE WS-LIN-CANT TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE 'BRUTO'         TO WS-TOT-DESC.
           MOVE WS-IA-BRUTO-ANT TO WS-TOT-ANT.
           MOVE WS-IA-BRUTO-ACT TO WS-TOT-ACT.
           COMPUTE WS-TOT-DIF = WS-IA-BRUTO-ACT - WS-IA-BRUTO-ANT.
           MOVE WS-TOT-DIF TO WS-TOT-DIF-ED.
           MOVE WS-LIN-TOT TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE 'DEDUCCIONES'   TO WS-TOT-DESC.
           MOVE WS-IA-DEDUC-ANT TO WS-TOT-ANT.
           MOVE WS-IA-DEDUC-ACT TO WS-TOT-ACT.
           COMPUTE WS-TOT-DIF = WS-IA-DEDUC-ACT - WS-IA-DEDUC-ANT.
           MOVE WS-TOT-DIF TO WS-TOT-DIF-ED.
           MOVE WS-LIN-TOT TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE 'NETO'          TO WS-TOT-DESC.
           MOVE WS-IA-NETO-ANT  TO WS-TOT-ANT.
           MOVE WS-IA-NETO-ACT  TO WS-TOT-ACT.
           COMPUTE WS-TOT-DIF = WS-IA-NETO-ACT - WS-IA-NETO-ANT.
           MOVE WS-TOT-DIF TO WS-TOT-DIF-ED.
           MOVE WS-LIN-TOT TO LIN-REPORTE.
           WRITE LIN-REPORTE.

       300-TOTAL-GRAL.
           MOVE SPACES TO LIN-REPORTE.
           WRITE LIN-REPORTE.
           MOVE WS-GRAL-ACUM TO WS-IMP-ACUM.
           MOVE 'TOTAL GENERAL' TO WS-LCN-DESC.
           PERFORM 290-IMPRIME-TOTALES.

      *Visto bueno del administrador: solo sobre un periodo
      *calculado en el calendario. Guarda los renglones y el neto
      *del periodo en HISTORIAL para que DIS-BAN detecte un
      *recalculo posterior.
       400-VISTO-BUENO.
           OPEN INPUT PERIODOS.
           IF WS-FSTAT-PER NOT = '00'
               DISPLAY 'SIN CALENDARIO DE PERIODOS, NO APLICA EL'
               DISPLAY 'VISTO BUENO (VER MANT-PER)'
           ELSE
               MOVE WS-PERIODO TO PER-PERIODO
               MOVE WS-QNA     TO PER-QNA
               READ PERIODOS
                   INVALID KEY
                       MOVE SPACES TO PER-ESTADO
               END-READ
               CLOSE PERIODOS
               IF PER-ESTADO NOT = 'C'
                   DISPLAY 'EL PERIODO NO ESTA CALCULADO, NO SE DA'
                   DISPLAY 'VISTO BUENO'
               ELSE
                   DISPLAY 'DAR VISTO BUENO AL PERIODO ' WS-PERIODO
                       ' QUINCENA ' WS-QNA ' PARA DISPERSAR? S/N'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM 410-TOTAL-HISTORIAL
                       PERFORM 420-GRABA-VISTO
                   ELSE
                       DISPLAY 'SIN VISTO BUENO, DIS-BAN NO DISPERSA'
                   END-IF
               END-IF
           END-IF.

      *Renglones y neto del periodo en HISTORIAL, contados igual
      *que en DIS-BAN.
       410-TOTAL-HISTORIAL.
           MOVE 0 TO WS-VIS-CANT WS-VIS-NETO.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS = '00'
               PERFORM UNTIL WS-FSTAT-HIS NOT = '00'
                   READ HISTORIAL NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-HIS
                       NOT AT END
                           IF HIS-PERIODO = WS-PERIODO
                              AND HIS-QNA = WS-QNA
                               ADD 1        TO WS-VIS-CANT
                               ADD HIS-NETO TO WS-VIS-NETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL
           END-IF.

       420-GRABA-VISTO.
           OPEN I-O VISTO-BUENO.
           IF WS-FSTAT-VIS = '35'
               OPEN OUTPUT VISTO-BUENO
               IF WS-FSTAT-VIS NOT = '00'
                   DISPLAY 'ERROR AL CREAR VISTO-BUENO: ' WS-FSTAT-VIS
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
               END-IF
               CLOSE VISTO-BUENO
               OPEN I-O VISTO-BUENO
           END-IF.
           IF WS-FSTAT-VIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR VISTO-BUENO: ' WS-FSTAT-VIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-PERIODO      TO VIS-PERIODO.
           MOVE WS-QNA          TO VIS-QNA.
           MOVE WS-OPERADOR     TO VIS-OPERADOR.
           MOVE WS-FEC-HORA-ACT TO VIS-FEC-HORA.
           MOVE WS-VIS-CANT     TO VIS-CANT.
           MOVE WS-VIS-NETO     TO VIS-NETO.
           MOVE WS-GA-MARCADOS  TO VIS-MARCADOS.
           WRITE REG-VIS
               INVALID KEY
                   REWRITE REG-VIS
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR VISTO-BUENO'
                   END-REWRITE
           END-WRITE.
           CLOSE VISTO-BUENO.
           DISPLAY 'VISTO BUENO REGISTRADO: ' WS-VIS-CANT
               ' RENGLONES, NETO ' WS-VIS-NETO.
