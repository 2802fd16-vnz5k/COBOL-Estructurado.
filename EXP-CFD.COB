      *Exportacion de recibos electronicos de nomina (CFDI 4.0
      *con complemento de nomina 1.2) para timbrar con el PAC, en
      *vez de volver a teclear cada recibo en su portal. Toma un
      *periodo ya calculado, dispersado o cerrado del calendario
      *y arma un XML por cada renglon del periodo en HISTORIAL,
      *con las percepciones y deducciones desglosadas como las
      *imprime el recibo de CAL-NOM: sueldo y horas extra segun
      *INCIDEN, el retroactivo pagado en el periodo segun AJUSTES
      *(ver CAL-RET), ISR, IMSS, cada concepto de CONCEPTO
      *amortizado en el periodo y el resto como otras
      *retenciones. El mes 13 sale como aguinaldo, el 14 como PTU
      *y el renglon de una baja sin deducciones como finiquito
      *(ver CAL-AGU, CAL-PTU y CAL-FIN), todos como nomina
      *extraordinaria. El receptor sale de FISCAL (ver MANT-FIS):
      *quien no tiene datos fiscales completos no se genera y va
      *al listado de rechazos. Cada XML generado queda 'G' en
      *TIMBRES hasta que REC-TIM cargue su folio fiscal; uno ya
      *timbrado no se vuelve a generar. El XML va sin sello: el
      *PAC lo sella con el certificado (CSD) de la empresa, cuyos
      *datos de emisor salen de PATRON (ver MANT-PAT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP-CFD.
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
      *Incidencias y conceptos del periodo: si no existen el
      *recibo sale sin horas extra ni conceptos desglosados.
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
      *Retroactivos de sueldo (ver REGAJU y CAL-RET): si no existe
      *el archivo ningun recibo lleva retroactivo.
           SELECT AJUSTES ASSIGN TO 'C:\Users\pc\Desktop\S\ajuste'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-KEY
               FILE STATUS IS WS-FSTAT-AJU.
           SELECT FISCAL ASSIGN TO 'C:\Users\pc\Desktop\S\fiscal'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-ID-EMPL
               FILE STATUS IS WS-FSTAT-FIS.
      *Datos del patron (ver REGPAT y MANT-PAT): emisor
      *del recibo y registro patronal.
           SELECT PATRON ASSIGN TO 'C:\Users\pc\Desktop\S\patron'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-CLAVE
               FILE STATUS IS WS-FSTAT-PAT.
      *Control de timbrado por recibo (ver REGTIM y REC-TIM).
           SELECT TIMBRES ASSIGN TO 'C:\Users\pc\Desktop\S\timbres'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS WS-FSTAT-TIM.
      *Calendario de periodos (ver REGPER y MANT-PER): solo se
      *timbra un periodo con calculo vigente.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Un archivo por recibo en la carpeta cfdi, con nombre
      *ID-PERIODO.xml armado en 241-NOMBRE-ARCHIVO.
           SELECT ARCH-CFDI ASSIGN TO DYNAMIC WS-ARCH-CFDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-XML.
           SELECT RECHAZOS ASSIGN TO 'C:\Users\pc\Desktop\S\cfdirch.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-RCH.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): los recibos se timbran ante el SAT,
      *solo administradores.
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

       FD AJUSTES.
           COPY REGAJU.

       FD FISCAL.
           COPY REGFIS.

       FD PATRON.
           COPY REGPAT.

       FD TIMBRES.
           COPY REGTIM.

       FD PERIODOS.
           COPY REGPER.

       FD ARCH-CFDI.
       01 LIN-CFDI PIC X(250).

       FD RECHAZOS.
       01 LIN-RECHAZO PIC X(80).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-CON PIC XX.
       01 WS-FSTAT-AJU PIC XX.
       01 WS-FSTAT-FIS PIC XX.
       01 WS-FSTAT-PAT PIC XX.
       01 WS-FSTAT-TIM PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-XML PIC XX.
       01 WS-FSTAT-RCH PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-HAY-CON PIC X VALUE 'N'.
       01 WS-HAY-AJU PIC X VALUE 'N'.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
      *Sufijo de la quincena en el nombre del archivo y el folio
      *(Q1 o Q2); en blanco para la nomina mensual.
       01 WS-SUF-QNA PIC X(02) VALUE SPACES.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).
       01 WS-FHA-DET REDEFINES WS-FEC-HORA-ACT.
           05 WS-FHA-ANIO  PIC 9(04).
           05 WS-FHA-MES   PIC 9(02).
           05 WS-FHA-DIA   PIC 9(02).
           05 WS-FHA-HH    PIC 9(02).
           05 WS-FHA-MI    PIC 9(02).
           05 WS-FHA-SS    PIC 9(02).

      *Datos del emisor, tomados de PATRON en 105-LEE-PATRON:
      *deben coincidir con el certificado (CSD) con que el PAC
      *sella los recibos de la empresa.
       01 WS-EMISOR.
           05 WS-EMI-RFC      PIC X(13).
           05 WS-EMI-NOMBRE   PIC X(60).
           05 WS-EMI-REGIMEN  PIC X(03).
           05 WS-EMI-CP       PIC X(05).
           05 WS-EMI-REG-PAT  PIC X(11).
           05 WS-EMI-ENT-FED  PIC X(03).

      *Nombre del archivo del recibo: carpeta cfdi + ID-PERIODO.
       01 WS-ARCH-CFDI PIC X(60).

      *Clase de recibo: 'O' nomina ordinaria, 'A' aguinaldo (mes
      *13), 'U' PTU (mes 14), 'F' finiquito de una baja.
       01 WS-CLASE PIC X(01) VALUE 'O'.
       01 WS-MOTIVO PIC X(30).

      *Importes del recibo.
       01 WS-PERCEP     PIC 9(08)V99 VALUE 0.
       01 WS-SUELDO     PIC 9(08)V99 VALUE 0.
       01 WS-IMP-EXTRA  PIC 9(08)V99 VALUE 0.
       01 WS-IMP-RET    PIC 9(08)V99 VALUE 0.
       01 WS-OTRAS      PIC S9(08)V99 VALUE 0.
       01 WS-OTRAS-DED  PIC 9(08)V99 VALUE 0.
       01 WS-SUMA-CON   PIC 9(08)V99 VALUE 0.
       01 WS-SAL-DIARIO PIC 9(05)V99 VALUE 0.
       01 WS-INC-FALTA  PIC 9(02) VALUE 0.
       01 WS-INC-NOLAB  PIC 9(02) VALUE 0.
       01 WS-INC-EXTRA  PIC 9(03) VALUE 0.
       01 WS-DIAS-EXTRA PIC 9(03) VALUE 0.
       01 WS-DIAS-PAG   PIC 9(03) VALUE 0.
       01 WS-DIAS-BASE  PIC 9(03) VALUE 30.
       01 WS-SEMANAS    PIC 9(05) VALUE 0.

      *Conceptos de CONCEPTO amortizados en el periodo (los que
      *tienen CON-ULT-PER igual al periodo exportado).
       01 WS-TAB-CON.
           05 WS-CON-FILA OCCURS 10 TIMES.
               10 WS-CON-COD   PIC X(03).
               10 WS-CON-DESC  PIC X(12).
               10 WS-CON-MONTO PIC 9(05)V99.
       01 WS-NUM-CON PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.

      *Fechas del recibo en formato AAAA-MM-DD.
       01 WS-FEC-INI  PIC 9(08) VALUE 0.
       01 WS-FEC-FIN  PIC 9(08) VALUE 0.
       01 WS-FEC-SIG  PIC 9(08) VALUE 0.
       01 WS-PER-BAJA PIC 9(06) VALUE 0.
       01 WS-INT-FEC  PIC 9(07) VALUE 0.
       01 WS-INT-ING  PIC 9(07) VALUE 0.
       01 WS-FEC      PIC 9(08) VALUE 0.
       01 WS-FEC-DET REDEFINES WS-FEC.
           05 WS-FEC-ANIO PIC 9(04).
           05 WS-FEC-MES  PIC 9(02).
           05 WS-FEC-DIA  PIC 9(02).
       01 WS-FEC-TXT      PIC X(10).
       01 WS-TXT-FEC-INI  PIC X(10).
       01 WS-TXT-FEC-FIN  PIC X(10).
       01 WS-TXT-FEC-ING  PIC X(10).
       01 WS-TXT-FECHA    PIC X(19).

      *Importes y cantidades como texto sin ceros ni espacios a la
      *izquierda, como los pide el XML (ver 400-NUMERO).
       01 WS-NUM       PIC 9(08)V99 VALUE 0.
       01 WS-NUM-EDIT  PIC Z(07)9.99.
       01 WS-NUM-TXT   PIC X(11).
       01 WS-ENT       PIC 9(05) VALUE 0.
       01 WS-ENT-EDIT  PIC Z(04)9.
       01 WS-ENT-TXT   PIC X(05).
       01 WS-POS       PIC 9(02) VALUE 0.
       01 WS-TXT-PERCEP PIC X(11).
       01 WS-TXT-DEDUC  PIC X(11).
       01 WS-TXT-NETO   PIC X(11).
       01 WS-TXT-SUELDO PIC X(11).
       01 WS-TXT-EXTRA  PIC X(11).
       01 WS-TXT-RET    PIC X(11).
       01 WS-TXT-ISR    PIC X(11).
       01 WS-TXT-OTRDED PIC X(11).
       01 WS-TXT-DIAS   PIC X(05).
       01 WS-TXT-SEM    PIC X(05).
       01 WS-TIPO-PER   PIC X(03).
       01 WS-DESC-PER   PIC X(12).
       01 WS-TIPO-NOM   PIC X(01).
       01 WS-PERIODIC   PIC X(02).
       01 WS-TIPO-DED   PIC X(03).

      *Acumulados de la corrida.
       01 WS-CANT-GEN   PIC 9(05) VALUE 0.
       01 WS-CANT-RCH   PIC 9(05) VALUE 0.
       01 WS-CANT-TIMB  PIC 9(05) VALUE 0.

       01 WS-LIN-RCH.
           05 WS-RCH-ID       PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-RCH-NOMBRE   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-RCH-MOTIVO   PIC X(30).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-PERIODO.
           PERFORM 003-QUINCENA.
           PERFORM 008-VERIFICA-PERIODO.
           PERFORM 100-OPEN.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           STRING WS-FHA-ANIO '-' WS-FHA-MES '-' WS-FHA-DIA 'T'
                  WS-FHA-HH ':' WS-FHA-MI ':' WS-FHA-SS
                  DELIMITED BY SIZE INTO WS-TXT-FECHA.
           PERFORM 200-PROCESAR UNTIL WS-FLAG = 1.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. Los
      *recibos se timbran ante el SAT, solo entran administradores.
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
                   IF USU-ROL = 'A'
                       MOVE 'S' TO WS-FIRMA-OK
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

      *Captura el periodo a timbrar (AAAAMM); el mes 13 es el
      *aguinaldo y el 14 la PTU, igual que en DIS-BAN.
       005-PERIODO.
           DISPLAY 'PERIODO A TIMBRAR (AAAAMM)' ACCEPT WS-PERIODO.
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

      *Quincena a timbrar, igual que en DIS-BAN: 0 la nomina
      *mensual y los finiquitos del mes, 1 o 2 las quincenas.
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
           MOVE SPACES TO WS-SUF-QNA.
           IF WS-QNA > 0
               STRING 'Q' WS-QNA DELIMITED BY SIZE INTO WS-SUF-QNA
           END-IF.

      *Solo se timbra lo que ya quedo como pago: un periodo
      *calculado, dispersado o cerrado. Uno abierto o sin
      *registrar todavia puede recalcularse. Sin calendario se
      *procede como siempre, el amarre sigue siendo HISTORIAL.
       008-VERIFICA-PERIODO.
           OPEN INPUT PERIODOS.
           EVALUATE WS-FSTAT-PER
               WHEN '35'
                   DISPLAY 'SIN CALENDARIO DE PERIODOS (VER'
                   DISPLAY 'MANT-PER), SE EXPORTA SIN CONTROL'
               WHEN '00'
                   PERFORM 009-ESTADO-PERIODO
                   CLOSE PERIODOS
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       009-ESTADO-PERIODO.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE WS-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR EN EL CALENDARIO'
                   DISPLAY '(CORRER CAL-NOM ANTES)'
                   CLOSE PERIODOS
                   STOP RUN
               NOT INVALID KEY
                   IF PER-ESTADO NOT = 'C' AND PER-ESTADO NOT = 'D'
                      AND PER-ESTADO NOT = 'X'
                       DISPLAY 'PERIODO SIN CALCULO VIGENTE (CORRER'
                       DISPLAY 'CAL-NOM ANTES)'
                       CLOSE PERIODOS
                       STOP RUN
                   END-IF
           END-READ.

       100-OPEN.
           PERFORM 105-LEE-PATRON.
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
           OPEN INPUT FISCAL.
           IF WS-FSTAT-FIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR FISCAL: ' WS-FSTAT-FIS
               DISPLAY 'SIN DATOS FISCALES (CORRER MANT-FIS)'
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
           OPEN INPUT AJUSTES.
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
           OPEN I-O TIMBRES.
           EVALUATE WS-FSTAT-TIM
               WHEN '35'
                   OPEN OUTPUT TIMBRES
                   IF WS-FSTAT-TIM NOT = '00'
                       DISPLAY 'ERROR AL CREAR TIMBRES: ' WS-FSTAT-TIM
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
                   END-IF
                   CLOSE TIMBRES
                   OPEN I-O TIMBRES
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR TIMBRES: ' WS-FSTAT-TIM
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT RECHAZOS.
           IF WS-FSTAT-RCH NOT = '00'
               DISPLAY 'ERROR AL ABRIR RECHAZOS: ' WS-FSTAT-RCH
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO HIS-KEY.
           START HISTORIAL KEY IS GREATER THAN HIS-KEY
               INVALID KEY MOVE 1 TO WS-FLAG.

      *Sin los datos del emisor completos no se genera ningun
      *recibo: el PAC rechazaria todos.
       105-LEE-PATRON.
           OPEN INPUT PATRON.
           IF WS-FSTAT-PAT NOT = '00'
               DISPLAY 'ERROR AL ABRIR PATRON: ' WS-FSTAT-PAT
               DISPLAY 'SIN DATOS DEL PATRON (CORRER MANT-PAT)'
               STOP RUN
           END-IF.
           MOVE '1' TO PAT-CLAVE.
           READ PATRON
               INVALID KEY
                   MOVE SPACES TO PAT-RFC
           END-READ.
           IF PAT-RFC = SPACES OR PAT-NOMBRE = SPACES
              OR PAT-REGIMEN = SPACES OR PAT-CP = SPACES
              OR PAT-REG-PAT = SPACES OR PAT-ENT-FED = SPACES
               DISPLAY 'SIN DATOS DEL PATRON (CORRER MANT-PAT)'
               CLOSE PATRON
               STOP RUN
           END-IF.
           MOVE PAT-RFC     TO WS-EMI-RFC.
           MOVE PAT-NOMBRE  TO WS-EMI-NOMBRE.
           MOVE PAT-REGIMEN TO WS-EMI-REGIMEN.
           MOVE PAT-CP      TO WS-EMI-CP.
           MOVE PAT-REG-PAT TO WS-EMI-REG-PAT.
           MOVE PAT-ENT-FED TO WS-EMI-ENT-FED.
           CLOSE PATRON.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE HISTORIAL
           CLOSE FISCAL
           CLOSE TIMBRES
           CLOSE RECHAZOS.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.
           IF WS-HAY-CON = 'S'
               CLOSE CONCEPTO
           END-IF.
           IF WS-HAY-AJU = 'S'
               CLOSE AJUSTES
           END-IF.
           DISPLAY 'RECIBOS GENERADOS:  ' WS-CANT-GEN.
           DISPLAY 'YA TIMBRADOS:       ' WS-CANT-TIMB.
           DISPLAY 'RECHAZADOS:         ' WS-CANT-RCH.

      *Barre HISTORIAL completo: el periodo trae tanto los cierres
      *de CAL-NOM como los finiquitos de bajas que CAL-FIN dejo
      *bajo el mismo periodo.
       200-PROCESAR.
           READ HISTORIAL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF HIS-PERIODO = WS-PERIODO
                      AND HIS-QNA = WS-QNA
                       PERFORM 210-RECIBO
                   END-IF
           END-READ.

       210-RECIBO.
           PERFORM 211-VALIDA.
           IF WS-MOTIVO NOT = SPACES
               PERFORM 290-RECHAZO
           ELSE
               MOVE HIS-ID-EMPL TO TIM-ID-EMPL
               MOVE WS-PERIODO  TO TIM-PERIODO
               MOVE WS-QNA      TO TIM-QNA
               READ TIMBRES
                   INVALID KEY
                       MOVE SPACES TO TIM-UUID
                       MOVE 0 TO TIM-FEC-TIM
                       PERFORM 220-GENERA
                   NOT INVALID KEY
                       IF TIM-ESTADO = 'T'
                           ADD 1 TO WS-CANT-TIMB
                       ELSE
                           PERFORM 220-GENERA
                       END-IF
               END-READ
           END-IF.

      *El receptor necesita su registro en EMPLEADO (fecha de
      *ingreso) y datos fiscales completos; lo que falte queda
      *como motivo del rechazo.
       211-VALIDA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE HIS-ID-EMPL TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'SIN REGISTRO EN EMPLEADO' TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACES
               MOVE HIS-ID-EMPL TO FIS-ID-EMPL
               READ FISCAL
                   INVALID KEY
                       MOVE 'SIN DATOS FISCALES' TO WS-MOTIVO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN FIS-RFC = SPACES
                               MOVE 'SIN RFC' TO WS-MOTIVO
                           WHEN FIS-CURP = SPACES
                               MOVE 'SIN CURP' TO WS-MOTIVO
                           WHEN FIS-NSS = SPACES
                               MOVE 'SIN NSS' TO WS-MOTIVO
                           WHEN FIS-REGIMEN = SPACES
                               MOVE 'SIN TIPO DE REGIMEN' TO WS-MOTIVO
                           WHEN FIS-CP = SPACES
                               MOVE 'SIN CODIGO POSTAL' TO WS-MOTIVO
                       END-EVALUATE
               END-READ
           END-IF.

      *Arma y escribe el XML del recibo y lo deja pendiente de
      *timbrar.
       220-GENERA.
           PERFORM 230-CLASIFICA.
           PERFORM 235-IMPORTES.
           PERFORM 240-ESCRIBE-XML.
           MOVE HIS-ID-EMPL  TO TIM-ID-EMPL.
           MOVE WS-PERIODO   TO TIM-PERIODO.
           MOVE WS-QNA       TO TIM-QNA.
           MOVE 'G'          TO TIM-ESTADO.
           MOVE WS-FHA-FECHA TO TIM-FEC-GEN.
           WRITE REG-TIM
               INVALID KEY
                   REWRITE REG-TIM
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR TIMBRES: '
                               TIM-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CANT-GEN.

      *Clase del recibo y sus fechas de pago. El finiquito es el
      *renglon de una baja del mes de F-BAJA sin deducciones (asi
      *lo graba CAL-FIN); el aguinaldo se paga a mas tardar el 20
      *de diciembre y la PTU del ejercicio a mas tardar el 30 de
      *mayo del ano siguiente. La primera quincena cubre del 1 al
      *15 y la segunda del 16 al fin de mes.
       230-CLASIFICA.
           MOVE 'O' TO WS-CLASE.
           COMPUTE WS-PER-BAJA = F-BAJA / 100.
           IF WS-PER-MES > 12
               IF WS-PER-MES = 13
                   MOVE 'A' TO WS-CLASE
                   COMPUTE WS-FEC-INI = WS-PER-ANIO * 10000 + 1220
               ELSE
                   MOVE 'U' TO WS-CLASE
                   COMPUTE WS-FEC-INI =
                       (WS-PER-ANIO + 1) * 10000 + 0530
               END-IF
               MOVE WS-FEC-INI TO WS-FEC-FIN
           ELSE
               COMPUTE WS-FEC-INI = WS-PERIODO * 100 + 01
               IF WS-PER-MES = 12
                   COMPUTE WS-FEC-SIG =
                       (WS-PER-ANIO + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-FEC-SIG = (WS-PERIODO + 1) * 100 + 01
               END-IF
               COMPUTE WS-INT-FEC =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-SIG) - 1
               COMPUTE WS-FEC-FIN =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FEC)
               IF WS-QNA = 1
                   COMPUTE WS-FEC-FIN = WS-PERIODO * 100 + 15
               END-IF
               IF WS-QNA = 2
                   COMPUTE WS-FEC-INI = WS-PERIODO * 100 + 16
               END-IF
               IF EST-EMPL = 'B' AND HIS-DEDUC = 0 AND HIS-ISR = 0
                  AND HIS-IMSS = 0 AND WS-PER-BAJA = WS-PERIODO
                   MOVE 'F' TO WS-CLASE
                   MOVE F-BAJA TO WS-FEC-FIN
               END-IF
           END-IF.
           MOVE WS-FEC-INI TO WS-FEC.
           PERFORM 410-FECHA.
           MOVE WS-FEC-TXT TO WS-TXT-FEC-INI.
           MOVE WS-FEC-FIN TO WS-FEC.
           PERFORM 410-FECHA.
           MOVE WS-FEC-TXT TO WS-TXT-FEC-FIN.
           MOVE F-ING TO WS-FEC.
           PERFORM 410-FECHA.
           MOVE WS-FEC-TXT TO WS-TXT-FEC-ING.
      *Antiguedad en semanas cumplidas al final del periodo.
           MOVE 0 TO WS-SEMANAS.
           IF F-ING NOT > WS-FEC-FIN
               COMPUTE WS-INT-ING = FUNCTION INTEGER-OF-DATE(F-ING)
               COMPUTE WS-INT-FEC =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-FIN)
               COMPUTE WS-SEMANAS =
                   (WS-INT-FEC - WS-INT-ING + 1) / 7
           END-IF.
           MOVE WS-SEMANAS TO WS-ENT.
           PERFORM 420-ENTERO.
           MOVE WS-ENT-TXT TO WS-TXT-SEM.
           EVALUATE WS-CLASE
               WHEN 'A'
                   MOVE '002' TO WS-TIPO-PER
                   MOVE 'AGUINALDO' TO WS-DESC-PER
                   MOVE 'E' TO WS-TIPO-NOM
                   MOVE '99' TO WS-PERIODIC
               WHEN 'U'
                   MOVE '003' TO WS-TIPO-PER
                   MOVE 'PTU' TO WS-DESC-PER
                   MOVE 'E' TO WS-TIPO-NOM
                   MOVE '99' TO WS-PERIODIC
               WHEN 'F'
                   MOVE '038' TO WS-TIPO-PER
                   MOVE 'FINIQUITO' TO WS-DESC-PER
                   MOVE 'E' TO WS-TIPO-NOM
                   MOVE '99' TO WS-PERIODIC
               WHEN OTHER
                   MOVE '001' TO WS-TIPO-PER
                   MOVE 'SUELDO' TO WS-DESC-PER
                   MOVE 'O' TO WS-TIPO-NOM
                   IF WS-QNA > 0
                       MOVE '04' TO WS-PERIODIC
                   ELSE
                       MOVE '05' TO WS-PERIODIC
                   END-IF
           END-EVALUATE.

      *Percepciones y deducciones: el bruto es retenciones mas
      *neto (igual que GEN-POL). En la nomina ordinaria las horas
      *extra se recalculan de INCIDEN como en 212-APLICA-INC de
      *CAL-NOM sobre HIS-S-MEN, el retroactivo es lo que CAL-NOM
      *pago en el periodo (213-RETROACTIVO) y el sueldo es el
      *resto del bruto (ya neto de faltas). Las retenciones que
      *no son ISR, IMSS ni un concepto amortizado en el periodo
      *salen como otras retenciones (cuota sindical y los
      *conceptos de periodos ya rebasados, cuyo importe CONCEPTO
      *ya no guarda).
       235-IMPORTES.
           COMPUTE WS-PERCEP = HIS-DEDUC + HIS-NETO.
           MOVE 0 TO WS-IMP-EXTRA WS-IMP-RET WS-INC-FALTA
                     WS-INC-NOLAB WS-INC-EXTRA WS-NUM-CON WS-SUMA-CON.
           MOVE 1 TO WS-DIAS-PAG.
           IF WS-CLASE = 'O'
               PERFORM 236-INCIDENCIAS
               PERFORM 237-CONCEPTOS
               PERFORM 239-RETROACTIVO
           END-IF.
           IF WS-CLASE = 'F'
               COMPUTE WS-DIAS-PAG = WS-FEC-FIN - WS-FEC-INI + 1
           END-IF.
           COMPUTE WS-SUELDO = WS-PERCEP - WS-IMP-EXTRA - WS-IMP-RET.
           COMPUTE WS-OTRAS =
               HIS-DEDUC - HIS-ISR - HIS-IMSS - WS-SUMA-CON.
           IF WS-OTRAS < 0
               MOVE 0 TO WS-OTRAS
           END-IF.
           COMPUTE WS-OTRAS-DED = HIS-DEDUC - HIS-ISR.
           MOVE WS-PERCEP TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-PERCEP.
           MOVE HIS-DEDUC TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-DEDUC.
           MOVE HIS-NETO TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-NETO.
           MOVE WS-SUELDO TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-SUELDO.
           MOVE WS-IMP-EXTRA TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-EXTRA.
           MOVE WS-IMP-RET TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-RET.
           MOVE HIS-ISR TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-ISR.
           MOVE WS-OTRAS-DED TO WS-NUM.
           PERFORM 400-NUMERO.
           MOVE WS-NUM-TXT TO WS-TXT-OTRDED.
           MOVE WS-DIAS-PAG TO WS-ENT.
           PERFORM 420-ENTERO.
           MOVE WS-ENT-TXT TO WS-TXT-DIAS.

      *Dias pagados (30 menos faltas y dias no laborados, 15 en
      *una quincena) y horas extra dobles del periodo; los dias
      *con tiempo extra se estiman a tres horas por dia, el tope
      *de ley.
       236-INCIDENCIAS.
           IF WS-QNA > 0
               MOVE 15 TO WS-DIAS-BASE
           ELSE
               MOVE 30 TO WS-DIAS-BASE
           END-IF.
           IF WS-HAY-INC = 'S'
               MOVE HIS-ID-EMPL TO INC-ID-EMPL
               MOVE WS-PERIODO  TO INC-PERIODO
               MOVE WS-QNA      TO INC-QNA
               READ INCIDEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INC-DIAS-FALTA TO WS-INC-FALTA
                       MOVE INC-DIAS-NOLAB TO WS-INC-NOLAB
                       MOVE INC-HRS-EXTRA  TO WS-INC-EXTRA
               END-READ
           END-IF.
           COMPUTE WS-DIAS-PAG =
               WS-DIAS-BASE - WS-INC-FALTA - WS-INC-NOLAB.
           IF WS-DIAS-PAG = 0
               MOVE 1 TO WS-DIAS-PAG
           END-IF.
           IF WS-INC-EXTRA > 0
               COMPUTE WS-SAL-DIARIO ROUNDED = HIS-S-MEN / 30
               COMPUTE WS-IMP-EXTRA ROUNDED =
                   WS-SAL-DIARIO / 8 * 2 * WS-INC-EXTRA
               COMPUTE WS-DIAS-EXTRA = (WS-INC-EXTRA + 2) / 3
               IF WS-IMP-EXTRA > WS-PERCEP
                   MOVE WS-PERCEP TO WS-IMP-EXTRA
               END-IF
           END-IF.

       237-CONCEPTOS.
           IF WS-HAY-CON = 'S'
               MOVE HIS-ID-EMPL TO CON-ID-EMPL
               MOVE LOW-VALUES TO CON-CODIGO
               MOVE '00' TO WS-FSTAT-CON
               START CONCEPTO KEY IS GREATER THAN CON-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-CON
               END-START
               PERFORM 238-LEE-CONCEPTO
                   UNTIL WS-FSTAT-CON NOT = '00'
           END-IF.

       238-LEE-CONCEPTO.
           READ CONCEPTO NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-CON
               NOT AT END
                   IF CON-ID-EMPL NOT = HIS-ID-EMPL
                       MOVE '10' TO WS-FSTAT-CON
                   ELSE
                       IF CON-ULT-PER = WS-PERIODO
                          AND CON-ULT-QNA = WS-QNA
                          AND CON-ULT-MONTO > 0 AND WS-NUM-CON < 10
                           ADD 1 TO WS-NUM-CON
                           MOVE CON-CODIGO TO WS-CON-COD(WS-NUM-CON)
                           MOVE CON-DESC   TO WS-CON-DESC(WS-NUM-CON)
                           MOVE CON-ULT-MONTO
                               TO WS-CON-MONTO(WS-NUM-CON)
                           ADD CON-ULT-MONTO TO WS-SUMA-CON
                       END-IF
                   END-IF
           END-READ.

      *Retroactivos tipo 'R' que CAL-NOM pago en este periodo y
      *quincena (ULT-PER/ULT-QNA y ULT-MONTO, ver REGAJU).
       239-RETROACTIVO.
           IF WS-HAY-AJU = 'S'
               MOVE HIS-ID-EMPL TO AJU-ID-EMPL
               MOVE 'R'         TO AJU-TIPO
               MOVE 0           TO AJU-ORIGEN
               MOVE '00' TO WS-FSTAT-AJU
               START AJUSTES KEY IS NOT LESS THAN AJU-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-AJU
               END-START
               PERFORM UNTIL WS-FSTAT-AJU NOT = '00'
                   READ AJUSTES NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-AJU
                       NOT AT END
                           IF AJU-ID-EMPL NOT = HIS-ID-EMPL
                              OR AJU-TIPO NOT = 'R'
                               MOVE '10' TO WS-FSTAT-AJU
                           ELSE
                               IF AJU-ULT-PER = WS-PERIODO
                                  AND AJU-ULT-QNA = WS-QNA
                                   ADD AJU-ULT-MONTO TO WS-IMP-RET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-IMP-RET > WS-PERCEP - WS-IMP-EXTRA
                   COMPUTE WS-IMP-RET = WS-PERCEP - WS-IMP-EXTRA
               END-IF
           END-IF.

      *Nombre del archivo: carpeta cfdi (debe existir) y
      *ID-PERIODO.xml, un archivo por recibo (ID-PERIODOQn.xml en
      *las quincenas).
       240-ESCRIBE-XML.
           MOVE SPACES TO WS-ARCH-CFDI.
           STRING 'C:\Users\pc\Desktop\S\cfdi\' HIS-ID-EMPL '-'
                  WS-PERIODO DELIMITED BY SIZE
                  WS-SUF-QNA DELIMITED BY SPACE
                  '.xml' DELIMITED BY SIZE INTO WS-ARCH-CFDI.
           OPEN OUTPUT ARCH-CFDI.
           IF WS-FSTAT-XML NOT = '00'
               DISPLAY 'ERROR AL CREAR ' WS-ARCH-CFDI
               DISPLAY 'ESTADO: ' WS-FSTAT-XML
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           PERFORM 250-COMPROBANTE.
           PERFORM 260-NOMINA.
           PERFORM 270-PERCEPCIONES.
           IF HIS-DEDUC > 0
               PERFORM 280-DEDUCCIONES
           END-IF.
           MOVE '</nomina12:Nomina>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '</cfdi:Complemento>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '</cfdi:Comprobante>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           CLOSE ARCH-CFDI.

      *Comprobante, emisor, receptor y el concepto unico de pago
      *de nomina que piden las reglas del complemento.
       250-COMPROBANTE.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '<cfdi:Comprobante' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE ' xmlns:cfdi="http://www.sat.gob.mx/cfd/4"'
               TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE ' xmlns:nomina12="http://www.sat.gob.mx/nomina12"'
               TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE
               ' xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance"'
               TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING ' xsi:schemaLocation="http://www.sat.gob.mx/cfd/4'
                  ' http://www.sat.gob.mx/sitio_internet/cfd/4/'
                  'cfdv40.xsd http://www.sat.gob.mx/nomina12'
                  ' http://www.sat.gob.mx/sitio_internet/cfd/'
                  'nomina/nomina12.xsd"'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING ' Version="4.0" Serie="NOM" Folio="'
                  WS-PERIODO HIS-ID-EMPL DELIMITED BY SIZE
                  WS-SUF-QNA DELIMITED BY SPACE
                  '" Fecha="' WS-TXT-FECHA
                  '" Moneda="MXN" TipoDeComprobante="N"'
                  ' Exportacion="01" MetodoPago="PUE"'
                  ' LugarExpedicion="' WS-EMI-CP '"'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           IF HIS-DEDUC > 0
               STRING ' SubTotal="' WS-TXT-PERCEP DELIMITED BY SPACE
                      '" Descuento="' WS-TXT-DEDUC DELIMITED BY SPACE
                      '" Total="' WS-TXT-NETO DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           ELSE
               STRING ' SubTotal="' WS-TXT-PERCEP DELIMITED BY SPACE
                      '" Total="' WS-TXT-NETO DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           END-IF.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<cfdi:Emisor Rfc="' WS-EMI-RFC DELIMITED BY SPACE
                  '" Nombre="' DELIMITED BY SIZE
                  WS-EMI-NOMBRE DELIMITED BY '  '
                  '" RegimenFiscal="' WS-EMI-REGIMEN '"/>'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<cfdi:Receptor Rfc="' FIS-RFC DELIMITED BY SPACE
                  '" Nombre="' DELIMITED BY SIZE
                  NOM-EMPL DELIMITED BY '  '
                  '" DomicilioFiscalReceptor="' FIS-CP
                  '" RegimenFiscalReceptor="605" UsoCFDI="CN01"/>'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '<cfdi:Conceptos>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<cfdi:Concepto ClaveProdServ="84111505"'
                  ' Cantidad="1" ClaveUnidad="ACT"'
                  ' Descripcion="Pago de nómina" ObjetoImp="01"'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           IF HIS-DEDUC > 0
               STRING ' ValorUnitario="' WS-TXT-PERCEP
                      DELIMITED BY SPACE
                      '" Importe="' WS-TXT-PERCEP DELIMITED BY SPACE
                      '" Descuento="' WS-TXT-DEDUC DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
           ELSE
               STRING ' ValorUnitario="' WS-TXT-PERCEP
                      DELIMITED BY SPACE
                      '" Importe="' WS-TXT-PERCEP DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
           END-IF.
           WRITE LIN-CFDI.
           MOVE '</cfdi:Conceptos>' TO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '<cfdi:Complemento>' TO LIN-CFDI.
           WRITE LIN-CFDI.

      *Nodo de nomina con el emisor (registro patronal) y el
      *receptor (CURP, NSS, antiguedad y regimen de FISCAL).
       260-NOMINA.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Nomina Version="1.2" TipoNomina="'
                  WS-TIPO-NOM '" FechaPago="' WS-TXT-FEC-FIN
                  '" FechaInicialPago="' WS-TXT-FEC-INI
                  '" FechaFinalPago="' WS-TXT-FEC-FIN
                  '" NumDiasPagados="' DELIMITED BY SIZE
                  WS-TXT-DIAS DELIMITED BY SPACE '"'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           IF HIS-DEDUC > 0
               STRING ' TotalPercepciones="' WS-TXT-PERCEP
                      DELIMITED BY SPACE
                      '" TotalDeducciones="' WS-TXT-DEDUC
                      DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           ELSE
               STRING ' TotalPercepciones="' WS-TXT-PERCEP
                      DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           END-IF.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Emisor RegistroPatronal="'
                  WS-EMI-REG-PAT '"/>'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Receptor Curp="' FIS-CURP
                  '" NumSeguridadSocial="' FIS-NSS
                  '" FechaInicioRelLaboral="' WS-TXT-FEC-ING
                  '" Antigüedad="P' DELIMITED BY SIZE
                  WS-TXT-SEM DELIMITED BY SPACE
                  'W" TipoContrato="01" TipoRegimen="' FIS-REGIMEN
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING ' NumEmpleado="' HIS-ID-EMPL
                  '" Departamento="' DELIMITED BY SIZE
                  HIS-NOM-DEP DELIMITED BY SPACE
                  '" PeriodicidadPago="' WS-PERIODIC
                  '" ClaveEntFed="' WS-EMI-ENT-FED '"/>'
                  DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.

      *Percepciones: todo es gravado (el calculo de CAL-NOM no
      *lleva exentos); las horas extra con su nodo de detalle y el
      *retroactivo aparte del sueldo, como en el recibo.
       270-PERCEPCIONES.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Percepciones TotalSueldos="'
                  WS-TXT-PERCEP DELIMITED BY SPACE
                  '" TotalGravado="' WS-TXT-PERCEP DELIMITED BY SPACE
                  '" TotalExento="0.00">' DELIMITED BY SIZE
                  INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Percepcion TipoPercepcion="' WS-TIPO-PER
                  '" Clave="' WS-TIPO-PER '" Concepto="'
                  DELIMITED BY SIZE
                  WS-DESC-PER DELIMITED BY SPACE
                  '" ImporteGravado="' WS-TXT-SUELDO DELIMITED BY SPACE
                  '" ImporteExento="0.00"/>' DELIMITED BY SIZE
                  INTO LIN-CFDI.
           WRITE LIN-CFDI.
           IF WS-IMP-EXTRA > 0
               PERFORM 275-HORAS-EXTRA
           END-IF.
           IF WS-IMP-RET > 0
               PERFORM 276-RETROACTIVO
           END-IF.
           MOVE '</nomina12:Percepciones>' TO LIN-CFDI.
           WRITE LIN-CFDI.

       275-HORAS-EXTRA.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Percepcion TipoPercepcion="019"'
                  ' Clave="019" Concepto="HORAS EXTRA"'
                  ' ImporteGravado="' WS-TXT-EXTRA DELIMITED BY SPACE
                  '" ImporteExento="0.00">' DELIMITED BY SIZE
                  INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE WS-DIAS-EXTRA TO WS-ENT.
           PERFORM 420-ENTERO.
           MOVE WS-ENT-TXT TO WS-TXT-DIAS.
           MOVE WS-INC-EXTRA TO WS-ENT.
           PERFORM 420-ENTERO.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:HorasExtra Dias="' DELIMITED BY SIZE
                  WS-TXT-DIAS DELIMITED BY SPACE
                  '" TipoHoras="Dobles" HorasExtra="'
                  DELIMITED BY SIZE
                  WS-ENT-TXT DELIMITED BY SPACE
                  '" ImportePagado="' WS-TXT-EXTRA DELIMITED BY SPACE
                  '"/>' DELIMITED BY SIZE INTO LIN-CFDI.
           WRITE LIN-CFDI.
           MOVE '</nomina12:Percepcion>' TO LIN-CFDI.
           WRITE LIN-CFDI.

      *El retroactivo es sueldo (001) con clave propia.
       276-RETROACTIVO.
           MOVE SPACES TO LIN-CFDI.
           STRING '<nomina12:Percepcion TipoPercepcion="001"'
                  ' Clave="RET" Concepto="RETROACTIVO"'
                  ' ImporteGravado="' WS-TXT-RET DELIMITED BY SPACE
                  '" ImporteExento="0.00"/>' DELIMITED BY SIZE
                  INTO LIN-CFDI.
           WRITE LIN-CFDI.

      *Deducciones en el orden del recibo: IMSS, ISR, conceptos y
      *otras retenciones. Un concepto cuya descripcion empieza con
      *PENSION va como pension alimenticia (007); los demas como
      *otros (004).
       280-DEDUCCIONES.
           MOVE SPACES TO LIN-CFDI.
           IF HIS-ISR > 0
               STRING '<nomina12:Deducciones TotalOtrasDeducciones="'
                      WS-TXT-OTRDED DELIMITED BY SPACE
                      '" TotalImpuestosRetenidos="'
                      WS-TXT-ISR DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           ELSE
               STRING '<nomina12:Deducciones TotalOtrasDeducciones="'
                      WS-TXT-OTRDED DELIMITED BY SPACE
                      '">' DELIMITED BY SIZE INTO LIN-CFDI
           END-IF.
           WRITE LIN-CFDI.
           IF HIS-IMSS > 0
               MOVE HIS-IMSS TO WS-NUM
               PERFORM 400-NUMERO
               MOVE SPACES TO LIN-CFDI
               STRING '<nomina12:Deduccion TipoDeduccion="001"'
                      ' Clave="IMS" Concepto="SEGURIDAD SOCIAL"'
                      ' Importe="' WS-NUM-TXT DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
               WRITE LIN-CFDI
           END-IF.
           IF HIS-ISR > 0
               MOVE SPACES TO LIN-CFDI
               STRING '<nomina12:Deduccion TipoDeduccion="002"'
                      ' Clave="ISR" Concepto="ISR"'
                      ' Importe="' WS-TXT-ISR DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
               WRITE LIN-CFDI
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CON
               MOVE WS-CON-MONTO(WS-IDX) TO WS-NUM
               PERFORM 400-NUMERO
               IF WS-CON-DESC(WS-IDX)(1:7) = 'PENSION'
                   MOVE '007' TO WS-TIPO-DED
               ELSE
                   MOVE '004' TO WS-TIPO-DED
               END-IF
               MOVE SPACES TO LIN-CFDI
               STRING '<nomina12:Deduccion TipoDeduccion="'
                      WS-TIPO-DED '" Clave="' WS-CON-COD(WS-IDX)
                      '" Concepto="' DELIMITED BY SIZE
                      WS-CON-DESC(WS-IDX) DELIMITED BY '  '
                      '" Importe="' WS-NUM-TXT DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
               WRITE LIN-CFDI
           END-PERFORM.
           IF WS-OTRAS > 0
               MOVE WS-OTRAS TO WS-NUM
               PERFORM 400-NUMERO
               MOVE SPACES TO LIN-CFDI
               STRING '<nomina12:Deduccion TipoDeduccion="004"'
                      ' Clave="OTR" Concepto="OTRAS RETENCIONES"'
                      ' Importe="' WS-NUM-TXT DELIMITED BY SPACE
                      '"/>' DELIMITED BY SIZE INTO LIN-CFDI
               WRITE LIN-CFDI
           END-IF.
           MOVE '</nomina12:Deducciones>' TO LIN-CFDI.
           WRITE LIN-CFDI.

      *Listado de empleados que no se generaron, para completar sus
      *datos en MANT-FIS y volver a correr el periodo.
       290-RECHAZO.
           MOVE HIS-ID-EMPL  TO WS-RCH-ID.
           MOVE HIS-NOM-EMPL TO WS-RCH-NOMBRE.
           MOVE WS-MOTIVO    TO WS-RCH-MOTIVO.
           MOVE WS-LIN-RCH TO LIN-RECHAZO.
           WRITE LIN-RECHAZO.
           ADD 1 TO WS-CANT-RCH.

      *Importe con dos decimales sin espacios a la izquierda.
       400-NUMERO.
           MOVE WS-NUM TO WS-NUM-EDIT.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-NUM-EDIT(WS-POS:1) NOT = SPACE
               ADD 1 TO WS-POS
           END-PERFORM.
           MOVE SPACES TO WS-NUM-TXT.
           MOVE WS-NUM-EDIT(WS-POS:) TO WS-NUM-TXT.

      *Fecha AAAAMMDD como AAAA-MM-DD.
       410-FECHA.
           MOVE SPACES TO WS-FEC-TXT.
           STRING WS-FEC-ANIO '-' WS-FEC-MES '-' WS-FEC-DIA
                  DELIMITED BY SIZE INTO WS-FEC-TXT.

      *Entero sin ceros a la izquierda.
       420-ENTERO.
           MOVE WS-ENT TO WS-ENT-EDIT.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-ENT-EDIT(WS-POS:1) NOT = SPACE
               ADD 1 TO WS-POS
           END-PERFORM.
           MOVE SPACES TO WS-ENT-TXT.
           MOVE WS-ENT-EDIT(WS-POS:) TO WS-ENT-TXT.
