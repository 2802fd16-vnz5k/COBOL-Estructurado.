      *Reparto anual de utilidades (PTU): el monto a repartir del
      *ejercicio se divide por ley en dos mitades, una en
      *proporcion a los dias trabajados en el ano y otra en
      *proporcion al salario devengado. Los dias salen de F-ING y
      *F-BAJA dentro del ejercicio menos las faltas capturadas en
      *INCIDEN; el salario, de los cierres del ano en HISTORIAL
      *(S-MEN nominal de cada renglon, media para cada quincena).
      *Entran las bajas que trabajaron en el ejercicio y quedan
      *fuera quienes no llegan al minimo de dias. El salario se
      *topa al del trabajador de base mejor pagado mas 20 %, y
      *cada reparto al mayor entre tres meses de salario y el
      *promedio de la PTU de los tres ejercicios anteriores; lo
      *que excede el tope se reporta como remanente. Imprime el
      *listado del reparto y, al grabarlo, un recibo por empleado
      *y el pago en HISTORIAL bajo el periodo AAAA14 (mes 14,
      *reservado para la PTU del ejercicio AAAA), para que DIS-BAN
      *lo disperse y GEN-POL lo contabilice igual que el aguinaldo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-PTU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Acceso dinamico: cada pasada del reparto recorre EMPLEADO
      *desde el principio.
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
      *Incidencias: las faltas del ano descuentan dias trabajados;
      *sin archivo se toman los dias completos.
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-INC.
      *Calendario de periodos (ver REGPER y MANT-PER): el periodo
      *AAAA14 se verifica y queda marcado como calculado, igual
      *que el AAAA13 del aguinaldo.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\ptu.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
           SELECT RECIBOS ASSIGN TO 'C:\Users\pc\Desktop\S\recptu.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-REC.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): la PTU es un pago, solo
      *administradores, igual que CAL-AGU.
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

       FD PERIODOS.
           COPY REGPER.

       FD LISTADO.
       01 LIN-LISTADO PIC X(100).

       FD RECIBOS.
       01 LIN-RECIBO PIC X(70).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-REC PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-HAY-PER PIC X VALUE 'N'.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-CONF-CAP PIC X(10).
       01 WS-GRABA PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.

      *Ejercicio fiscal y periodo de la PTU en el historial: ano
      *+ mes 14, para distinguirlo de los cierres y del aguinaldo.
       01 WS-ANIO PIC 9(04) VALUE 0.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-PER-INI PIC 9(06) VALUE 0.
       01 WS-PER-FIN PIC 9(06) VALUE 0.
       01 WS-FEC-INI-ANIO PIC 9(08) VALUE 0.
       01 WS-FEC-FIN-ANIO PIC 9(08) VALUE 0.

      *Datos del reparto: monto total, salario diario del
      *trabajador de base mejor pagado (0 = sin tope) y minimo de
      *dias trabajados para tener derecho (trabajadores eventuales,
      *art. 127 LFT).
       01 WS-MONTO      PIC 9(09)V99 VALUE 0.
       01 WS-MITAD      PIC 9(09)V99 VALUE 0.
       01 WS-SAL-BASE   PIC 9(05)V99 VALUE 0.
       01 WS-TOPE-DIA   PIC 9(05)V99 VALUE 0.
       01 WS-DIAS-MIN   PIC 9(03) VALUE 60.

      *Bases del empleado en el ejercicio (ver 210-BASES).
       01 WS-FEC-DESDE  PIC 9(08) VALUE 0.
       01 WS-FEC-HASTA  PIC 9(08) VALUE 0.
       01 WS-INT-DESDE  PIC 9(07) VALUE 0.
       01 WS-INT-HASTA  PIC 9(07) VALUE 0.
       01 WS-DIAS-TRAB  PIC S9(04) VALUE 0.
       01 WS-FALTAS     PIC 9(04) VALUE 0.
       01 WS-SALARIO    PIC 9(09)V99 VALUE 0.
       01 WS-SAL-RENG   PIC 9(07)V99 VALUE 0.
       01 WS-TOPE-RENG  PIC 9(07)V99 VALUE 0.
       01 WS-TRABAJO    PIC X VALUE 'N'.
       01 WS-ELEGIBLE   PIC X VALUE 'N'.

      *Totales de la primera pasada: contra ellos se reparte cada
      *mitad.
       01 WS-CANT-ELEG  PIC 9(05) VALUE 0.
       01 WS-TOT-DIAS   PIC 9(09) VALUE 0.
       01 WS-TOT-SAL    PIC 9(11)V99 VALUE 0.

      *Reparto del empleado y su tope individual.
       01 WS-PARTE-DIAS PIC 9(09)V99 VALUE 0.
       01 WS-PARTE-SAL  PIC 9(09)V99 VALUE 0.
       01 WS-PTU        PIC 9(09)V99 VALUE 0.
       01 WS-PTU-ENT    PIC 9(05) VALUE 0.
       01 WS-TOPE-IND   PIC 9(09)V99 VALUE 0.
       01 WS-TRES-MESES PIC 9(09)V99 VALUE 0.
       01 WS-SUMA-ANT   PIC 9(09)V99 VALUE 0.
       01 WS-CANT-ANT   PIC 9(01) VALUE 0.
       01 WS-PROM-ANT   PIC 9(09)V99 VALUE 0.
       01 WS-IDX        PIC 9(01) VALUE 0.
       01 WS-TOPADO     PIC X VALUE 'N'.

      *Acumulados de la corrida.
       01 WS-CANT-GRAL  PIC 9(05) VALUE 0.
       01 WS-CANT-EXCL  PIC 9(05) VALUE 0.
       01 WS-CANT-TOPE  PIC 9(05) VALUE 0.
       01 WS-REP-DIAS   PIC 9(11)V99 VALUE 0.
       01 WS-REP-SAL    PIC 9(11)V99 VALUE 0.
       01 WS-REP-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-REMANENTE  PIC 9(11)V99 VALUE 0.
       01 WS-DIF-REDONDEO PIC S9(11)V99 VALUE 0.

       01 WS-LIN-TIT-LIS.
           05 FILLER        PIC X(36)
               VALUE 'REPARTO DE UTILIDADES EJERCICIO '.
           05 WS-TLS-ANIO   PIC 9(04).
           05 FILLER        PIC X(10) VALUE '  PERIODO '.
           05 WS-TLS-PER    PIC 9(06).
       01 WS-LIN-DATOS.
           05 FILLER        PIC X(18) VALUE 'MONTO A REPARTIR '.
           05 WS-LDA-MONTO  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(15) VALUE '  TOPE DIARIO '.
           05 WS-LDA-TOPE   PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(14) VALUE '  DIAS MINIMO '.
           05 WS-LDA-MIN    PIC ZZ9.
       01 WS-LIN-COLUMNAS.
           05 FILLER PIC X(38) VALUE 'ID    NOMBRE               DEPTO'.
           05 FILLER PIC X(05) VALUE ' DIAS'.
           05 FILLER PIC X(14) VALUE '       SALARIO'.
           05 FILLER PIC X(13) VALUE '     POR DIAS'.
           05 FILLER PIC X(13) VALUE '  POR SALARIO'.
           05 FILLER PIC X(13) VALUE '          PTU'.
       01 WS-LIN-DET.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DEP    PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DIAS   PIC ZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-SAL    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-PDIAS  PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-PSAL   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-PTU    PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-MARCA  PIC X(04).
       01 WS-LIN-EXCLUIDO.
           05 WS-EXC-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-EXC-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-EXC-DEP    PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-EXC-DIAS   PIC ZZZ9.
           05 FILLER        PIC X(31)
               VALUE '  SIN DERECHO: MENOS DEL MINIMO'.
       01 WS-LIN-TOT.
           05 WS-TOT-DESC   PIC X(30).
           05 WS-TOT-MONTO  PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-LIN-CANT.
           05 WS-CAN-DESC   PIC X(30).
           05 WS-CAN-CANT   PIC ZZZ,ZZZ,ZZ9.

      *Lineas del recibo, mismas mascaras que CAL-AGU.
       01 WS-LIN-TITULO.
           05 FILLER        PIC X(15) VALUE 'RECIBO PTU     '.
           05 WS-TIT-ANIO   PIC 9(04).
           05 FILLER        PIC X(04) VALUE '  ID'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-TIT-ID     PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-TIT-NOM    PIC X(20).
       01 WS-LIN-DEPTO.
           05 FILLER        PIC X(13) VALUE 'DEPARTAMENTO '.
           05 WS-DEP-NOM    PIC X(10).
       01 WS-LIN-IMPORTE.
           05 WS-IMP-DESC   PIC X(18).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-IMP-MONTO  PIC Z,ZZZ,ZZ9.99.
       01 WS-LIN-DIAS.
           05 WS-DIA-DESC   PIC X(18).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-DIA-CANT   PIC ZZZ9.
       01 WS-LIN-RAYA      PIC X(45) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-ANIO.
           PERFORM 006-DATOS.
           PERFORM 008-VERIFICA-PERIODO.
           PERFORM 100-OPEN.
           PERFORM 150-BASES.
           PERFORM 160-CONFIRMA.
           IF WS-GRABA = 'S'
               PERFORM 120-LIMPIA-HIST
           END-IF.
           PERFORM 170-INICIO-EMPLEADO.
           PERFORM 200-REPARTIR UNTIL WS-FLAG = 1.
           PERFORM 300-TOTALES.
           PERFORM 310-MARCA-CALCULADO.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. La
      *PTU va a HISTORIAL y de ahi al banco, solo entran
      *administradores, igual que CAL-AGU.
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

      *Captura el ejercicio fiscal cuyas utilidades se reparten y
      *arma el periodo AAAA14 y los limites del ano.
       005-ANIO.
           DISPLAY 'EJERCICIO FISCAL DEL REPARTO (AAAA)' ACCEPT WS-ANIO.
           IF WS-ANIO < 2019
               DISPLAY 'INVALID ANO'
               PERFORM 005-ANIO
           ELSE
               MOVE WS-ANIO TO WS-PER-ANIO
               MOVE 14      TO WS-PER-MES
               COMPUTE WS-PER-INI = WS-ANIO * 100 + 01
               COMPUTE WS-PER-FIN = WS-ANIO * 100 + 12
               COMPUTE WS-FEC-INI-ANIO = WS-ANIO * 10000 + 0101
               COMPUTE WS-FEC-FIN-ANIO = WS-ANIO * 10000 + 1231
               DISPLAY 'ANO VALIDO!'
           END-IF.

      *Monto a repartir y salario del trabajador de base mejor
      *pagado; el tope de salario es ese mas 20 %.
       006-DATOS.
           DISPLAY 'MONTO TOTAL A REPARTIR' ACCEPT WS-MONTO.
           IF WS-MONTO = 0
               DISPLAY 'INVALID MONTO'
               PERFORM 006-DATOS
           ELSE
               DISPLAY 'SALARIO DIARIO DEL TRABAJADOR DE BASE MEJOR'
               DISPLAY 'PAGADO (0 = SIN TOPE DE SALARIO)'
               ACCEPT WS-SAL-BASE
               COMPUTE WS-TOPE-DIA ROUNDED = WS-SAL-BASE * 1.20
               COMPUTE WS-MITAD ROUNDED = WS-MONTO / 2
           END-IF.

      *Verifica el estado del periodo AAAA14 en el calendario,
      *mismo criterio que 008-VERIFICA-PERIODO en CAL-AGU: cerrado
      *no se recalcula, dispersado solo con confirmacion tecleada.
      *Sin calendario se procede como siempre.
       008-VERIFICA-PERIODO.
           OPEN I-O PERIODOS.
           EVALUATE WS-FSTAT-PER
               WHEN '35'
                   DISPLAY 'SIN CALENDARIO DE PERIODOS (VER'
                   DISPLAY 'MANT-PER), SE CALCULA SIN CONTROL'
                   MOVE 'N' TO WS-HAY-PER
               WHEN '00'
                   MOVE 'S' TO WS-HAY-PER
                   PERFORM 009-ESTADO-PERIODO
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       009-ESTADO-PERIODO.
           MOVE WS-PERIODO TO PER-PERIODO.
           MOVE 0          TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   DISPLAY 'PERIODO SIN REGISTRAR, SE TOMA ABIERTO'
               NOT INVALID KEY
                   EVALUATE PER-ESTADO
                       WHEN 'X'
                           DISPLAY 'PERIODO CERRADO, NO SE PUEDE'
                               ' RECALCULAR'
                           CLOSE PERIODOS
                           STOP RUN
                       WHEN 'D'
                           DISPLAY 'PTU YA DISPERSADA. TECLEE'
                           DISPLAY 'RECALCULAR PARA CONTINUAR'
                           ACCEPT WS-CONF-CAP
                           IF WS-CONF-CAP NOT = 'RECALCULAR'
                               DISPLAY 'CALCULO CANCELADO'
                               CLOSE PERIODOS
                               STOP RUN
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE.

       100-OPEN.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN I-O HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'SIN HISTORIAL (CORRER CAL-NOM ANTES)'
               STOP RUN
           END-IF.
           OPEN INPUT INCIDEN.
           EVALUATE WS-FSTAT-INC
               WHEN '35'
                   DISPLAY 'SIN INCIDENCIAS, SE TOMAN LOS DIAS'
                   DISPLAY 'COMPLETOS'
                   MOVE 'N' TO WS-HAY-INC
               WHEN '00'
                   MOVE 'S' TO WS-HAY-INC
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INCIDEN: ' WS-FSTAT-INC
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT RECIBOS.
           IF WS-FSTAT-REC NOT = '00'
               DISPLAY 'ERROR AL ABRIR RECIBOS: ' WS-FSTAT-REC
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE WS-ANIO    TO WS-TLS-ANIO.
           MOVE WS-PERIODO TO WS-TLS-PER.
           MOVE WS-LIN-TIT-LIS TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-MONTO    TO WS-LDA-MONTO.
           MOVE WS-TOPE-DIA TO WS-LDA-TOPE.
           MOVE WS-DIAS-MIN TO WS-LDA-MIN.
           MOVE WS-LIN-DATOS TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-LIN-COLUMNAS TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE HISTORIAL
           CLOSE LISTADO
           CLOSE RECIBOS.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.

      *Borra del historial lo que ya hubiera del periodo AAAA14,
      *igual que 120-LIMPIA-HIST en CAL-AGU: volver a correr el
      *reparto sustituye la corrida anterior completa. Aqui no
      *se conservan las bajas: entran al reparto y esta corrida
      *vuelve a grabar su renglon.
       120-LIMPIA-HIST.
           MOVE LOW-VALUES TO HIS-KEY.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS GREATER THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS.
           PERFORM UNTIL WS-FSTAT-HIS NOT = '00'
               READ HISTORIAL NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-HIS
                   NOT AT END
                       IF HIS-PERIODO = WS-PERIODO
                           DELETE HISTORIAL
                               INVALID KEY
                                   DISPLAY 'ERROR AL LIMPIAR '
                                       'HISTORIAL: ' HIS-KEY
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *Primera pasada: dias y salario de cada empleado con
      *derecho, para saber contra que totales se reparte cada
      *mitad del monto.
       150-BASES.
           PERFORM 170-INICIO-EMPLEADO.
           PERFORM 151-LEE-EMPLEADO UNTIL WS-FLAG = 1.
           IF WS-CANT-ELEG = 0
               DISPLAY 'NINGUN EMPLEADO CON DERECHO A PTU EN ' WS-ANIO
               PERFORM 100-CERRAR
               IF WS-HAY-PER = 'S'
                   CLOSE PERIODOS
               END-IF
               STOP RUN
           END-IF.

       151-LEE-EMPLEADO.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   PERFORM 210-BASES
                   IF WS-ELEGIBLE = 'S'
                       ADD 1            TO WS-CANT-ELEG
                       ADD WS-DIAS-TRAB TO WS-TOT-DIAS
                       ADD WS-SALARIO   TO WS-TOT-SAL
                   END-IF
           END-READ.

      *Muestra las bases del reparto y pregunta si se graba; sin
      *confirmacion sale solo el listado, como propuesta.
       160-CONFIRMA.
           DISPLAY 'EMPLEADOS CON DERECHO: ' WS-CANT-ELEG.
           DISPLAY 'DIAS TRABAJADOS:       ' WS-TOT-DIAS.
           DISPLAY 'SALARIO DEVENGADO:     ' WS-TOT-SAL.
           DISPLAY 'GRABAR EL REPARTO EN HISTORIAL (PERIODO '
               WS-PERIODO ')? S/N'.
           ACCEPT WS-GRABA.
           IF WS-GRABA NOT = 'S'
               MOVE 'N' TO WS-GRABA
               DISPLAY 'SE GENERA SOLO EL LISTADO (PROPUESTA)'
           END-IF.

       170-INICIO-EMPLEADO.
           MOVE 0 TO WS-FLAG.
           MOVE 0 TO ID-EMPL.
           START EMPLEADO KEY IS NOT LESS THAN ID-EMPL
               INVALID KEY MOVE 1 TO WS-FLAG
           END-START.

      *Segunda pasada: reparte a cada empleado con derecho y
      *lista a los que trabajaron sin llegar al minimo.
       200-REPARTIR.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   PERFORM 210-BASES
                   IF WS-ELEGIBLE = 'S'
                       PERFORM 230-CALC-PTU
                   ELSE
                       IF WS-TRABAJO = 'S'
                           PERFORM 250-EXCLUIDO
                       END-IF
                   END-IF
           END-READ.

      *Dias trabajados y salario devengado del empleado en el
      *ejercicio. Trabajo en el ano quien ingreso antes del 31 de
      *diciembre y no causo baja antes del 1 de enero; tiene
      *derecho si llega al minimo de dias.
       210-BASES.
           MOVE 'N' TO WS-TRABAJO WS-ELEGIBLE.
           MOVE 0 TO WS-DIAS-TRAB WS-SALARIO.
           IF F-ING > WS-FEC-FIN-ANIO
              OR (EST-EMPL = 'B' AND F-BAJA NOT = 0
                  AND F-BAJA < WS-FEC-INI-ANIO)
               CONTINUE
           ELSE
               MOVE 'S' TO WS-TRABAJO
               PERFORM 215-DIAS
               PERFORM 220-SALARIO
               IF WS-DIAS-TRAB >= WS-DIAS-MIN
                   MOVE 'S' TO WS-ELEGIBLE
               END-IF
           END-IF.

      *Del ingreso (o 1 de enero) a la baja (o 31 de diciembre),
      *menos las faltas capturadas en los periodos del ano. Una
      *fecha incompleta no se puede ubicar y se toma el limite del
      *ano, igual que en CAL-AGU.
       215-DIAS.
           MOVE WS-FEC-INI-ANIO TO WS-FEC-DESDE.
           IF F-ING > WS-FEC-INI-ANIO
               MOVE F-ING TO WS-FEC-DESDE
           END-IF.
           MOVE WS-FEC-FIN-ANIO TO WS-FEC-HASTA.
           IF EST-EMPL = 'B' AND F-BAJA NOT = 0
              AND F-BAJA < WS-FEC-FIN-ANIO
               MOVE F-BAJA TO WS-FEC-HASTA
           END-IF.
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FEC-DESDE).
           IF WS-INT-DESDE = 0
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-INI-ANIO)
           END-IF.
           COMPUTE WS-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-HASTA).
           IF WS-INT-HASTA = 0
               COMPUTE WS-INT-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-FIN-ANIO)
           END-IF.
           COMPUTE WS-DIAS-TRAB = WS-INT-HASTA - WS-INT-DESDE + 1.
           MOVE 0 TO WS-FALTAS.
           IF WS-HAY-INC = 'S'
               MOVE ID-EMPL    TO INC-ID-EMPL
               MOVE WS-PER-INI TO INC-PERIODO
               MOVE 0          TO INC-QNA
               MOVE '00' TO WS-FSTAT-INC
               START INCIDEN KEY IS NOT LESS THAN INC-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-INC
               END-START
               PERFORM 216-LEE-FALTAS UNTIL WS-FSTAT-INC NOT = '00'
           END-IF.
           SUBTRACT WS-FALTAS FROM WS-DIAS-TRAB.
           IF WS-DIAS-TRAB < 0
               MOVE 0 TO WS-DIAS-TRAB
           END-IF.

       216-LEE-FALTAS.
           READ INCIDEN NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-INC
               NOT AT END
                   IF INC-ID-EMPL NOT = ID-EMPL
                      OR INC-PERIODO > WS-PER-FIN
                       MOVE '10' TO WS-FSTAT-INC
                   ELSE
                       ADD INC-DIAS-FALTA TO WS-FALTAS
                   END-IF
           END-READ.

      *Salario devengado: S-MEN nominal de cada cierre del ano en
      *HISTORIAL (la mitad en cada quincena), topado al salario
      *de base mas 20 % por los dias que cubre el renglon.
       220-SALARIO.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PER-INI TO HIS-PERIODO.
           MOVE 0          TO HIS-QNA.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS
           END-START.
           PERFORM 221-LEE-CIERRE UNTIL WS-FSTAT-HIS NOT = '00'.

       221-LEE-CIERRE.
           READ HISTORIAL NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-HIS
               NOT AT END
                   IF HIS-ID-EMPL NOT = ID-EMPL
                      OR HIS-PERIODO > WS-PER-FIN
                       MOVE '10' TO WS-FSTAT-HIS
                   ELSE
                       PERFORM 222-SUMA-RENGLON
                   END-IF
           END-READ.

       222-SUMA-RENGLON.
           IF HIS-QNA = 0
               MOVE HIS-S-MEN TO WS-SAL-RENG
               COMPUTE WS-TOPE-RENG = WS-TOPE-DIA * 30
           ELSE
               COMPUTE WS-SAL-RENG ROUNDED = HIS-S-MEN / 2
               COMPUTE WS-TOPE-RENG = WS-TOPE-DIA * 15
           END-IF.
           IF WS-TOPE-DIA > 0 AND WS-SAL-RENG > WS-TOPE-RENG
               MOVE WS-TOPE-RENG TO WS-SAL-RENG
           END-IF.
           ADD WS-SAL-RENG TO WS-SALARIO.

      *Reparto del empleado: su parte de cada mitad, topada al
      *mayor entre tres meses de salario y el promedio de la PTU
      *de los tres ejercicios anteriores (art. 127 LFT).
       230-CALC-PTU.
           COMPUTE WS-PARTE-DIAS ROUNDED =
               WS-MITAD * WS-DIAS-TRAB / WS-TOT-DIAS.
           MOVE 0 TO WS-PARTE-SAL.
           IF WS-TOT-SAL > 0
               COMPUTE WS-PARTE-SAL ROUNDED =
                   WS-MITAD * WS-SALARIO / WS-TOT-SAL
           END-IF.
           COMPUTE WS-PTU = WS-PARTE-DIAS + WS-PARTE-SAL.
           PERFORM 235-TOPE-INDIVIDUAL.
           MOVE 'N' TO WS-TOPADO.
           IF WS-PTU > WS-TOPE-IND
               MOVE 'S' TO WS-TOPADO
               ADD 1 TO WS-CANT-TOPE
               COMPUTE WS-REMANENTE = WS-REMANENTE
                   + WS-PTU - WS-TOPE-IND
               MOVE WS-TOPE-IND TO WS-PTU
           END-IF.
           ADD 1             TO WS-CANT-GRAL.
           ADD WS-PARTE-DIAS TO WS-REP-DIAS.
           ADD WS-PARTE-SAL  TO WS-REP-SAL.
           ADD WS-PTU        TO WS-REP-TOTAL.
           PERFORM 240-DETALLE.
           IF WS-GRABA = 'S'
               PERFORM 245-RECIBO
               PERFORM 260-GRABA-HIST
           END-IF.

       235-TOPE-INDIVIDUAL.
           COMPUTE WS-TRES-MESES = S-MEN * 3.
           MOVE 0 TO WS-SUMA-ANT WS-CANT-ANT WS-PROM-ANT.
           PERFORM 236-PTU-ANTERIOR VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 3.
           IF WS-CANT-ANT > 0
               COMPUTE WS-PROM-ANT ROUNDED = WS-SUMA-ANT / WS-CANT-ANT
           END-IF.
           MOVE WS-TRES-MESES TO WS-TOPE-IND.
           IF WS-PROM-ANT > WS-TOPE-IND
               MOVE WS-PROM-ANT TO WS-TOPE-IND
           END-IF.

       236-PTU-ANTERIOR.
           MOVE ID-EMPL TO HIS-ID-EMPL.
           COMPUTE HIS-PERIODO = (WS-ANIO - WS-IDX) * 100 + 14.
           MOVE 0 TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1        TO WS-CANT-ANT
                   ADD HIS-NETO TO WS-SUMA-ANT
           END-READ.

       240-DETALLE.
           MOVE ID-EMPL       TO WS-DET-ID.
           MOVE NOM-EMPL      TO WS-DET-NOM.
           MOVE NOM-DEP       TO WS-DET-DEP.
           MOVE WS-DIAS-TRAB  TO WS-DET-DIAS.
           MOVE WS-SALARIO    TO WS-DET-SAL.
           MOVE WS-PARTE-DIAS TO WS-DET-PDIAS.
           MOVE WS-PARTE-SAL  TO WS-DET-PSAL.
           MOVE WS-PTU        TO WS-DET-PTU.
           MOVE SPACES TO WS-DET-MARCA.
           IF WS-TOPADO = 'S'
               MOVE 'TOPE' TO WS-DET-MARCA
           END-IF.
           IF EST-EMPL = 'B'
               MOVE 'BAJA' TO WS-DET-MARCA
           END-IF.
           MOVE WS-LIN-DET TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       245-RECIBO.
           MOVE WS-ANIO  TO WS-TIT-ANIO.
           MOVE ID-EMPL  TO WS-TIT-ID.
           MOVE NOM-EMPL TO WS-TIT-NOM.
           MOVE WS-LIN-TITULO TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE NOM-DEP TO WS-DEP-NOM.
           MOVE WS-LIN-DEPTO TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE 'DIAS TRABAJADOS' TO WS-DIA-DESC.
           MOVE WS-DIAS-TRAB TO WS-DIA-CANT.
           MOVE WS-LIN-DIAS TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE 'SALARIO DEVENGADO' TO WS-IMP-DESC.
           MOVE WS-SALARIO TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE 'PARTE POR DIAS' TO WS-IMP-DESC.
           MOVE WS-PARTE-DIAS TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE 'PARTE POR SALARIO' TO WS-IMP-DESC.
           MOVE WS-PARTE-SAL TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           IF WS-TOPADO = 'S'
               MOVE 'TOPE INDIVIDUAL' TO WS-IMP-DESC
               MOVE WS-TOPE-IND TO WS-IMP-MONTO
               MOVE WS-LIN-IMPORTE TO LIN-RECIBO
               WRITE LIN-RECIBO
           END-IF.
           MOVE 'PTU A PAGAR' TO WS-IMP-DESC.
           MOVE WS-PTU TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-RECIBO.
           WRITE LIN-RECIBO.
           MOVE WS-LIN-RAYA TO LIN-RECIBO.
           WRITE LIN-RECIBO.

       250-EXCLUIDO.
           MOVE ID-EMPL      TO WS-EXC-ID.
           MOVE NOM-EMPL     TO WS-EXC-NOM.
           MOVE NOM-DEP      TO WS-EXC-DEP.
           MOVE WS-DIAS-TRAB TO WS-EXC-DIAS.
           MOVE WS-LIN-EXCLUIDO TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           ADD 1 TO WS-CANT-EXCL.

      *Deja la PTU en HISTORIAL bajo el periodo AAAA14, sin
      *deducciones, igual que 250-GRABA-HIST en CAL-AGU: el neto
      *dispersable es la PTU completa y HIS-S-MEN la guarda a
      *pesos enteros.
       260-GRABA-HIST.
           MOVE ID-EMPL     TO HIS-ID-EMPL.
           MOVE WS-PERIODO  TO HIS-PERIODO.
           MOVE 0           TO HIS-QNA.
           MOVE NOM-EMPL    TO HIS-NOM-EMPL.
           MOVE NOM-DEP     TO HIS-NOM-DEP.
           COMPUTE WS-PTU-ENT ROUNDED = WS-PTU.
           MOVE WS-PTU-ENT  TO HIS-S-MEN.
           MOVE 0           TO HIS-DEDUC.
           MOVE WS-PTU      TO HIS-NETO.
           MOVE 0           TO HIS-ISR.
           MOVE 0           TO HIS-IMSS.
           WRITE REG-HIS
               INVALID KEY
                   REWRITE REG-HIS
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR HISTORIAL: '
                               HIS-KEY
                   END-REWRITE
           END-WRITE.

      *Totales del listado: lo repartido por cada mitad, lo que
      *quedo sin repartir por el tope individual y la diferencia
      *de centavos por redondeo.
       300-TOTALES.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'EMPLEADOS CON PTU' TO WS-CAN-DESC.
           MOVE WS-CANT-GRAL TO WS-CAN-CANT.
           MOVE WS-LIN-CANT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'SIN DERECHO (MINIMO DE DIAS)' TO WS-CAN-DESC.
           MOVE WS-CANT-EXCL TO WS-CAN-CANT.
           MOVE WS-LIN-CANT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'CON TOPE INDIVIDUAL' TO WS-CAN-DESC.
           MOVE WS-CANT-TOPE TO WS-CAN-CANT.
           MOVE WS-LIN-CANT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'DIAS TRABAJADOS' TO WS-CAN-DESC.
           MOVE WS-TOT-DIAS TO WS-CAN-CANT.
           MOVE WS-LIN-CANT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'SALARIO DEVENGADO' TO WS-TOT-DESC.
           MOVE WS-TOT-SAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'REPARTIDO POR DIAS' TO WS-TOT-DESC.
           MOVE WS-REP-DIAS TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'REPARTIDO POR SALARIO' TO WS-TOT-DESC.
           MOVE WS-REP-SAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'REMANENTE POR TOPE' TO WS-TOT-DESC.
           MOVE WS-REMANENTE TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'TOTAL PTU A PAGAR' TO WS-TOT-DESC.
           MOVE WS-REP-TOTAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           COMPUTE WS-DIF-REDONDEO =
               WS-MONTO - WS-REP-DIAS - WS-REP-SAL.
           MOVE 'DIFERENCIA POR REDONDEO' TO WS-TOT-DESC.
           MOVE WS-DIF-REDONDEO TO WS-TOT-MONTO.
           MOVE WS-LIN-TOT TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           IF WS-GRABA NOT = 'S'
               MOVE '*** PROPUESTA, NO SE GRABO EN HISTORIAL ***'
                   TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.
           DISPLAY 'PTU CALCULADAS:        ' WS-CANT-GRAL.
           DISPLAY 'SIN DERECHO:           ' WS-CANT-EXCL.
           DISPLAY 'TOTAL PTU:             ' WS-REP-TOTAL.
           DISPLAY 'LISTADO GENERADO (PTU.TXT)'.

      *Deja el periodo AAAA14 como calculado en el calendario,
      *igual que 310-MARCA-CALCULADO en CAL-AGU; una propuesta no
      *lo toca.
       310-MARCA-CALCULADO.
           IF WS-HAY-PER = 'S'
               IF WS-GRABA = 'S'
                   MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT
                   MOVE WS-PERIODO   TO PER-PERIODO
                   MOVE 0            TO PER-QNA
                   MOVE 'C'          TO PER-ESTADO
                   MOVE WS-OPERADOR  TO PER-OPERADOR
                   MOVE WS-FHA-FECHA TO PER-FEC-ACT
                   WRITE REG-PER
                       INVALID KEY
                           REWRITE REG-PER
                               INVALID KEY
                                   DISPLAY 'ERROR AL GRABAR PERIODOS: '
                                       PER-PERIODO
                           END-REWRITE
                   END-WRITE
               END-IF
               CLOSE PERIODOS
           END-IF.
