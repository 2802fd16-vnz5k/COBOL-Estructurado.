      *Ajuste anual de ISR y constancia de retenciones: para cada
      *activo de EMPLEADO suma sus cierres del ejercicio en
      *HISTORIAL (AAAA01 a AAAA13, aguinaldo incluido), el ingreso
      *bruto (HIS-DEDUC + HIS-NETO, igual que GEN-POL) y el ISR
      *retenido (HIS-ISR), vuelve a calcular el impuesto del ano
      *completo sobre la tarifa anual y determina la diferencia a
      *cargo o a favor del empleado. CAL-NOM grava cada mes por
      *separado, asi que los meses disparejos (horas extra de
      *INCIDEN, un aumento de REA-SAL a mitad de ano, el
      *aguinaldo) dejan el ano retenido de mas o de menos.
      *Imprime una constancia por empleado y un listado de control
      *para Finanzas. Igual que REA-SAL corre en modo P (propuesta,
      *solo reportes) o A (aplicar): en modo A la diferencia queda
      *en AJUSTES (ver REGAJU) y CAL-NOM la aplica en el siguiente
      *periodo que calcule, como retencion adicional o como
      *acreditamiento contra el ISR del periodo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJU-ISR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO ASSIGN TO 'C:\Users\pc\Desktop\S\secu'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPL
               ALTERNATE RECORD KEY IS NOM-EMPL
                   WITH DUPLICATES
               FILE STATUS IS WS-FSTAT-EMP.
      *Tarifa mensual de ISR (filas 'I' de CAR-DED): la anual se
      *arma en memoria a partir de ella (ver 110-CARGA-TARIFA).
           SELECT DEDUC ASSIGN TO 'C:\Users\pc\Desktop\S\deduc'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-FSTAT-DED.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
      *Ajustes pendientes para CAL-NOM (ver REGAJU): aqui se graba
      *el ajuste del ejercicio y se lee el del ejercicio anterior
      *ya aplicado, que no es retencion propia del ano.
           SELECT AJUSTES ASSIGN TO 'C:\Users\pc\Desktop\S\ajuste'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-KEY
               FILE STATUS IS WS-FSTAT-AJU.
      *Calendario de periodos (ver REGPER y MANT-PER): diciembre y
      *el aguinaldo deben estar calculados antes del ajuste.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT CONSTAN ASSIGN TO 'C:\Users\pc\Desktop\S\constan.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-CNS.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\ajuanu.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el ajuste cambia lo que se retiene
      *en la nomina, solo administradores, igual que CAL-NOM.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY REGEMPL.

       FD DEDUC.
           COPY REGDED.

       FD HISTORIAL.
           COPY REGHIS.

       FD AJUSTES.
           COPY REGAJU.

       FD PERIODOS.
           COPY REGPER.

       FD CONSTAN.
       01 LIN-CONSTANCIA PIC X(70).

       FD LISTADO.
       01 LIN-LISTADO PIC X(100).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-DED PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-AJU PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-CNS PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-MODO PIC X VALUE 'P'.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-HAY-AJU PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Ejercicio a ajustar y sus limites en el historial: del
      *primer mes al aguinaldo (mes 13) del mismo ano. El ajuste
      *queda con origen AAAA13 para que CAL-NOM lo tome en el
      *primer periodo del ano siguiente.
       01 WS-ANIO PIC 9(04) VALUE 0.
       01 WS-PER-INI    PIC 9(06) VALUE 0.
       01 WS-PER-FIN    PIC 9(06) VALUE 0.
       01 WS-ORIGEN-ANT PIC 9(06) VALUE 0.
       01 WS-PER-REVISA PIC 9(06) VALUE 0.
       01 WS-CANT-PER   PIC 9(01) VALUE 0.

      *Tarifa anual en memoria: limite inferior y cuota fija de
      *la mensual multiplicados por doce, mismo porcentaje.
       01 WS-TAB-ANUAL.
           05 WS-ANU-FILA OCCURS 10 TIMES.
               10 WS-ANU-LIM-INF PIC 9(07)V99.
               10 WS-ANU-CUOTA   PIC 9(07)V99.
               10 WS-ANU-PORC    PIC 9(02)V99.
       01 WS-NUM-ANU PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.

      *Acumulados del empleado en el ejercicio.
       01 WS-NUM-PER     PIC 9(02) VALUE 0.
       01 WS-ING-ANUAL   PIC 9(08)V99 VALUE 0.
       01 WS-ISR-HIS     PIC 9(07)V99 VALUE 0.
       01 WS-ISR-RETENIDO PIC S9(07)V99 VALUE 0.
       01 WS-ISR-ANUAL   PIC 9(07)V99 VALUE 0.
       01 WS-DIFERENCIA  PIC S9(07)V99 VALUE 0.
       01 WS-SENTIDO     PIC X(01) VALUE SPACES.
       01 WS-IMP-AJUSTE  PIC 9(07)V99 VALUE 0.

      *Acumulados de la corrida.
       01 WS-CANT-GRAL   PIC 9(05) VALUE 0.
       01 WS-ING-GRAL    PIC 9(10)V99 VALUE 0.
       01 WS-CAUSADO-GRAL PIC 9(09)V99 VALUE 0.
       01 WS-RETENIDO-GRAL PIC S9(09)V99 VALUE 0.
       01 WS-CARGO-GRAL  PIC 9(09)V99 VALUE 0.
       01 WS-FAVOR-GRAL  PIC 9(09)V99 VALUE 0.
       01 WS-CANT-CARGO  PIC 9(05) VALUE 0.
       01 WS-CANT-FAVOR  PIC 9(05) VALUE 0.
       01 WS-CANT-GRABA  PIC 9(05) VALUE 0.
       01 WS-CANT-CONSERVA PIC 9(05) VALUE 0.

      *Lineas de la constancia, mismas mascaras que los recibos.
       01 WS-LIN-TITULO.
           05 FILLER        PIC X(40)
               VALUE 'CONSTANCIA DE RETENCIONES  EJERCICIO'.
           05 WS-TIT-ANIO   PIC 9(04).
       01 WS-LIN-EMPLEADO.
           05 FILLER        PIC X(03) VALUE 'ID '.
           05 WS-EMP-ID     PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-EMP-NOM    PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-EMP-DEP    PIC X(10).
       01 WS-LIN-IMPORTE.
           05 WS-IMP-DESC   PIC X(24).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-IMP-MONTO  PIC Z,ZZZ,ZZ9.99.
       01 WS-LIN-CANT.
           05 WS-CAN-DESC   PIC X(24).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-CAN-NUM    PIC ZZ9.
       01 WS-LIN-RAYA      PIC X(45) VALUE ALL '-'.

      *Lineas del listado de control.
       01 WS-LIN-ENCAB.
           05 FILLER        PIC X(40)
               VALUE 'AJUSTE ANUAL DE ISR  EJERCICIO'.
           05 WS-ENC-ANIO   PIC 9(04).
           05 FILLER        PIC X(08) VALUE '  MODO '.
           05 WS-ENC-MODO   PIC X(01).
       01 WS-LIN-COLUMNAS.
           05 FILLER PIC X(38) VALUE 'ID    NOMBRE               DEPTO'.
           05 FILLER PIC X(14) VALUE '      INGRESOS'.
           05 FILLER PIC X(13) VALUE '      CAUSADO'.
           05 FILLER PIC X(13) VALUE '     RETENIDO'.
           05 FILLER PIC X(13) VALUE '   DIFERENCIA'.
       01 WS-LIN-DET.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DEP    PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-ING    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-CAU    PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-RET    PIC Z,ZZZ,ZZ9.99-.
           05 WS-DET-DIF    PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-SEN    PIC X(05).
       01 WS-LIN-TOTAL.
           05 WS-TOT-DESC   PIC X(24).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-TOT-CANT   PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-TOT-MONTO  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-ANIO.
           PERFORM 010-MODO.
           PERFORM 020-VERIFICA-ANIO.
           PERFORM 100-OPEN.
           PERFORM 110-CARGA-TARIFA.
           PERFORM 200-CALCULAR UNTIL WS-FLAG = 1.
           PERFORM 300-TOTALES.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *ajuste pasa a la nomina del siguiente periodo, solo entran
      *administradores, igual que CAL-NOM.
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

      *Captura el ejercicio a ajustar y arma sus limites en el
      *historial, igual que 005-ANIO en CAL-AGU.
       005-ANIO.
           DISPLAY 'EJERCICIO A AJUSTAR (AAAA)' ACCEPT WS-ANIO.
           IF WS-ANIO < 2019
               DISPLAY 'INVALID ANO'
               PERFORM 005-ANIO
           ELSE
               COMPUTE WS-PER-INI = WS-ANIO * 100 + 01
               COMPUTE WS-PER-FIN = WS-ANIO * 100 + 13
               COMPUTE WS-ORIGEN-ANT = (WS-ANIO - 1) * 100 + 13
               DISPLAY 'ANO VALIDO!'
           END-IF.

      *Propuesta o aplicacion, con doble confirmacion para grabar,
      *igual que 005-MODO en REA-SAL.
       010-MODO.
           DISPLAY 'MODO: P PROPUESTA (SOLO REPORTE) | A APLICAR'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'P' AND WS-MODO NOT = 'A'
               DISPLAY 'INVALID OPTION'
               PERFORM 010-MODO
           END-IF.
           IF WS-MODO = 'A'
               DISPLAY 'CONFIRME: GRABAR AJUSTES PARA LA NOMINA? S/N'
               ACCEPT WS-MODO
               IF WS-MODO = 'S'
                   MOVE 'A' TO WS-MODO
               ELSE
                   MOVE 'P' TO WS-MODO
                   DISPLAY 'SE CORRE SOLO LA PROPUESTA'
               END-IF
           END-IF.

      *El ajuste solo tiene sentido con el ano completo en el
      *historial: diciembre y el aguinaldo deben estar calculados
      *en el calendario. Si no lo estan se avisa y el operador
      *decide; sin calendario se procede como siempre.
       020-VERIFICA-ANIO.
           OPEN INPUT PERIODOS.
           EVALUATE WS-FSTAT-PER
               WHEN '35'
                   DISPLAY 'SIN CALENDARIO DE PERIODOS (VER'
                   DISPLAY 'MANT-PER), SE AJUSTA SIN CONTROL'
               WHEN '00'
                   MOVE 'S' TO WS-CONFIRMA
                   COMPUTE WS-PER-REVISA = WS-ANIO * 100 + 12
                   PERFORM 021-REVISA-PERIODO
                   MOVE WS-PER-FIN TO WS-PER-REVISA
                   PERFORM 021-REVISA-PERIODO
                   CLOSE PERIODOS
                   IF WS-CONFIRMA NOT = 'S'
                       DISPLAY 'CONTINUAR CON EL ANO INCOMPLETO? S/N'
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT = 'S'
                           DISPLAY 'AJUSTE CANCELADO'
                           STOP RUN
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

      *Revisa todas las quincenas que el calendario tenga para el
      *periodo (la nomina mensual y las de los quincenales).
       021-REVISA-PERIODO.
           MOVE WS-PER-REVISA TO PER-PERIODO.
           MOVE 0             TO PER-QNA.
           MOVE 0             TO WS-CANT-PER.
           START PERIODOS KEY IS NOT LESS THAN PER-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-PER
           END-START.
           PERFORM 022-LEE-QUINCENA UNTIL WS-FSTAT-PER NOT = '00'.
           MOVE '00' TO WS-FSTAT-PER.
           IF WS-CANT-PER = 0
               DISPLAY 'PERIODO ' WS-PER-REVISA ' SIN REGISTRAR'
               MOVE 'N' TO WS-CONFIRMA
           END-IF.

       022-LEE-QUINCENA.
           READ PERIODOS NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-PER
               NOT AT END
                   IF PER-PERIODO NOT = WS-PER-REVISA
                       MOVE '10' TO WS-FSTAT-PER
                   ELSE
                       ADD 1 TO WS-CANT-PER
                       IF PER-ESTADO = 'A'
                           DISPLAY 'PERIODO ' WS-PER-REVISA
                               ' QUINCENA ' PER-QNA
                               ' AUN ABIERTO (SIN CALCULAR)'
                           MOVE 'N' TO WS-CONFIRMA
                       END-IF
                   END-IF
           END-READ.

       100-OPEN.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN INPUT DEDUC.
           IF WS-FSTAT-DED NOT = '00'
               DISPLAY 'ERROR AL ABRIR DEDUC: ' WS-FSTAT-DED
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'SIN HISTORIAL (CORRER CAL-NOM ANTES)'
               STOP RUN
           END-IF.
      *En propuesta AJUSTES solo se consulta y puede no existir;
      *al aplicar se crea si hace falta.
           IF WS-MODO = 'A'
               OPEN I-O AJUSTES
           ELSE
               OPEN INPUT AJUSTES
           END-IF.
           EVALUATE WS-FSTAT-AJU
               WHEN '35'
                   IF WS-MODO = 'A'
                       OPEN OUTPUT AJUSTES
                       IF WS-FSTAT-AJU NOT = '00'
                           DISPLAY 'ERROR AL CREAR AJUSTES: '
                               WS-FSTAT-AJU
                           DISPLAY 'NO SE PUEDE CONTINUAR'
                           STOP RUN
                       END-IF
                       CLOSE AJUSTES
                       OPEN I-O AJUSTES
                       MOVE 'S' TO WS-HAY-AJU
                   ELSE
                       MOVE 'N' TO WS-HAY-AJU
                   END-IF
               WHEN '00'
                   MOVE 'S' TO WS-HAY-AJU
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR AJUSTES: ' WS-FSTAT-AJU
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT CONSTAN.
           IF WS-FSTAT-CNS NOT = '00'
               DISPLAY 'ERROR AL ABRIR CONSTANCIAS: ' WS-FSTAT-CNS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE WS-ANIO TO WS-ENC-ANIO.
           MOVE WS-MODO TO WS-ENC-MODO.
           MOVE WS-LIN-ENCAB TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-LIN-COLUMNAS TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE DEDUC
           CLOSE HISTORIAL
           CLOSE CONSTAN
           CLOSE LISTADO.
           IF WS-HAY-AJU = 'S'
               CLOSE AJUSTES
           END-IF.
           DISPLAY 'CONSTANCIAS Y LISTADO GENERADOS'.

      *Arma la tarifa anual con las filas 'I' de DEDUC: la tarifa
      *anual de ley es la mensual con limites y cuotas por doce,
      *y DED-LIM-INF no alcanza para guardar los montos anuales.
       110-CARGA-TARIFA.
           MOVE LOW-VALUES TO DED-KEY.
           START DEDUC KEY IS GREATER THAN DED-KEY
               INVALID KEY
                   DISPLAY 'TABLA DE DEDUCCIONES VACIA (CORRER'
                   DISPLAY 'CAR-DED ANTES)'
                   STOP RUN.
           PERFORM UNTIL WS-FSTAT-DED NOT = '00'
               READ DEDUC NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-DED
                   NOT AT END
                       IF DED-TIPO = 'I'
                           IF WS-NUM-ANU >= 10
                               DISPLAY 'DEMASIADOS TRAMOS DE ISR'
                                   ' EN DEDUC, AMPLIAR LA TABLA'
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NUM-ANU
                           COMPUTE WS-ANU-LIM-INF(WS-NUM-ANU) =
                               DED-LIM-INF * 12
                           COMPUTE WS-ANU-CUOTA(WS-NUM-ANU) =
                               DED-CUOTA * 12
                           MOVE DED-PORC TO WS-ANU-PORC(WS-NUM-ANU)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-ANU = 0
               DISPLAY 'SIN TRAMOS DE ISR EN DEDUC'
               STOP RUN
           END-IF.

      *Solo activos: a las bajas ya se les liquido con CAL-FIN y
      *no van a tener un siguiente periodo donde aplicar el saldo.
       200-CALCULAR.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EST-EMPL NOT = 'B'
                       PERFORM 210-CALC-EMPLEADO
                   END-IF
           END-READ.

      *Ajuste de un empleado. Sin cierres del ejercicio no hay
      *nada que ajustar y el empleado no aparece.
       210-CALC-EMPLEADO.
           PERFORM 220-ACUMULA-ANO.
           IF WS-NUM-PER > 0
               PERFORM 225-AJUSTE-ANTERIOR
               PERFORM 230-ISR-ANUAL
               COMPUTE WS-DIFERENCIA =
                   WS-ISR-ANUAL - WS-ISR-RETENIDO
               IF WS-DIFERENCIA > 0
                   MOVE 'C' TO WS-SENTIDO
                   MOVE WS-DIFERENCIA TO WS-IMP-AJUSTE
                   ADD 1 TO WS-CANT-CARGO
                   ADD WS-IMP-AJUSTE TO WS-CARGO-GRAL
               ELSE
                   IF WS-DIFERENCIA < 0
                       MOVE 'F' TO WS-SENTIDO
                       COMPUTE WS-IMP-AJUSTE = 0 - WS-DIFERENCIA
                       ADD 1 TO WS-CANT-FAVOR
                       ADD WS-IMP-AJUSTE TO WS-FAVOR-GRAL
                   ELSE
                       MOVE SPACES TO WS-SENTIDO
                       MOVE 0 TO WS-IMP-AJUSTE
                   END-IF
               END-IF
               PERFORM 240-CONSTANCIA
               PERFORM 250-DETALLE
               IF WS-MODO = 'A'
                   PERFORM 260-GRABA-AJUSTE
               END-IF
               ADD 1               TO WS-CANT-GRAL
               ADD WS-ING-ANUAL    TO WS-ING-GRAL
               ADD WS-ISR-ANUAL    TO WS-CAUSADO-GRAL
               ADD WS-ISR-RETENIDO TO WS-RETENIDO-GRAL
           END-IF.

      *Suma los cierres del ejercicio del empleado en HISTORIAL:
      *ingreso bruto de cada renglon (retenciones mas neto) e ISR
      *retenido, del mes 01 al aguinaldo.
       220-ACUMULA-ANO.
           MOVE 0 TO WS-NUM-PER WS-ING-ANUAL WS-ISR-HIS.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PER-INI TO HIS-PERIODO.
           MOVE 0          TO HIS-QNA.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS.
           PERFORM UNTIL WS-FSTAT-HIS NOT = '00'
               READ HISTORIAL NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-HIS
                   NOT AT END
                       IF HIS-ID-EMPL NOT = ID-EMPL
                          OR HIS-PERIODO > WS-PER-FIN
                           MOVE '10' TO WS-FSTAT-HIS
                       ELSE
                           ADD 1 TO WS-NUM-PER
                           ADD HIS-DEDUC TO WS-ING-ANUAL
                           ADD HIS-NETO  TO WS-ING-ANUAL
                           ADD HIS-ISR   TO WS-ISR-HIS
                       END-IF
               END-READ
           END-PERFORM.

      *El ajuste del ejercicio anterior se aplico en los primeros
      *periodos de este ano y quedo revuelto en su HIS-ISR: lo ya
      *aplicado (IMPORTE menos SALDO) no es retencion del
      *ejercicio. Un cargo se resta del retenido y un
      *acreditamiento se le regresa.
       225-AJUSTE-ANTERIOR.
           MOVE WS-ISR-HIS TO WS-ISR-RETENIDO.
           IF WS-HAY-AJU = 'S'
               MOVE ID-EMPL       TO AJU-ID-EMPL
               MOVE 'A'           TO AJU-TIPO
               MOVE WS-ORIGEN-ANT TO AJU-ORIGEN
               READ AJUSTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AJU-SENTIDO = 'C'
                           COMPUTE WS-ISR-RETENIDO =
                               WS-ISR-RETENIDO -
                               (AJU-IMPORTE - AJU-SALDO)
                       ELSE
                           COMPUTE WS-ISR-RETENIDO =
                               WS-ISR-RETENIDO +
                               (AJU-IMPORTE - AJU-SALDO)
                       END-IF
               END-READ
           END-IF.

      *Impuesto del ano completo: tramo anual con el mayor limite
      *inferior que no exceda el ingreso, cuota fija mas porcentaje
      *sobre el excedente, igual que 220-CALC-ISR en CAL-NOM.
       230-ISR-ANUAL.
           MOVE 0 TO WS-ISR-ANUAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ANU
               IF WS-ING-ANUAL >= WS-ANU-LIM-INF(WS-IDX)
                   COMPUTE WS-ISR-ANUAL ROUNDED =
                       WS-ANU-CUOTA(WS-IDX) +
                       ((WS-ING-ANUAL - WS-ANU-LIM-INF(WS-IDX)) *
                        WS-ANU-PORC(WS-IDX) / 100)
               END-IF
           END-PERFORM.

      *Constancia de retenciones del empleado, una por hoja.
       240-CONSTANCIA.
           MOVE WS-ANIO TO WS-TIT-ANIO.
           MOVE WS-LIN-TITULO TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE ID-EMPL  TO WS-EMP-ID.
           MOVE NOM-EMPL TO WS-EMP-NOM.
           MOVE NOM-DEP  TO WS-EMP-DEP.
           MOVE WS-LIN-EMPLEADO TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE 'PERIODOS PAGADOS' TO WS-CAN-DESC.
           MOVE WS-NUM-PER TO WS-CAN-NUM.
           MOVE WS-LIN-CANT TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE 'INGRESOS DEL EJERCICIO' TO WS-IMP-DESC.
           MOVE WS-ING-ANUAL TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE 'ISR CAUSADO DEL EJERCICIO' TO WS-IMP-DESC.
           MOVE WS-ISR-ANUAL TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE 'ISR RETENIDO' TO WS-IMP-DESC.
           IF WS-ISR-RETENIDO < 0
               MOVE 0 TO WS-IMP-MONTO
           ELSE
               MOVE WS-ISR-RETENIDO TO WS-IMP-MONTO
           END-IF.
           MOVE WS-LIN-IMPORTE TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           EVALUATE WS-SENTIDO
               WHEN 'C'
                   MOVE 'SALDO A CARGO' TO WS-IMP-DESC
               WHEN 'F'
                   MOVE 'SALDO A FAVOR' TO WS-IMP-DESC
               WHEN OTHER
                   MOVE 'SIN DIFERENCIA' TO WS-IMP-DESC
           END-EVALUATE.
           MOVE WS-IMP-AJUSTE TO WS-IMP-MONTO.
           MOVE WS-LIN-IMPORTE TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.
           MOVE WS-LIN-RAYA TO LIN-CONSTANCIA.
           WRITE LIN-CONSTANCIA.

       250-DETALLE.
           MOVE ID-EMPL         TO WS-DET-ID.
           MOVE NOM-EMPL        TO WS-DET-NOM.
           MOVE NOM-DEP         TO WS-DET-DEP.
           MOVE WS-ING-ANUAL    TO WS-DET-ING.
           MOVE WS-ISR-ANUAL    TO WS-DET-CAU.
           MOVE WS-ISR-RETENIDO TO WS-DET-RET.
           MOVE WS-IMP-AJUSTE   TO WS-DET-DIF.
           EVALUATE WS-SENTIDO
               WHEN 'C'
                   MOVE 'CARGO' TO WS-DET-SEN
               WHEN 'F'
                   MOVE 'FAVOR' TO WS-DET-SEN
               WHEN OTHER
                   MOVE SPACES TO WS-DET-SEN
           END-EVALUATE.
           MOVE WS-LIN-DET TO LIN-LISTADO.
           WRITE LIN-LISTADO.

      *Deja el ajuste autorizado para CAL-NOM. Volver a correr el
      *ejercicio sustituye un ajuste que aun no se aplica; uno que
      *CAL-NOM ya empezo a aplicar se conserva con aviso, porque
      *la nomina ya retuvo o acredito sobre el. Sin diferencia no
      *queda ajuste (y se borra uno anterior sin aplicar).
       260-GRABA-AJUSTE.
           MOVE ID-EMPL    TO AJU-ID-EMPL.
           MOVE 'A'        TO AJU-TIPO.
           MOVE WS-PER-FIN TO AJU-ORIGEN.
           READ AJUSTES
               INVALID KEY
                   IF WS-IMP-AJUSTE > 0
                       PERFORM 265-LLENA-AJUSTE
                       WRITE REG-AJU
                           INVALID KEY
                               DISPLAY 'ERROR AL GRABAR AJUSTE: '
                                   AJU-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-CANT-GRABA
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF AJU-ULT-PER NOT = 0
                      OR AJU-SALDO NOT = AJU-IMPORTE
                       DISPLAY 'AJUSTE YA APLICADO EN NOMINA, SE '
                           'CONSERVA: ' AJU-KEY
                       ADD 1 TO WS-CANT-CONSERVA
                   ELSE
                       IF WS-IMP-AJUSTE > 0
                           PERFORM 265-LLENA-AJUSTE
                           REWRITE REG-AJU
                               INVALID KEY
                                   DISPLAY 'ERROR AL GRABAR AJUSTE: '
                                       AJU-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-CANT-GRABA
                           END-REWRITE
                       ELSE
                           DELETE AJUSTES
                               INVALID KEY
                                   DISPLAY 'ERROR AL BORRAR AJUSTE: '
                                       AJU-KEY
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       265-LLENA-AJUSTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-SENTIDO    TO AJU-SENTIDO.
           MOVE WS-IMP-AJUSTE TO AJU-IMPORTE.
           MOVE WS-IMP-AJUSTE TO AJU-SALDO.
           MOVE 'A'           TO AJU-ESTADO.
           MOVE 0             TO AJU-ULT-PER.
           MOVE 0             TO AJU-ULT-QNA.
           MOVE 0             TO AJU-ULT-MONTO.
           MOVE WS-OPERADOR   TO AJU-OPERADOR.
           MOVE WS-FHA-FECHA  TO AJU-FECHA.

      *Totales del listado de control para Finanzas.
       300-TOTALES.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'EMPLEADOS AJUSTADOS' TO WS-TOT-DESC.
           MOVE WS-CANT-GRAL TO WS-TOT-CANT.
           MOVE WS-ING-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'TOTAL ISR CAUSADO' TO WS-TOT-DESC.
           MOVE WS-CAUSADO-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'TOTAL ISR RETENIDO' TO WS-TOT-DESC.
           MOVE WS-RETENIDO-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'SALDOS A CARGO' TO WS-TOT-DESC.
           MOVE WS-CANT-CARGO TO WS-TOT-CANT.
           MOVE WS-CARGO-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'SALDOS A FAVOR' TO WS-TOT-DESC.
           MOVE WS-CANT-FAVOR TO WS-TOT-CANT.
           MOVE WS-FAVOR-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           IF WS-MODO = 'A'
               DISPLAY 'AJUSTES GRABADOS: ' WS-CANT-GRABA
               DISPLAY 'AJUSTES YA APLICADOS CONSERVADOS: '
                   WS-CANT-CONSERVA
           ELSE
               DISPLAY 'PROPUESTA: NO SE GRABO NINGUN AJUSTE'
           END-IF.
