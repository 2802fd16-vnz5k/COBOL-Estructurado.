      *Calculo de retroactivo por aumento de sueldo: cuando
      *Finanzas publica una nueva ESCALA con vigencia de meses
      *atras, REA-SAL solo cambia S-MEN de aqui en adelante y los
      *periodos ya dispersados o cerrados no se recalculan. Dado el
      *periodo desde el que rige el aumento, este batch barre
      *EMPLEADO y, para cada activo, compara cada renglon de
      *HISTORIAL desde ese periodo contra lo que habria pagado el
      *S-MEN vigente con las mismas incidencias de INCIDEN (faltas
      *y dias no laborados a treintavos, horas extra al doble, con
      *las mismas formulas de CAL-NOM). Imprime la diferencia por
      *empleado y periodo para autorizacion. Igual que AJU-ISR
      *corre en modo P (propuesta, solo listado) o A (aplicar): en
      *modo A el total de cada empleado queda en AJUSTES como tipo
      *'R' (ver REGAJU) y CAL-NOM lo paga en el siguiente periodo
      *que calcule como percepcion gravable, renglon RETROACTIVO
      *del recibo. Solo entran los periodos ya pagados: uno
      *calculado sin dispersar se corrige recalculando con
      *CAL-NOM. El aguinaldo (mes 13) no se retroactiva. Un
      *empleado que ya tiene otro retroactivo con distinto periodo
      *de vigencia, pendiente de pagar o ya pagado en un periodo
      *posterior al de esta vigencia, no se calcula: los meses se
      *traslaparian y se pagarian dos veces. Sale en el listado
      *para revisarlo a mano.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-RET.
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
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
      *Incidencias de cada periodo (ver MANT-INC): si el archivo
      *no existe los periodos se toman sin movimientos.
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-INC.
      *Calendario de periodos (ver REGPER y MANT-PER): solo los
      *periodos dispersados o cerrados generan retroactivo.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Ajustes pendientes para CAL-NOM (ver REGAJU): aqui se graba
      *el retroactivo autorizado.
           SELECT AJUSTES ASSIGN TO 'C:\Users\pc\Desktop\S\ajuste'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-KEY
               FILE STATUS IS WS-FSTAT-AJU.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\retro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el retroactivo pasa a la nomina,
      *solo administradores, igual que CAL-NOM.
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

       FD AJUSTES.
           COPY REGAJU.

       FD LISTADO.
       01 LIN-LISTADO PIC X(100).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-AJU PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-MODO PIC X VALUE 'P'.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-HAY-PER PIC X VALUE 'N'.
       01 WS-HAY-AJU PIC X VALUE 'N'.
       01 WS-PAGADO  PIC X VALUE 'N'.
       01 WS-OTRO-RET PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Periodo desde el que rige el aumento; el retroactivo queda
      *en AJUSTES con este periodo como origen.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-HIS-MES PIC 9(02) VALUE 0.

      *Calculo de un renglon: lo pagado y lo que se debio pagar,
      *cada uno con las formulas de 212-APLICA-INC de CAL-NOM.
       01 WS-INC-FALTA   PIC 9(02) VALUE 0.
       01 WS-INC-NOLAB   PIC 9(02) VALUE 0.
       01 WS-INC-EXTRA   PIC 9(03) VALUE 0.
       01 WS-DIAS-DESC   PIC 9(02) VALUE 0.
       01 WS-SAL-DIARIO  PIC 9(05)V99 VALUE 0.
       01 WS-IMP-INC     PIC 9(05)V99 VALUE 0.
       01 WS-BRUTO-PAG   PIC S9(06)V99 VALUE 0.
       01 WS-BRUTO-NVO   PIC S9(06)V99 VALUE 0.
       01 WS-SMEN-CALC   PIC 9(05) VALUE 0.
       01 WS-BRUTO-CALC  PIC S9(06)V99 VALUE 0.
       01 WS-DIF-REN     PIC S9(06)V99 VALUE 0.

      *Acumulados del empleado y del lote.
       01 WS-NUM-PER     PIC 9(03) VALUE 0.
       01 WS-RET-EMP     PIC 9(07)V99 VALUE 0.
       01 WS-CANT-GRAL   PIC 9(05) VALUE 0.
       01 WS-PER-GRAL    PIC 9(05) VALUE 0.
       01 WS-RET-GRAL    PIC 9(09)V99 VALUE 0.
       01 WS-CANT-GRABA  PIC 9(05) VALUE 0.
       01 WS-CANT-CONSERVA PIC 9(05) VALUE 0.
       01 WS-CANT-OTRO   PIC 9(05) VALUE 0.

      *Lineas del listado de autorizacion.
       01 WS-LIN-ENCAB.
           05 FILLER        PIC X(40)
               VALUE 'RETROACTIVO DE SUELDO  DESDE PERIODO'.
           05 WS-ENC-PER    PIC 9(06).
           05 FILLER        PIC X(08) VALUE '  MODO '.
           05 WS-ENC-MODO   PIC X(01).
       01 WS-LIN-COLUMNAS.
           05 FILLER PIC X(27) VALUE 'ID    NOMBRE'.
           05 FILLER PIC X(07) VALUE 'PERIODO'.
           05 FILLER PIC X(10) VALUE 'Q   PAGADO'.
           05 FILLER PIC X(09) VALUE '    NUEVO'.
           05 FILLER PIC X(04) VALUE 'DIAS'.
           05 FILLER PIC X(05) VALUE '  HRS'.
           05 FILLER PIC X(11) VALUE ' DIFERENCIA'.
       01 WS-LIN-DET.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-PER    PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-QNA    PIC 9(01).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WS-DET-SANT   PIC ZZ,ZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WS-DET-SNVO   PIC ZZ,ZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-DET-DIAS   PIC Z9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-DET-HRS    PIC ZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DIF    PIC ZZZ,ZZ9.99.
       01 WS-LIN-TOTAL.
           05 WS-TOT-DESC   PIC X(24).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-TOT-CANT   PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-TOT-MONTO  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIN-OTRO.
           05 WS-OTR-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-OTR-NOM    PIC X(20).
           05 FILLER        PIC X(19)
               VALUE ' RETRO CON ORIGEN '.
           05 WS-OTR-ORIGEN PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-OTR-MOTIVO PIC X(30).
           05 WS-OTR-ULT-PER PIC Z(06).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 005-PERIODO.
           PERFORM 010-MODO.
           PERFORM 100-OPEN.
           PERFORM 200-CALCULAR UNTIL WS-FLAG = 1.
           PERFORM 300-TOTALES.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *retroactivo pasa a la nomina del siguiente periodo, solo
      *entran administradores, igual que CAL-NOM.
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

      *Captura el periodo desde el que rige el aumento (AAAAMM),
      *igual que 005-PERIODO en CAL-NOM.
       005-PERIODO.
           DISPLAY 'AUMENTO VIGENTE DESDE EL PERIODO (AAAAMM)'
               ACCEPT WS-PERIODO.
           EVALUATE TRUE
               WHEN WS-PER-ANIO < 2019
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN WS-PER-MES < 01 OR WS-PER-MES > 12
                   DISPLAY 'INVALID PERIODO'
                   PERFORM 005-PERIODO
               WHEN OTHER
                   DISPLAY 'PERIODO VALIDO!'
           END-EVALUATE.

      *Propuesta o aplicacion, con doble confirmacion para grabar,
      *igual que 010-MODO en AJU-ISR. Aplicar es la autorizacion
      *del listado de la propuesta.
       010-MODO.
           DISPLAY 'MODO: P PROPUESTA (SOLO LISTADO) | A APLICAR'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'P' AND WS-MODO NOT = 'A'
               DISPLAY 'INVALID OPTION'
               PERFORM 010-MODO
           END-IF.
           IF WS-MODO = 'A'
               DISPLAY 'CONFIRME: AUTORIZAR EL RETROACTIVO PARA LA'
               DISPLAY 'NOMINA? S/N'
               ACCEPT WS-MODO
               IF WS-MODO = 'S'
                   MOVE 'A' TO WS-MODO
               ELSE
                   MOVE 'P' TO WS-MODO
                   DISPLAY 'SE CORRE SOLO LA PROPUESTA'
               END-IF
           END-IF.

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
                   DISPLAY 'SIN ARCHIVO DE INCIDENCIAS, LOS PERIODOS'
                   DISPLAY 'SE TOMAN SIN MOVIMIENTOS (VER MANT-INC)'
                   MOVE 'N' TO WS-HAY-INC
               WHEN '00'
                   MOVE 'S' TO WS-HAY-INC
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INCIDEN: ' WS-FSTAT-INC
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT PERIODOS.
           EVALUATE WS-FSTAT-PER
               WHEN '35'
                   DISPLAY 'SIN CALENDARIO DE PERIODOS (VER'
                   DISPLAY 'MANT-PER), TODO EL HISTORIAL SE TOMA'
                   DISPLAY 'COMO PAGADO'
                   MOVE 'N' TO WS-HAY-PER
               WHEN '00'
                   MOVE 'S' TO WS-HAY-PER
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
      *En propuesta AJUSTES solo se lee para detectar otro
      *retroactivo del empleado y puede no existir; al aplicar se
      *crea si hace falta, igual que en AJU-ISR.
           IF WS-MODO = 'P'
               OPEN INPUT AJUSTES
               EVALUATE WS-FSTAT-AJU
                   WHEN '35'
                       MOVE 'N' TO WS-HAY-AJU
                   WHEN '00'
                       MOVE 'S' TO WS-HAY-AJU
                   WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR AJUSTES: '
                           WS-FSTAT-AJU
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
               END-EVALUATE
           END-IF.
           IF WS-MODO = 'A'
               OPEN I-O AJUSTES
               EVALUATE WS-FSTAT-AJU
                   WHEN '35'
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
                   WHEN '00'
                       MOVE 'S' TO WS-HAY-AJU
                   WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR AJUSTES: '
                           WS-FSTAT-AJU
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
               END-EVALUATE
           END-IF.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE WS-PERIODO TO WS-ENC-PER.
           MOVE WS-MODO TO WS-ENC-MODO.
           MOVE WS-LIN-ENCAB TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-LIN-COLUMNAS TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE HISTORIAL
           CLOSE LISTADO.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.
           IF WS-HAY-PER = 'S'
               CLOSE PERIODOS
           END-IF.
           IF WS-HAY-AJU = 'S'
               CLOSE AJUSTES
           END-IF.
           DISPLAY 'LISTADO DE RETROACTIVO GENERADO (RETRO.TXT)'.

      *Solo activos: a las bajas ya se les liquido con CAL-FIN y
      *no van a tener un siguiente periodo donde cobrar.
       200-CALCULAR.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EST-EMPL NOT = 'B'
                       PERFORM 215-OTRO-RETRO
                       IF WS-OTRO-RET = 'S'
                           PERFORM 218-LISTA-OTRO
                       ELSE
                           PERFORM 210-CALC-EMPLEADO
                       END-IF
                   END-IF
           END-READ.

      *Retroactivo de un empleado: suma la diferencia de cada
      *renglon pagado desde el periodo de vigencia. Sin diferencia
      *el empleado no aparece en el listado.
       210-CALC-EMPLEADO.
           MOVE 0 TO WS-NUM-PER WS-RET-EMP.
           MOVE ID-EMPL    TO HIS-ID-EMPL.
           MOVE WS-PERIODO TO HIS-PERIODO.
           MOVE 0          TO HIS-QNA.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS.
           PERFORM 220-LEE-HIST UNTIL WS-FSTAT-HIS NOT = '00'.
           IF WS-NUM-PER > 0
               MOVE 'TOTAL DEL EMPLEADO' TO WS-TOT-DESC
               MOVE WS-NUM-PER TO WS-TOT-CANT
               MOVE WS-RET-EMP TO WS-TOT-MONTO
               MOVE WS-LIN-TOTAL TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
               ADD 1          TO WS-CANT-GRAL
               ADD WS-NUM-PER TO WS-PER-GRAL
               ADD WS-RET-EMP TO WS-RET-GRAL
           END-IF.
           IF WS-MODO = 'A'
               PERFORM 260-GRABA-AJUSTE
           END-IF.

      *Busca en AJUSTES otro retroactivo del empleado con distinto
      *periodo de vigencia. Uno sin pagar (ULT-PER en cero) se
      *pagaria junto con este; uno pagado en un periodo posterior
      *a esta vigencia ya cubrio los meses entre ambos, que en
      *HISTORIAL siguen con el sueldo anterior. Uno pagado antes
      *de esta vigencia no estorba. El del mismo periodo de
      *vigencia lo resuelve 260-GRABA-AJUSTE.
       215-OTRO-RETRO.
           MOVE 'N' TO WS-OTRO-RET.
           IF WS-HAY-AJU = 'S'
               MOVE ID-EMPL TO AJU-ID-EMPL
               MOVE 'R'     TO AJU-TIPO
               MOVE 0       TO AJU-ORIGEN
               MOVE '00' TO WS-FSTAT-AJU
               START AJUSTES KEY IS NOT LESS THAN AJU-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-AJU
               END-START
               PERFORM 216-LEE-AJUSTE
                   UNTIL WS-FSTAT-AJU NOT = '00' OR WS-OTRO-RET = 'S'
           END-IF.

       216-LEE-AJUSTE.
           READ AJUSTES NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-AJU
               NOT AT END
                   IF AJU-ID-EMPL NOT = ID-EMPL OR AJU-TIPO NOT = 'R'
                       MOVE '10' TO WS-FSTAT-AJU
                   ELSE
                       IF AJU-ORIGEN NOT = WS-PERIODO
                           IF AJU-ULT-PER = 0
                               MOVE 'S' TO WS-OTRO-RET
                               MOVE 'PENDIENTE DE PAGO'
                                   TO WS-OTR-MOTIVO
                               MOVE 0 TO WS-OTR-ULT-PER
                           ELSE
                               IF WS-PERIODO < AJU-ULT-PER
                                   MOVE 'S' TO WS-OTRO-RET
                                   MOVE 'SE TRASLAPA, PAGADO EN'
                                       TO WS-OTR-MOTIVO
                                   MOVE AJU-ULT-PER TO WS-OTR-ULT-PER
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *El empleado no se calcula ni se graba: Finanzas decide si
      *se cancela el retroactivo anterior o se paga la diferencia
      *a mano.
       218-LISTA-OTRO.
           MOVE ID-EMPL    TO WS-OTR-ID.
           MOVE NOM-EMPL   TO WS-OTR-NOM.
           MOVE AJU-ORIGEN TO WS-OTR-ORIGEN.
           MOVE WS-LIN-OTRO TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           ADD 1 TO WS-CANT-OTRO.

       220-LEE-HIST.
           READ HISTORIAL NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-HIS
               NOT AT END
                   IF HIS-ID-EMPL NOT = ID-EMPL
                       MOVE '10' TO WS-FSTAT-HIS
                   ELSE
                       MOVE HIS-PERIODO(5:2) TO WS-HIS-MES
                       IF WS-HIS-MES <= 12 AND HIS-S-MEN < S-MEN
                           PERFORM 225-PERIODO-PAGADO
                           IF WS-PAGADO = 'S'
                               PERFORM 230-CALC-RENGLON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *Un renglon cuenta si su periodo (y quincena) ya se pago:
      *dispersado o cerrado en el calendario, o sin registro en el
      *calendario (se toma como pagado, igual que sin calendario).
       225-PERIODO-PAGADO.
           MOVE 'S' TO WS-PAGADO.
           IF WS-HAY-PER = 'S'
               MOVE HIS-PERIODO TO PER-PERIODO
               MOVE HIS-QNA     TO PER-QNA
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = 'A' OR PER-ESTADO = 'C'
                           MOVE 'N' TO WS-PAGADO
                       END-IF
               END-READ
           END-IF.

      *Bruto pagado (con el S-MEN del renglon) contra bruto que
      *corresponde (con el S-MEN vigente), mismas incidencias. En
      *una quincena el bruto parte de media S-MEN.
       230-CALC-RENGLON.
           MOVE 0 TO WS-INC-FALTA WS-INC-NOLAB WS-INC-EXTRA.
           IF WS-HAY-INC = 'S'
               MOVE HIS-ID-EMPL TO INC-ID-EMPL
               MOVE HIS-PERIODO TO INC-PERIODO
               MOVE HIS-QNA     TO INC-QNA
               READ INCIDEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INC-DIAS-FALTA TO WS-INC-FALTA
                       MOVE INC-DIAS-NOLAB TO WS-INC-NOLAB
                       MOVE INC-HRS-EXTRA  TO WS-INC-EXTRA
               END-READ
           END-IF.
           MOVE HIS-S-MEN TO WS-SMEN-CALC.
           PERFORM 235-BRUTO.
           MOVE WS-BRUTO-CALC TO WS-BRUTO-PAG.
           MOVE S-MEN TO WS-SMEN-CALC.
           PERFORM 235-BRUTO.
           MOVE WS-BRUTO-CALC TO WS-BRUTO-NVO.
           COMPUTE WS-DIF-REN = WS-BRUTO-NVO - WS-BRUTO-PAG.
           IF WS-DIF-REN > 0
               ADD 1 TO WS-NUM-PER
               ADD WS-DIF-REN TO WS-RET-EMP
               COMPUTE WS-DIAS-DESC = WS-INC-FALTA + WS-INC-NOLAB
               MOVE ID-EMPL      TO WS-DET-ID
               MOVE NOM-EMPL     TO WS-DET-NOM
               MOVE HIS-PERIODO  TO WS-DET-PER
               MOVE HIS-QNA      TO WS-DET-QNA
               MOVE HIS-S-MEN    TO WS-DET-SANT
               MOVE S-MEN        TO WS-DET-SNVO
               MOVE WS-DIAS-DESC TO WS-DET-DIAS
               MOVE WS-INC-EXTRA TO WS-DET-HRS
               MOVE WS-DIF-REN   TO WS-DET-DIF
               MOVE WS-LIN-DET TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.

      *Bruto del renglon para WS-SMEN-CALC, igual que 210 y
      *212-APLICA-INC en CAL-NOM.
       235-BRUTO.
           IF HIS-QNA = 0
               MOVE WS-SMEN-CALC TO WS-BRUTO-CALC
           ELSE
               COMPUTE WS-BRUTO-CALC = WS-SMEN-CALC / 2
           END-IF.
           COMPUTE WS-SAL-DIARIO ROUNDED = WS-SMEN-CALC / 30.
           IF WS-INC-FALTA > 0
               COMPUTE WS-IMP-INC ROUNDED =
                   WS-SAL-DIARIO * WS-INC-FALTA
               SUBTRACT WS-IMP-INC FROM WS-BRUTO-CALC
           END-IF.
           IF WS-INC-NOLAB > 0
               COMPUTE WS-IMP-INC ROUNDED =
                   WS-SAL-DIARIO * WS-INC-NOLAB
               SUBTRACT WS-IMP-INC FROM WS-BRUTO-CALC
           END-IF.
           IF WS-INC-EXTRA > 0
               COMPUTE WS-IMP-INC ROUNDED =
                   WS-SAL-DIARIO / 8 * 2 * WS-INC-EXTRA
               ADD WS-IMP-INC TO WS-BRUTO-CALC
           END-IF.

      *Deja el retroactivo autorizado para CAL-NOM, con el mismo
      *criterio que 260-GRABA-AJUSTE en AJU-ISR: volver a correr
      *el mismo periodo de vigencia sustituye un retroactivo que
      *aun no se paga; uno que CAL-NOM ya pago se conserva con
      *aviso. Sin diferencia no queda retroactivo (y se borra uno
      *anterior sin pagar).
       260-GRABA-AJUSTE.
           MOVE ID-EMPL    TO AJU-ID-EMPL.
           MOVE 'R'        TO AJU-TIPO.
           MOVE WS-PERIODO TO AJU-ORIGEN.
           READ AJUSTES
               INVALID KEY
                   IF WS-RET-EMP > 0
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
                       DISPLAY 'RETROACTIVO YA PAGADO EN NOMINA, SE '
                           'CONSERVA: ' AJU-KEY
                       ADD 1 TO WS-CANT-CONSERVA
                   ELSE
                       IF WS-RET-EMP > 0
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
           MOVE 'F'           TO AJU-SENTIDO.
           MOVE WS-RET-EMP    TO AJU-IMPORTE.
           MOVE WS-RET-EMP    TO AJU-SALDO.
           MOVE 'A'           TO AJU-ESTADO.
           MOVE 0             TO AJU-ULT-PER.
           MOVE 0             TO AJU-ULT-QNA.
           MOVE 0             TO AJU-ULT-MONTO.
           MOVE WS-OPERADOR   TO AJU-OPERADOR.
           MOVE WS-FHA-FECHA  TO AJU-FECHA.

      *Totales del listado para autorizacion de Finanzas.
       300-TOTALES.
           MOVE 'EMPLEADOS CON RETRO' TO WS-TOT-DESC.
           MOVE WS-CANT-GRAL TO WS-TOT-CANT.
           MOVE WS-RET-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'PERIODOS CON DIFERENCIA' TO WS-TOT-DESC.
           MOVE WS-PER-GRAL TO WS-TOT-CANT.
           MOVE WS-RET-GRAL TO WS-TOT-MONTO.
           MOVE WS-LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           IF WS-CANT-OTRO > 0
               MOVE 'CON OTRO RETRO, SIN CALC' TO WS-TOT-DESC
               MOVE WS-CANT-OTRO TO WS-TOT-CANT
               MOVE 0 TO WS-TOT-MONTO
               MOVE WS-LIN-TOTAL TO LIN-LISTADO
               WRITE LIN-LISTADO
               DISPLAY 'EMPLEADOS CON OTRO RETROACTIVO, SIN CALCULAR: '
                   WS-CANT-OTRO ' (VER RETRO.TXT)'
           END-IF.
           IF WS-MODO = 'A'
               DISPLAY 'RETROACTIVOS GRABADOS: ' WS-CANT-GRABA
               DISPLAY 'RETROACTIVOS YA PAGADOS CONSERVADOS: '
                   WS-CANT-CONSERVA
           ELSE
               DISPLAY 'PROPUESTA: NO SE GRABO NINGUN RETROACTIVO'
           END-IF.
