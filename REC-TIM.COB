      *Control del timbrado de los recibos de nomina. Opcion 1:
      *carga el archivo de folios que regresa el PAC (timbres.txt,
      *un renglon por recibo timbrado con ID, periodo, quincena (0
      *en la nomina mensual), folio fiscal UUID y fecha de
      *timbrado) y deja cada recibo 'T' en TIMBRES
      *con su folio, para que EXP-CFD ya no lo vuelva a generar.
      *Opcion 2: lista los recibos de un periodo de HISTORIAL que
      *todavia no tienen folio (nunca generados, o generados y no
      *timbrados), para completarlos antes del cierre fiscal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-TIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLIOS ASSIGN TO 'C:\Users\pc\Desktop\S\timbres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-FOL.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
           SELECT TIMBRES ASSIGN TO 'C:\Users\pc\Desktop\S\timbres'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS WS-FSTAT-TIM.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\sintimb.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el folio fiscal es el comprobante
      *ante el SAT, solo administradores.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD FOLIOS.
       01 LIN-FOLIO PIC X(60).

       FD HISTORIAL.
           COPY REGHIS.

       FD TIMBRES.
           COPY REGTIM.

       FD LISTADO.
       01 LIN-LISTADO PIC X(80).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-FOL PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-TIM PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-OPCION PIC X VALUE SPACES.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).

      *Renglon del archivo de folios del PAC.
       01 WS-REG-FOLIO.
           05 WS-FOL-ID      PIC 9(05).
           05 WS-FOL-PERIODO PIC 9(06).
           05 WS-FOL-QNA     PIC 9(01).
           05 WS-FOL-UUID    PIC X(36).
           05 WS-FOL-FECHA   PIC 9(08).
           05 FILLER         PIC X(04).

       01 WS-CANT-CARGA  PIC 9(05) VALUE 0.
       01 WS-CANT-SINHIS PIC 9(05) VALUE 0.
       01 WS-CANT-SINTIM PIC 9(05) VALUE 0.

       01 WS-LIN-TRABAJO.
           05 WS-TRA-ID      PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-TRA-NOM     PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-TRA-PERIODO PIC 9(06).
           05 FILLER         PIC X(02) VALUE ' Q'.
           05 WS-TRA-QNA     PIC 9(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-TRA-MOTIVO  PIC X(30).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 010-OPCION.
           IF WS-OPCION = '1'
               PERFORM 100-OPEN-CARGA
               PERFORM 200-CARGA UNTIL WS-FLAG = 1
               PERFORM 100-CERRAR-CARGA
           ELSE
               PERFORM 005-PERIODO
               PERFORM 110-OPEN-LISTA
               PERFORM 300-LISTA UNTIL WS-FLAG = 1
               PERFORM 110-CERRAR-LISTA
           END-IF.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *folio fiscal es el comprobante ante el SAT, solo entran
      *administradores, igual que EXP-CFD.
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

      *Captura el periodo a revisar (AAAAMM); el mes 13 es el
      *aguinaldo y el 14 la PTU, igual que en EXP-CFD.
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

       010-OPCION.
           DISPLAY '1 = CARGAR FOLIOS DEL PAC (TIMBRES.TXT)'.
           DISPLAY '2 = LISTAR RECIBOS SIN TIMBRAR'.
           DISPLAY 'OPCION' ACCEPT WS-OPCION.
           IF WS-OPCION NOT = '1' AND WS-OPCION NOT = '2'
               DISPLAY 'OPCION INVALIDA'
               PERFORM 010-OPCION
           END-IF.

       100-OPEN-CARGA.
           OPEN INPUT FOLIOS.
           IF WS-FSTAT-FOL NOT = '00'
               DISPLAY 'ERROR AL ABRIR FOLIOS: ' WS-FSTAT-FOL
               DISPLAY 'BAJAR EL ARCHIVO DEL PAC A TIMBRES.TXT'
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'SIN HISTORIAL (CORRER CAL-NOM ANTES)'
               STOP RUN
           END-IF.
           OPEN I-O TIMBRES.
           IF WS-FSTAT-TIM NOT = '00'
               DISPLAY 'ERROR AL ABRIR TIMBRES: ' WS-FSTAT-TIM
               DISPLAY 'SIN RECIBOS GENERADOS (CORRER EXP-CFD)'
               STOP RUN
           END-IF.

       100-CERRAR-CARGA.
           CLOSE FOLIOS
           CLOSE HISTORIAL
           CLOSE TIMBRES.
           DISPLAY 'FOLIOS CARGADOS:    ' WS-CANT-CARGA.
           DISPLAY 'SIN CIERRE:         ' WS-CANT-SINHIS.

      *Cada folio amarra contra el cierre de HISTORIAL; uno que no
      *amarra se avisa y no se carga.
       200-CARGA.
           READ FOLIOS
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE LIN-FOLIO TO WS-REG-FOLIO
                   PERFORM 210-FOLIO
           END-READ.

       210-FOLIO.
           MOVE WS-FOL-ID      TO HIS-ID-EMPL.
           MOVE WS-FOL-PERIODO TO HIS-PERIODO.
           MOVE WS-FOL-QNA     TO HIS-QNA.
           READ HISTORIAL
               INVALID KEY
                   DISPLAY 'SIN CIERRE: ' WS-FOL-ID ' '
                       WS-FOL-PERIODO ' Q' WS-FOL-QNA
                   ADD 1 TO WS-CANT-SINHIS
               NOT INVALID KEY
                   PERFORM 220-GRABA-FOLIO.

       220-GRABA-FOLIO.
           MOVE WS-FOL-ID      TO TIM-ID-EMPL.
           MOVE WS-FOL-PERIODO TO TIM-PERIODO.
           MOVE WS-FOL-QNA     TO TIM-QNA.
           READ TIMBRES
               INVALID KEY
                   MOVE WS-FOL-FECHA TO TIM-FEC-GEN
           END-READ.
           MOVE 'T'          TO TIM-ESTADO.
           MOVE WS-FOL-UUID  TO TIM-UUID.
           MOVE WS-FOL-FECHA TO TIM-FEC-TIM.
           REWRITE REG-TIM
               INVALID KEY
                   WRITE REG-TIM
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR TIMBRES: ' TIM-KEY
                   END-WRITE
           END-REWRITE.
           ADD 1 TO WS-CANT-CARGA.

       110-OPEN-LISTA.
           OPEN INPUT HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'SIN HISTORIAL (CORRER CAL-NOM ANTES)'
               STOP RUN
           END-IF.
           OPEN INPUT TIMBRES.
           IF WS-FSTAT-TIM NOT = '00' AND WS-FSTAT-TIM NOT = '35'
               DISPLAY 'ERROR AL ABRIR TIMBRES: ' WS-FSTAT-TIM
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO HIS-KEY.
           START HISTORIAL KEY IS GREATER THAN HIS-KEY
               INVALID KEY MOVE 1 TO WS-FLAG.

       110-CERRAR-LISTA.
           CLOSE HISTORIAL
           CLOSE LISTADO.
           IF WS-FSTAT-TIM NOT = '35'
               CLOSE TIMBRES
           END-IF.
           DISPLAY 'RECIBOS SIN TIMBRAR: ' WS-CANT-SINTIM.

      *Sin TIMBRES (nunca se corrio EXP-CFD) todo el periodo sale
      *como no generado. Se listan todas las quincenas del mes.
       300-LISTA.
           READ HISTORIAL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF HIS-PERIODO = WS-PERIODO
                       PERFORM 310-REVISA
                   END-IF
           END-READ.

       310-REVISA.
           MOVE HIS-ID-EMPL  TO WS-TRA-ID.
           MOVE HIS-NOM-EMPL TO WS-TRA-NOM.
           MOVE HIS-PERIODO  TO WS-TRA-PERIODO.
           MOVE HIS-QNA      TO WS-TRA-QNA.
           MOVE SPACES TO WS-TRA-MOTIVO.
           IF WS-FSTAT-TIM = '35'
               MOVE 'NO GENERADO (CORRER EXP-CFD)' TO WS-TRA-MOTIVO
           ELSE
               MOVE HIS-ID-EMPL TO TIM-ID-EMPL
               MOVE HIS-PERIODO TO TIM-PERIODO
               MOVE HIS-QNA     TO TIM-QNA
               READ TIMBRES
                   INVALID KEY
                       MOVE 'NO GENERADO (CORRER EXP-CFD)'
                           TO WS-TRA-MOTIVO
                   NOT INVALID KEY
                       IF TIM-ESTADO NOT = 'T'
                           MOVE 'GENERADO, SIN FOLIO DEL PAC'
                               TO WS-TRA-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF WS-TRA-MOTIVO NOT = SPACES
               MOVE WS-LIN-TRABAJO TO LIN-LISTADO
               WRITE LIN-LISTADO
               ADD 1 TO WS-CANT-SINTIM
           END-IF.
