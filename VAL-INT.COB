      *Verificacion de integridad entre EMPLEADO y sus archivos
      *satelite. Cada programa de mantenimiento valida el ID solo
      *al capturar, y las reconstrucciones de REC-EMP o las
      *reversas de REC-JRN pueden dejar renglones huerfanos. Este
      *programa solo lee: barre cada archivo y lista en
      *integ.txt cada inconsistencia con su archivo y tipo, y al
      *final el conteo por tipo y el resultado:
      *  EMPLEADO  NOM-DEP que no esta en DEPTO, y opcion de
      *            escala (OPC-SUE) sin monto en ESCALA para el
      *            departamento (solo no-bajas)
      *  BANCO, CONCEPTO, INCIDEN, VACAC, PAGOS, HISTORIAL y
      *  AUDITORIA con ID que no existe en EMPLEADO
      *  CONCEPTO  prestamo activo con saldo de un empleado en baja
      *  INCIDEN   incidencia de un periodo ya cerrado ('X') que
      *            nunca se pago (sin renglon en HISTORIAL)
      *  PAGOS     deposito sin renglon en HISTORIAL
      *Un archivo satelite que no existe no se revisa (se anota en
      *el listado). Con alguna inconsistencia el programa termina
      *con codigo 4 y el listado cierra con CON INCONSISTENCIAS,
      *que es lo que revisa CIE-NOM antes de calcular.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-INT.
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
           SELECT DEPTO ASSIGN TO 'C:\Users\pc\Desktop\S\depto'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-DEP
               FILE STATUS IS WS-FSTAT-DEP.
           SELECT ESCALA ASSIGN TO 'C:\Users\pc\Desktop\S\escala'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-KEY
               FILE STATUS IS WS-FSTAT-ESC.
           SELECT BANCO ASSIGN TO 'C:\Users\pc\Desktop\S\banco'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-ID-EMPL
               FILE STATUS IS WS-FSTAT-BCO.
           SELECT CONCEPTO ASSIGN TO 'C:\Users\pc\Desktop\S\concep'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-FSTAT-CON.
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-INC.
           SELECT VACAC ASSIGN TO 'C:\Users\pc\Desktop\S\vacac'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-KEY
               FILE STATUS IS WS-FSTAT-VAC.
           SELECT PAGOS ASSIGN TO 'C:\Users\pc\Desktop\S\pagos'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS WS-FSTAT-PAG.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
           SELECT AUDITORIA ASSIGN TO 'C:\Users\pc\Desktop\S\audit'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-AUD.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\integ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): solo lectura, entran administradores
      *y el rol de reportes/consulta.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO.
           COPY REGEMPL.

       FD DEPTO.
           COPY REGDEP.

       FD ESCALA.
           COPY REGESC.

       FD BANCO.
           COPY REGBCO.

       FD CONCEPTO.
           COPY REGCON.

       FD INCIDEN.
           COPY REGINC.

       FD VACAC.
           COPY REGVAC.

       FD PAGOS.
           COPY REGPAG.

       FD HISTORIAL.
           COPY REGHIS.

       FD AUDITORIA.
           COPY REGAUD.

       FD PERIODOS.
           COPY REGPER.

       FD LISTADO.
       01 LIN-LISTADO PIC X(80).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-DEP PIC XX.
       01 WS-FSTAT-ESC PIC XX.
       01 WS-FSTAT-BCO PIC XX.
       01 WS-FSTAT-CON PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-VAC PIC XX.
       01 WS-FSTAT-PAG PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-AUD PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-FSTAT-ABRE PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-HAY-DEP PIC X VALUE 'N'.
       01 WS-HAY-ESC PIC X VALUE 'N'.
       01 WS-HAY-BCO PIC X VALUE 'N'.
       01 WS-HAY-CON PIC X VALUE 'N'.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-HAY-VAC PIC X VALUE 'N'.
       01 WS-HAY-PAG PIC X VALUE 'N'.
       01 WS-HAY-HIS PIC X VALUE 'N'.
       01 WS-HAY-AUD PIC X VALUE 'N'.
       01 WS-HAY-PER PIC X VALUE 'N'.
       01 WS-EXISTE  PIC X VALUE 'N'.
       01 WS-ARCH-FALTA PIC X(10) VALUE SPACES.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Departamentos de DEPTO (COD-DEP es de un digito).
       01 WS-TAB-DEP.
           05 WS-DEP-TAB PIC X(10) OCCURS 10 TIMES.
       01 WS-NUM-DEP PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.
       01 WS-ENCONTRADO PIC X VALUE 'N'.

      *Tipos de inconsistencia: archivo y descripcion, con su
      *conteo en WS-TAB-CANT.
       01 WS-TAB-TIPOS-VAL.
           05 FILLER PIC X(10) VALUE 'EMPLEADO'.
           05 FILLER PIC X(30) VALUE 'DEPARTAMENTO NO ESTA EN DEPTO'.
           05 FILLER PIC X(10) VALUE 'EMPLEADO'.
           05 FILLER PIC X(30) VALUE 'OPCION SIN MONTO EN ESCALA'.
           05 FILLER PIC X(10) VALUE 'BANCO'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'CONCEPTO'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'CONCEPTO'.
           05 FILLER PIC X(30) VALUE 'PRESTAMO ACTIVO EN BAJA'.
           05 FILLER PIC X(10) VALUE 'INCIDEN'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'INCIDEN'.
           05 FILLER PIC X(30) VALUE 'PERIODO CERRADO SIN PAGAR'.
           05 FILLER PIC X(10) VALUE 'VACAC'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'PAGOS'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'PAGOS'.
           05 FILLER PIC X(30) VALUE 'SIN RENGLON EN HISTORIAL'.
           05 FILLER PIC X(10) VALUE 'HISTORIAL'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
           05 FILLER PIC X(10) VALUE 'AUDITORIA'.
           05 FILLER PIC X(30) VALUE 'EMPLEADO NO EXISTE'.
       01 WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-VAL.
           05 WS-TIPO-ENT OCCURS 12 TIMES.
               10 WS-TIPO-ARCH PIC X(10).
               10 WS-TIPO-DESC PIC X(30).
       01 WS-TAB-CANT.
           05 WS-TIPO-CANT PIC 9(05) OCCURS 12 TIMES.
       01 WS-NUM-TIPOS  PIC 9(02) VALUE 12.
       01 WS-TIPO       PIC 9(02) VALUE 0.
       01 WS-TOT-INCON  PIC 9(07) VALUE 0.

      *Dato que acompana a cada inconsistencia en el listado.
       01 WS-ERR-ID     PIC 9(05) VALUE 0.
       01 WS-ERR-DATO   PIC X(20) VALUE SPACES.
       01 WS-DATO-PER.
           05 WS-DPQ-PER    PIC 9(06).
           05 FILLER        PIC X(02) VALUE ' Q'.
           05 WS-DPQ-QNA    PIC 9(01).
       01 WS-DATO-ESC.
           05 WS-DES-DEP    PIC X(10).
           05 FILLER        PIC X(05) VALUE ' OPC '.
           05 WS-DES-OPC    PIC 9(01).
       01 WS-DATO-CON.
           05 WS-DCO-COD    PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DCO-DESC   PIC X(12).

       01 WS-LIN-ENCAB.
           05 FILLER        PIC X(40)
               VALUE 'VERIFICACION DE INTEGRIDAD DE ARCHIVOS'.
           05 WS-ENC-FECHA  PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-ENC-HORA   PIC 9(06).
       01 WS-LIN-COLUMNAS.
           05 FILLER PIC X(11) VALUE 'ARCHIVO'.
           05 FILLER PIC X(31) VALUE 'INCONSISTENCIA'.
           05 FILLER PIC X(06) VALUE 'ID'.
           05 FILLER PIC X(04) VALUE 'DATO'.
       01 WS-LIN-DET.
           05 WS-DET-ARCH   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO   PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-DATO   PIC X(20).
       01 WS-LIN-FALTA.
           05 WS-FAL-ARCH   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(30) VALUE 'SIN ARCHIVO, NO SE REVISA'.
       01 WS-LIN-RESUMEN.
           05 WS-RES-ARCH   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-RES-TIPO   PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-RES-CANT   PIC ZZ,ZZZ,ZZ9.
       01 WS-LIN-RAYA PIC X(52) VALUE ALL '-'.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 100-OPEN.
           PERFORM 150-CARGA-DEPTO.
           MOVE 0 TO WS-FLAG.
           PERFORM 200-EMPLEADOS UNTIL WS-FLAG = 1.
           PERFORM 300-BANCO.
           PERFORM 310-CONCEPTO.
           PERFORM 320-INCIDEN.
           PERFORM 330-VACAC.
           PERFORM 340-PAGOS.
           PERFORM 350-HISTORIAL.
           PERFORM 360-AUDITORIA.
           PERFORM 400-RESUMEN.
           PERFORM 100-CERRAR.
           IF WS-TOT-INCON > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. La
      *verificacion no cambia nada, la pueden correr
      *administradores y el rol de reportes/consulta.
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

      *EMPLEADO es obligatorio; los satelites que no existan no se
      *revisan y quedan anotados al principio del listado.
       100-OPEN.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-FHA-FECHA TO WS-ENC-FECHA.
           MOVE WS-FHA-HORA  TO WS-ENC-HORA.
           MOVE WS-LIN-ENCAB TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE ZEROS TO WS-TAB-CANT.
           OPEN INPUT DEPTO.
           MOVE WS-FSTAT-DEP TO WS-FSTAT-ABRE.
           MOVE 'DEPTO' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-DEP.
           OPEN INPUT ESCALA.
           MOVE WS-FSTAT-ESC TO WS-FSTAT-ABRE.
           MOVE 'ESCALA' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-ESC.
           OPEN INPUT BANCO.
           MOVE WS-FSTAT-BCO TO WS-FSTAT-ABRE.
           MOVE 'BANCO' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-BCO.
           OPEN INPUT CONCEPTO.
           MOVE WS-FSTAT-CON TO WS-FSTAT-ABRE.
           MOVE 'CONCEPTO' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-CON.
           OPEN INPUT INCIDEN.
           MOVE WS-FSTAT-INC TO WS-FSTAT-ABRE.
           MOVE 'INCIDEN' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-INC.
           OPEN INPUT VACAC.
           MOVE WS-FSTAT-VAC TO WS-FSTAT-ABRE.
           MOVE 'VACAC' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-VAC.
           OPEN INPUT PAGOS.
           MOVE WS-FSTAT-PAG TO WS-FSTAT-ABRE.
           MOVE 'PAGOS' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-PAG.
           OPEN INPUT HISTORIAL.
           MOVE WS-FSTAT-HIS TO WS-FSTAT-ABRE.
           MOVE 'HISTORIAL' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-HIS.
           OPEN INPUT AUDITORIA.
           MOVE WS-FSTAT-AUD TO WS-FSTAT-ABRE.
           MOVE 'AUDITORIA' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-AUD.
           OPEN INPUT PERIODOS.
           MOVE WS-FSTAT-PER TO WS-FSTAT-ABRE.
           MOVE 'PERIODOS' TO WS-ARCH-FALTA.
           PERFORM 110-VERIFICA-OPEN.
           MOVE WS-EXISTE TO WS-HAY-PER.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-LIN-COLUMNAS TO LIN-LISTADO.
           WRITE LIN-LISTADO.

      *Resultado de abrir un satelite (el status se deja en
      *WS-FSTAT-ABRE): '35' no existe y se anota, '00' se revisa,
      *cualquier otro detiene la verificacion.
       110-VERIFICA-OPEN.
           EVALUATE WS-FSTAT-ABRE
               WHEN '35'
                   MOVE 'N' TO WS-EXISTE
                   MOVE WS-ARCH-FALTA TO WS-FAL-ARCH
                   MOVE WS-LIN-FALTA TO LIN-LISTADO
                   WRITE LIN-LISTADO
               WHEN '00'
                   MOVE 'S' TO WS-EXISTE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-ARCH-FALTA ': '
                       WS-FSTAT-ABRE
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       100-CERRAR.
           CLOSE EMPLEADO
           CLOSE LISTADO.
           IF WS-HAY-DEP = 'S'
               CLOSE DEPTO
           END-IF.
           IF WS-HAY-ESC = 'S'
               CLOSE ESCALA
           END-IF.
           IF WS-HAY-BCO = 'S'
               CLOSE BANCO
           END-IF.
           IF WS-HAY-CON = 'S'
               CLOSE CONCEPTO
           END-IF.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.
           IF WS-HAY-VAC = 'S'
               CLOSE VACAC
           END-IF.
           IF WS-HAY-PAG = 'S'
               CLOSE PAGOS
           END-IF.
           IF WS-HAY-HIS = 'S'
               CLOSE HISTORIAL
           END-IF.
           IF WS-HAY-AUD = 'S'
               CLOSE AUDITORIA
           END-IF.
           IF WS-HAY-PER = 'S'
               CLOSE PERIODOS
           END-IF.
           DISPLAY 'LISTADO DE INTEGRIDAD GENERADO (INTEG.TXT)'.

       150-CARGA-DEPTO.
           MOVE 0 TO WS-NUM-DEP.
           IF WS-HAY-DEP = 'S'
               MOVE '00' TO WS-FSTAT-DEP
               PERFORM UNTIL WS-FSTAT-DEP NOT = '00'
                   READ DEPTO NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-DEP
                       NOT AT END
                           IF WS-NUM-DEP < 10
                               ADD 1 TO WS-NUM-DEP
                               MOVE DESC-DEP TO WS-DEP-TAB(WS-NUM-DEP)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Departamento y opcion de escala de cada empleado vigente;
      *las bajas conservan el departamento con el que salieron.
       200-EMPLEADOS.
           READ EMPLEADO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF EST-EMPL NOT = 'B'
                       PERFORM 210-REVISA-DEP
                       PERFORM 220-REVISA-ESC
                   END-IF
           END-READ.

       210-REVISA-DEP.
           IF WS-HAY-DEP = 'S'
               MOVE 'N' TO WS-ENCONTRADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-DEP
                          OR WS-ENCONTRADO = 'S'
                   IF WS-DEP-TAB(WS-IDX) = NOM-DEP
                       MOVE 'S' TO WS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-ENCONTRADO = 'N'
                   MOVE 1       TO WS-TIPO
                   MOVE ID-EMPL TO WS-ERR-ID
                   MOVE NOM-DEP TO WS-ERR-DATO
                   PERFORM 900-INCONSISTENCIA
               END-IF
           END-IF.

      *Sin opcion (OPC-SUE en cero, capturado antes de la escala)
      *no hay par que buscar; REA-SAL lo reporta aparte.
       220-REVISA-ESC.
           IF WS-HAY-ESC = 'S' AND OPC-SUE NOT = 0
               MOVE NOM-DEP TO ESC-NOM-DEP
               MOVE OPC-SUE TO ESC-OPCION
               READ ESCALA
                   INVALID KEY
                       MOVE 2       TO WS-TIPO
                       MOVE ID-EMPL TO WS-ERR-ID
                       MOVE NOM-DEP TO WS-DES-DEP
                       MOVE OPC-SUE TO WS-DES-OPC
                       MOVE WS-DATO-ESC TO WS-ERR-DATO
                       PERFORM 900-INCONSISTENCIA
               END-READ
           END-IF.

       300-BANCO.
           IF WS-HAY-BCO = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 301-LEE-BANCO UNTIL WS-FLAG = 1
           END-IF.

       301-LEE-BANCO.
           READ BANCO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE BCO-ID-EMPL TO WS-ERR-ID
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 3 TO WS-TIPO
                       MOVE BCO-NOM-BCO TO WS-ERR-DATO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
           END-READ.

      *Un prestamo o concepto con saldo sigue descontandose solo
      *mientras el empleado cobra: en baja lo debio cerrar el
      *finiquito (CAL-FIN) o MANT-CON.
       310-CONCEPTO.
           IF WS-HAY-CON = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 311-LEE-CONCEPTO UNTIL WS-FLAG = 1
           END-IF.

       311-LEE-CONCEPTO.
           READ CONCEPTO NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE CON-ID-EMPL TO WS-ERR-ID
                   MOVE CON-CODIGO  TO WS-DCO-COD
                   MOVE CON-DESC    TO WS-DCO-DESC
                   MOVE WS-DATO-CON TO WS-ERR-DATO
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 4 TO WS-TIPO
                       PERFORM 900-INCONSISTENCIA
                   ELSE
                       IF EST-EMPL = 'B' AND CON-ESTADO = 'A'
                          AND CON-SALDO > 0
                           MOVE 5 TO WS-TIPO
                           PERFORM 900-INCONSISTENCIA
                       END-IF
                   END-IF
           END-READ.

      *Una incidencia de un periodo ya cerrado es historia si el
      *empleado cobro ese periodo; si no hay renglon en HISTORIAL
      *se capturo despues del calculo y nunca se pago.
       320-INCIDEN.
           IF WS-HAY-INC = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 321-LEE-INCIDEN UNTIL WS-FLAG = 1
           END-IF.

       321-LEE-INCIDEN.
           READ INCIDEN NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE INC-ID-EMPL TO WS-ERR-ID
                   MOVE INC-PERIODO TO WS-DPQ-PER
                   MOVE INC-QNA     TO WS-DPQ-QNA
                   MOVE WS-DATO-PER TO WS-ERR-DATO
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 6 TO WS-TIPO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
                   IF WS-HAY-PER = 'S' AND WS-HAY-HIS = 'S'
                       PERFORM 322-PERIODO-CERRADO
                   END-IF
           END-READ.

       322-PERIODO-CERRADO.
           MOVE INC-PERIODO TO PER-PERIODO.
           MOVE INC-QNA     TO PER-QNA.
           READ PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-ESTADO = 'X'
                       MOVE INC-KEY TO HIS-KEY
                       READ HISTORIAL
                           INVALID KEY
                               MOVE 7 TO WS-TIPO
                               PERFORM 900-INCONSISTENCIA
                       END-READ
                   END-IF
           END-READ.

       330-VACAC.
           IF WS-HAY-VAC = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 331-LEE-VACAC UNTIL WS-FLAG = 1
           END-IF.

       331-LEE-VACAC.
           READ VACAC NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VAC-ID-EMPL TO WS-ERR-ID
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 8 TO WS-TIPO
                       MOVE VAC-FEC-INI TO WS-ERR-DATO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
           END-READ.

      *Cada deposito sale de un renglon de HISTORIAL con la misma
      *llave (empleado, periodo, quincena).
       340-PAGOS.
           IF WS-HAY-PAG = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 341-LEE-PAGOS UNTIL WS-FLAG = 1
           END-IF.

       341-LEE-PAGOS.
           READ PAGOS NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE PAG-ID-EMPL TO WS-ERR-ID
                   MOVE PAG-PERIODO TO WS-DPQ-PER
                   MOVE PAG-QNA     TO WS-DPQ-QNA
                   MOVE WS-DATO-PER TO WS-ERR-DATO
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 9 TO WS-TIPO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
                   IF WS-HAY-HIS = 'S'
                       MOVE PAG-KEY TO HIS-KEY
                       READ HISTORIAL
                           INVALID KEY
                               MOVE 10 TO WS-TIPO
                               PERFORM 900-INCONSISTENCIA
                       END-READ
                   END-IF
           END-READ.

       350-HISTORIAL.
           IF WS-HAY-HIS = 'S'
               MOVE 0 TO HIS-ID-EMPL HIS-PERIODO HIS-QNA
               MOVE '00' TO WS-FSTAT-HIS
               START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-HIS
               END-START
               MOVE 0 TO WS-FLAG
               IF WS-FSTAT-HIS = '00'
                   PERFORM 351-LEE-HISTORIAL UNTIL WS-FLAG = 1
               END-IF
           END-IF.

       351-LEE-HISTORIAL.
           READ HISTORIAL NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE HIS-ID-EMPL TO WS-ERR-ID
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 11 TO WS-TIPO
                       MOVE HIS-PERIODO TO WS-DPQ-PER
                       MOVE HIS-QNA     TO WS-DPQ-QNA
                       MOVE WS-DATO-PER TO WS-ERR-DATO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
           END-READ.

       360-AUDITORIA.
           IF WS-HAY-AUD = 'S'
               MOVE 0 TO WS-FLAG
               PERFORM 361-LEE-AUDITORIA UNTIL WS-FLAG = 1
           END-IF.

       361-LEE-AUDITORIA.
           READ AUDITORIA
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE AUD-ID-EMPL TO WS-ERR-ID
                   PERFORM 910-BUSCA-EMP
                   IF WS-EXISTE = 'N'
                       MOVE 12 TO WS-TIPO
                       MOVE AUD-FEC-HORA TO WS-ERR-DATO
                       PERFORM 900-INCONSISTENCIA
                   END-IF
           END-READ.

      *Conteo por tipo y resultado final. La ultima linea del
      *listado es la que revisa CIE-NOM.
       400-RESUMEN.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 'RESUMEN POR TIPO' TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE WS-LIN-RAYA TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           PERFORM VARYING WS-TIPO FROM 1 BY 1
                   UNTIL WS-TIPO > WS-NUM-TIPOS
               MOVE WS-TIPO-ARCH(WS-TIPO) TO WS-RES-ARCH
               MOVE WS-TIPO-DESC(WS-TIPO) TO WS-RES-TIPO
               MOVE WS-TIPO-CANT(WS-TIPO) TO WS-RES-CANT
               MOVE WS-LIN-RESUMEN TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-PERFORM.
           MOVE WS-LIN-RAYA TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES           TO WS-RES-ARCH.
           MOVE 'TOTAL'          TO WS-RES-TIPO.
           MOVE WS-TOT-INCON     TO WS-RES-CANT.
           MOVE WS-LIN-RESUMEN TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           IF WS-TOT-INCON = 0
               MOVE 'RESULTADO: CORRECTO' TO LIN-LISTADO
           ELSE
               MOVE 'RESULTADO: CON INCONSISTENCIAS' TO LIN-LISTADO
           END-IF.
           WRITE LIN-LISTADO.
           DISPLAY LIN-LISTADO.
           DISPLAY 'INCONSISTENCIAS: ' WS-TOT-INCON.

      *Anota una inconsistencia del tipo WS-TIPO con el ID y el
      *dato que la identifican.
       900-INCONSISTENCIA.
           ADD 1 TO WS-TIPO-CANT(WS-TIPO).
           ADD 1 TO WS-TOT-INCON.
           MOVE WS-TIPO-ARCH(WS-TIPO) TO WS-DET-ARCH.
           MOVE WS-TIPO-DESC(WS-TIPO) TO WS-DET-TIPO.
           MOVE WS-ERR-ID   TO WS-DET-ID.
           MOVE WS-ERR-DATO TO WS-DET-DATO.
           MOVE WS-LIN-DET TO LIN-LISTADO.
           WRITE LIN-LISTADO.

      *Busca en EMPLEADO el ID de WS-ERR-ID; si existe el registro
      *queda leido para revisar su estatus.
       910-BUSCA-EMP.
           MOVE WS-ERR-ID TO ID-EMPL.
           READ EMPLEADO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ.
