      *Consulta de un empleado en una sola pantalla, para atender
      *en ventanilla sin correr LEE-SEC, MANT-BCO, MANT-CON,
      *RPT-VAC, RPT-HIS y buscar en PAGOS uno tras otro. Se busca
      *por ID o por nombre/prefijo sobre la clave alterna NOM-EMPL
      *(igual que MANT-EMP) y muestra: datos de EMPLEADO (estado,
      *ingreso, antiguedad, sueldo, frecuencia), banco con la
      *CLABE enmascarada, conceptos activos con su saldo, saldo de
      *vacaciones del ano de aniversario (mismo calculo que
      *RPT-VAC) y los ultimos periodos de HISTORIAL con el estado
      *del deposito en PAGOS y el motivo de rechazo del banco.
      *Solo lee: los archivos de nomina se abren de entrada.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-EMP.
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
      *Los archivos satelite son opcionales: si alguno no existe
      *su seccion de la pantalla lo indica y la consulta sigue.
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
           SELECT ANTIG ASSIGN TO 'C:\Users\pc\Desktop\S\antig'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-ANIOS
               FILE STATUS IS WS-FSTAT-ANT.
           SELECT VACAC ASSIGN TO 'C:\Users\pc\Desktop\S\vacac'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-KEY
               FILE STATUS IS WS-FSTAT-VAC.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-HIS.
           SELECT PAGOS ASSIGN TO 'C:\Users\pc\Desktop\S\pagos'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS WS-FSTAT-PAG.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): la consulta la usan administradores
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

       FD BANCO.
           COPY REGBCO.

       FD CONCEPTO.
           COPY REGCON.

       FD ANTIG.
           COPY REGANT.

       FD VACAC.
           COPY REGVAC.

       FD HISTORIAL.
           COPY REGHIS.

       FD PAGOS.
           COPY REGPAG.

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-BCO PIC XX.
       01 WS-FSTAT-CON PIC XX.
       01 WS-FSTAT-ANT PIC XX.
       01 WS-FSTAT-VAC PIC XX.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-PAG PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-HAY-BCO PIC X VALUE 'N'.
       01 WS-HAY-CON PIC X VALUE 'N'.
       01 WS-HAY-ANT PIC X VALUE 'N'.
       01 WS-HAY-VAC PIC X VALUE 'N'.
       01 WS-HAY-HIS PIC X VALUE 'N'.
       01 WS-HAY-PAG PIC X VALUE 'N'.
       01 WS-OTRO PIC X VALUE 'S'.

      *Busqueda: por ID, o por nombre o prefijo sobre NOM-EMPL
      *tecleando 0 (ver 205-BUSCA-NOMBRE en MANT-EMP).
       01 WS-ID-BUSCA PIC 9(05) VALUE 0.
       01 WS-NOM-BUSCA PIC X(20).
       01 WS-LARGO PIC 9(02) VALUE 0.
       01 WS-POS   PIC 9(02) VALUE 0.

       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).
       01 WS-FECHA-HOY PIC 9(08) VALUE 0.
       01 WS-ANIO-HOY  PIC 9(04) VALUE 0.

      *Copia en memoria de la tabla ANTIG, igual que RPT-VAC.
       01 WS-TAB-ANT.
           05 WS-ANT-FILA OCCURS 30 TIMES.
               10 WS-ANT-ANIOS PIC 9(02).
               10 WS-ANT-DIAS  PIC 9(02).
       01 WS-NUM-ANT PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.

      *Antiguedad y vacaciones del ano de aniversario en curso,
      *mismo criterio que 220/230/240 en RPT-VAC. Para una baja
      *la antiguedad corre hasta la fecha de baja.
       01 WS-FECHA-CORTE PIC 9(08) VALUE 0.
       01 WS-ANIOS-SERV  PIC 9(02) VALUE 0.
       01 WS-DIAS-VAC    PIC 9(02) VALUE 0.
       01 WS-FING-MMDD   PIC 9(04) VALUE 0.
       01 WS-FECHA-ULT-ANIV PIC 9(08) VALUE 0.
       01 WS-ULT-DET REDEFINES WS-FECHA-ULT-ANIV.
           05 WS-ULT-ANIO PIC 9(04).
           05 WS-ULT-MMDD PIC 9(04).
       01 WS-DIAS-TOMADOS PIC 9(03) VALUE 0.
       01 WS-SALDO        PIC S9(03) VALUE 0.

      *CLABE enmascarada: solo se muestran los ultimos 4 digitos.
       01 WS-CLABE-MASC PIC X(18) VALUE SPACES.

      *Ultimos periodos del empleado en HISTORIAL: se recorren en
      *orden de clave y se conservan los mas recientes.
       01 WS-MAX-PER  PIC 9(02) VALUE 6.
       01 WS-NUM-PER  PIC 9(02) VALUE 0.
       01 WS-TAB-PER.
           05 WS-PER-ENT OCCURS 6 TIMES.
               10 WS-TP-PERIODO PIC 9(06).
               10 WS-TP-QNA     PIC 9(01).
               10 WS-TP-DEDUC   PIC 9(07)V99.
               10 WS-TP-NETO    PIC 9(07)V99.
       01 WS-CANT-CON PIC 9(03) VALUE 0.

       01 WS-LIN-EMP1.
           05 FILLER        PIC X(09) VALUE 'EMPLEADO '.
           05 WS-LE-ID      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LE-NOM     PIC X(20).
           05 FILLER        PIC X(07) VALUE ' DEPTO '.
           05 WS-LE-DEP     PIC X(10).
       01 WS-LIN-EMP2.
           05 FILLER        PIC X(07) VALUE 'ESTADO '.
           05 WS-LE-EST     PIC X(06).
           05 FILLER        PIC X(09) VALUE ' INGRESO '.
           05 WS-LE-FING    PIC 9(08).
           05 FILLER        PIC X(12) VALUE ' ANTIGUEDAD '.
           05 WS-LE-ANIOS   PIC Z9.
           05 FILLER        PIC X(05) VALUE ' ANOS'.
       01 WS-LIN-EMP3.
           05 FILLER        PIC X(07) VALUE 'SUELDO '.
           05 WS-LE-SMEN    PIC ZZ,ZZ9.
           05 FILLER        PIC X(07) VALUE ' PAGO '.
           05 WS-LE-FREC    PIC X(09).
       01 WS-LIN-BCO.
           05 FILLER        PIC X(06) VALUE 'BANCO '.
           05 WS-LB-BANCO   PIC 9(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LB-NOM     PIC X(15).
           05 FILLER        PIC X(07) VALUE ' CLABE '.
           05 WS-LB-CLABE   PIC X(18).
       01 WS-LIN-CON.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-LC-COD     PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LC-DESC    PIC X(12).
           05 FILLER        PIC X(09) VALUE ' IMPORTE '.
           05 WS-LC-IMP     PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(07) VALUE ' SALDO '.
           05 WS-LC-SALDO   PIC Z,ZZZ,ZZ9.99.
       01 WS-LIN-VAC.
           05 FILLER        PIC X(21) VALUE 'VACACIONES ANO DESDE '.
           05 WS-LV-ANIV    PIC 9(08).
           05 FILLER        PIC X(09) VALUE ' DERECHO '.
           05 WS-LV-DER     PIC Z9.
           05 FILLER        PIC X(09) VALUE ' TOMADOS '.
           05 WS-LV-TOM     PIC ZZ9.
           05 FILLER        PIC X(07) VALUE ' SALDO '.
           05 WS-LV-SALDO   PIC ZZ9-.
       01 WS-LIN-PER.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-LP-PER     PIC 9(06).
           05 FILLER        PIC X(02) VALUE ' Q'.
           05 WS-LP-QNA     PIC 9(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LP-DEDUC   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LP-NETO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LP-EST     PIC X(13).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LP-FECHA   PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LP-MOTIVO  PIC X(30).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 005-FIRMA.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-FHA-FECHA TO WS-FECHA-HOY.
           COMPUTE WS-ANIO-HOY = WS-FECHA-HOY / 10000.
           PERFORM 100-OPEN.
           IF WS-HAY-ANT = 'S'
               PERFORM 110-CARGA-ANTIG
           END-IF.
           PERFORM 200-CONSULTA UNTIL WS-FLAG = 1.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. La
      *consulta la pueden correr administradores y el rol de
      *reportes/consulta.
       005-FIRMA.
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

       100-OPEN.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN INPUT BANCO.
           EVALUATE WS-FSTAT-BCO
               WHEN '35'
                   MOVE 'N' TO WS-HAY-BCO
               WHEN '00'
                   MOVE 'S' TO WS-HAY-BCO
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BANCO: ' WS-FSTAT-BCO
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
           OPEN INPUT ANTIG.
           EVALUATE WS-FSTAT-ANT
               WHEN '35'
                   MOVE 'N' TO WS-HAY-ANT
               WHEN '00'
                   MOVE 'S' TO WS-HAY-ANT
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ANTIG: ' WS-FSTAT-ANT
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT VACAC.
           EVALUATE WS-FSTAT-VAC
               WHEN '35'
                   MOVE 'N' TO WS-HAY-VAC
               WHEN '00'
                   MOVE 'S' TO WS-HAY-VAC
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR VACAC: ' WS-FSTAT-VAC
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT HISTORIAL.
           EVALUATE WS-FSTAT-HIS
               WHEN '35'
                   MOVE 'N' TO WS-HAY-HIS
               WHEN '00'
                   MOVE 'S' TO WS-HAY-HIS
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT PAGOS.
           EVALUATE WS-FSTAT-PAG
               WHEN '35'
                   MOVE 'N' TO WS-HAY-PAG
               WHEN '00'
                   MOVE 'S' TO WS-HAY-PAG
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PAGOS: ' WS-FSTAT-PAG
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       100-CERRAR.
           CLOSE EMPLEADO.
           IF WS-HAY-BCO = 'S'
               CLOSE BANCO
           END-IF.
           IF WS-HAY-CON = 'S'
               CLOSE CONCEPTO
           END-IF.
           IF WS-HAY-ANT = 'S'
               CLOSE ANTIG
           END-IF.
           IF WS-HAY-VAC = 'S'
               CLOSE VACAC
           END-IF.
           IF WS-HAY-HIS = 'S'
               CLOSE HISTORIAL
           END-IF.
           IF WS-HAY-PAG = 'S'
               CLOSE PAGOS
           END-IF.

      *Pasa la tabla ANTIG a memoria, igual que 110-CARGA-ANTIG en
      *RPT-VAC; vacia se trata como si no existiera.
       110-CARGA-ANTIG.
           MOVE LOW-VALUES TO ANT-ANIOS.
           START ANTIG KEY IS GREATER THAN ANT-ANIOS
               INVALID KEY MOVE '10' TO WS-FSTAT-ANT
           END-START.
           PERFORM UNTIL WS-FSTAT-ANT NOT = '00'
               READ ANTIG NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-ANT
                   NOT AT END
                       IF WS-NUM-ANT < 30
                           ADD 1 TO WS-NUM-ANT
                           MOVE ANT-ANIOS    TO WS-ANT-ANIOS(WS-NUM-ANT)
                           MOVE ANT-DIAS-VAC TO WS-ANT-DIAS(WS-NUM-ANT)
                       END-IF
               END-READ
           END-PERFORM.

      *Una consulta: busca por ID (o por nombre tecleando 0, igual
      *que 200-MANTENIMIENTO en MANT-EMP) y muestra la pantalla.
       200-CONSULTA.
           DISPLAY 'ID-EMPL A CONSULTAR (0 = BUSCAR POR NOMBRE)'.
           ACCEPT WS-ID-BUSCA.
           IF WS-ID-BUSCA = 0
               PERFORM 205-BUSCA-NOMBRE
           END-IF.
           IF WS-ID-BUSCA = 0
               DISPLAY 'SIN SELECCION'
           ELSE
               MOVE WS-ID-BUSCA TO ID-EMPL
               READ EMPLEADO
                   INVALID KEY
                       DISPLAY 'REGISTRO NO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM 300-PANTALLA
               END-READ
           END-IF.

           DISPLAY 'DESEA CONSULTAR OTRO ID? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'N'
               MOVE 1 TO WS-FLAG.

      *Busqueda por nombre o prefijo sobre la clave alterna
      *NOM-EMPL: lista las coincidencias y el operador elige el ID.
       205-BUSCA-NOMBRE.
           DISPLAY 'NOMBRE O PREFIJO' ACCEPT WS-NOM-BUSCA.
           PERFORM 206-LARGO-PREFIJO.
           IF WS-LARGO = 0
               DISPLAY 'NOMBRE VACIO'
           ELSE
               MOVE WS-NOM-BUSCA TO NOM-EMPL
               MOVE '00' TO WS-FSTAT-EMP
               START EMPLEADO KEY IS NOT LESS THAN NOM-EMPL
                   INVALID KEY
                       MOVE '10' TO WS-FSTAT-EMP
                       DISPLAY 'SIN COINCIDENCIAS'
               END-START
               PERFORM 207-LEE-COINCIDENCIA
                   UNTIL WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ID A CONSULTAR (0 = CANCELAR)'
               ACCEPT WS-ID-BUSCA
           END-IF.

       206-LARGO-PREFIJO.
           MOVE 0 TO WS-LARGO.
           PERFORM VARYING WS-POS FROM 20 BY -1
                   UNTIL WS-POS < 1 OR WS-LARGO NOT = 0
               IF WS-NOM-BUSCA(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-LARGO
               END-IF
           END-PERFORM.

       207-LEE-COINCIDENCIA.
           READ EMPLEADO NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-EMP
               NOT AT END
                   IF NOM-EMPL(1:WS-LARGO) NOT =
                      WS-NOM-BUSCA(1:WS-LARGO)
                       MOVE '10' TO WS-FSTAT-EMP
                   ELSE
                       DISPLAY ID-EMPL ' ' NOM-EMPL ' '
                           NOM-DEP ' ' EST-EMPL
                   END-IF
           END-READ.

      *Pantalla del empleado leido en REG-EMPL.
       300-PANTALLA.
           DISPLAY '================================================'
               '================'.
           PERFORM 310-DATOS-EMPLEADO.
           PERFORM 320-BANCO.
           PERFORM 330-CONCEPTOS.
           PERFORM 340-VACACIONES.
           PERFORM 350-PERIODOS.
           DISPLAY '================================================'
               '================'.

      *Datos generales; la antiguedad es a hoy para un activo y a
      *la fecha de baja para una baja.
       310-DATOS-EMPLEADO.
           MOVE ID-EMPL  TO WS-LE-ID.
           MOVE NOM-EMPL TO WS-LE-NOM.
           MOVE NOM-DEP  TO WS-LE-DEP.
           DISPLAY WS-LIN-EMP1.
           IF EST-EMPL = 'B'
               MOVE 'BAJA'   TO WS-LE-EST
               MOVE F-BAJA   TO WS-FECHA-CORTE
           ELSE
               MOVE 'ACTIVO' TO WS-LE-EST
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.
           PERFORM 315-ANTIGUEDAD.
           MOVE F-ING         TO WS-LE-FING.
           MOVE WS-ANIOS-SERV TO WS-LE-ANIOS.
           DISPLAY WS-LIN-EMP2.
           MOVE S-MEN TO WS-LE-SMEN.
           IF FREC-PAG = 'Q'
               MOVE 'QUINCENAL' TO WS-LE-FREC
           ELSE
               MOVE 'MENSUAL'   TO WS-LE-FREC
           END-IF.
           DISPLAY WS-LIN-EMP3.
           IF EST-EMPL = 'B'
               DISPLAY 'EMPLEADO EN BAJA DESDE ' F-BAJA
                   ' MOTIVO ' MOT-BAJA
           END-IF.

      *Anos de servicio y derecho de vacaciones de la tabla, mismo
      *criterio que 220-CALCULA-ANTIG en RPT-VAC.
       315-ANTIGUEDAD.
           IF F-ING > WS-FECHA-CORTE
               MOVE 0 TO WS-ANIOS-SERV
           ELSE
               COMPUTE WS-ANIOS-SERV =
                   (WS-FECHA-CORTE - F-ING) / 10000
           END-IF.
           MOVE 0 TO WS-DIAS-VAC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ANT
               IF WS-ANIOS-SERV >= WS-ANT-ANIOS(WS-IDX)
                   MOVE WS-ANT-DIAS(WS-IDX) TO WS-DIAS-VAC
               END-IF
           END-PERFORM.

      *Banco y CLABE; la CLABE sale enmascarada salvo los ultimos
      *4 digitos, que bastan para que el empleado la reconozca.
       320-BANCO.
           IF WS-HAY-BCO = 'N'
               DISPLAY 'BANCO: SIN ARCHIVO DE DATOS BANCARIOS'
           ELSE
               MOVE ID-EMPL TO BCO-ID-EMPL
               READ BANCO
                   INVALID KEY
                       DISPLAY 'BANCO: SIN DATOS BANCARIOS (VER'
                           ' MANT-BCO)'
                   NOT INVALID KEY
                       MOVE ALL '*' TO WS-CLABE-MASC
                       MOVE BCO-CLABE(15:4) TO WS-CLABE-MASC(15:4)
                       MOVE BCO-BANCO     TO WS-LB-BANCO
                       MOVE BCO-NOM-BCO   TO WS-LB-NOM
                       MOVE WS-CLABE-MASC TO WS-LB-CLABE
                       DISPLAY WS-LIN-BCO
               END-READ
           END-IF.

      *Prestamos y demas conceptos activos con lo que falta por
      *amortizar (ver REGCON).
       330-CONCEPTOS.
           DISPLAY 'CONCEPTOS ACTIVOS'.
           MOVE 0 TO WS-CANT-CON.
           IF WS-HAY-CON = 'S'
               MOVE ID-EMPL TO CON-ID-EMPL
               MOVE LOW-VALUES TO CON-CODIGO
               MOVE '00' TO WS-FSTAT-CON
               START CONCEPTO KEY IS NOT LESS THAN CON-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-CON
               END-START
               PERFORM 331-LEE-CONCEPTO UNTIL WS-FSTAT-CON NOT = '00'
           END-IF.
           IF WS-CANT-CON = 0
               DISPLAY '  SIN CONCEPTOS ACTIVOS'
           END-IF.

       331-LEE-CONCEPTO.
           READ CONCEPTO NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-CON
               NOT AT END
                   IF CON-ID-EMPL NOT = ID-EMPL
                       MOVE '10' TO WS-FSTAT-CON
                   ELSE
                       IF CON-ESTADO = 'A'
                           ADD 1 TO WS-CANT-CON
                           MOVE CON-CODIGO  TO WS-LC-COD
                           MOVE CON-DESC    TO WS-LC-DESC
                           MOVE CON-IMPORTE TO WS-LC-IMP
                           MOVE CON-SALDO   TO WS-LC-SALDO
                           DISPLAY WS-LIN-CON
                       END-IF
                   END-IF
           END-READ.

      *Saldo de vacaciones del ano de aniversario en curso, igual
      *que RPT-VAC (que solo lista activos).
       340-VACACIONES.
           EVALUATE TRUE
               WHEN EST-EMPL = 'B'
                   DISPLAY 'VACACIONES: NO APLICA (BAJA, VER CAL-FIN)'
               WHEN WS-NUM-ANT = 0
                   DISPLAY 'VACACIONES: SIN TABLA DE ANTIGUEDAD'
                       ' (CORRER CAR-ANT)'
               WHEN OTHER
                   PERFORM 341-ULT-ANIVERSARIO
                   PERFORM 342-SUMA-TOMADOS
                   COMPUTE WS-SALDO = WS-DIAS-VAC - WS-DIAS-TOMADOS
                   MOVE WS-FECHA-ULT-ANIV TO WS-LV-ANIV
                   MOVE WS-DIAS-VAC       TO WS-LV-DER
                   MOVE WS-DIAS-TOMADOS   TO WS-LV-TOM
                   MOVE WS-SALDO          TO WS-LV-SALDO
                   DISPLAY WS-LIN-VAC
           END-EVALUATE.

      *Ultimo aniversario de ingreso cumplido (el 29 de febrero se
      *recorre al 28, igual que RPT-VAC).
       341-ULT-ANIVERSARIO.
           COMPUTE WS-FING-MMDD =
               FUNCTION MOD(F-ING, 10000).
           IF WS-FING-MMDD = 0229
               MOVE 0228 TO WS-FING-MMDD
           END-IF.
           MOVE WS-ANIO-HOY  TO WS-ULT-ANIO.
           MOVE WS-FING-MMDD TO WS-ULT-MMDD.
           IF WS-FECHA-ULT-ANIV > WS-FECHA-HOY
               SUBTRACT 1 FROM WS-ULT-ANIO
           END-IF.

       342-SUMA-TOMADOS.
           MOVE 0 TO WS-DIAS-TOMADOS.
           IF WS-HAY-VAC = 'S'
               MOVE ID-EMPL TO VAC-ID-EMPL
               MOVE 0 TO VAC-FEC-INI
               MOVE '00' TO WS-FSTAT-VAC
               START VACAC KEY IS GREATER THAN VAC-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-VAC
               END-START
               PERFORM 343-LEE-MOV UNTIL WS-FSTAT-VAC NOT = '00'
           END-IF.

       343-LEE-MOV.
           READ VACAC NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-VAC
               NOT AT END
                   IF VAC-ID-EMPL NOT = ID-EMPL
                       MOVE '10' TO WS-FSTAT-VAC
                   ELSE
                       IF VAC-FEC-INI >= WS-FECHA-ULT-ANIV
                           ADD VAC-DIAS TO WS-DIAS-TOMADOS
                       END-IF
                   END-IF
           END-READ.

      *Ultimos periodos pagados: recorre los renglones del
      *empleado en HISTORIAL y conserva los WS-MAX-PER mas
      *recientes; por cada uno busca el deposito en PAGOS.
       350-PERIODOS.
           DISPLAY 'ULTIMOS PERIODOS   DEDUCCIONES         NETO'
               ' DEPOSITO      FECHA    MOTIVO'.
           MOVE 0 TO WS-NUM-PER.
           IF WS-HAY-HIS = 'S'
               MOVE ID-EMPL TO HIS-ID-EMPL
               MOVE 0 TO HIS-PERIODO HIS-QNA
               MOVE '00' TO WS-FSTAT-HIS
               START HISTORIAL KEY IS NOT LESS THAN HIS-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-HIS
               END-START
               PERFORM 351-LEE-HISTORIAL UNTIL WS-FSTAT-HIS NOT = '00'
           END-IF.
           IF WS-NUM-PER = 0
               DISPLAY '  SIN PERIODOS EN HISTORIAL'
           END-IF.
           PERFORM 355-MUESTRA-PERIODO VARYING WS-IDX FROM WS-NUM-PER
               BY -1 UNTIL WS-IDX < 1.

       351-LEE-HISTORIAL.
           READ HISTORIAL NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-HIS
               NOT AT END
                   IF HIS-ID-EMPL NOT = ID-EMPL
                       MOVE '10' TO WS-FSTAT-HIS
                   ELSE
                       PERFORM 352-GUARDA-PERIODO
                   END-IF
           END-READ.

      *Agrega el renglon al final de la tabla; llena, recorre los
      *anteriores un lugar y tira el mas antiguo.
       352-GUARDA-PERIODO.
           IF WS-NUM-PER < WS-MAX-PER
               ADD 1 TO WS-NUM-PER
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-MAX-PER
                   MOVE WS-PER-ENT(WS-IDX + 1) TO WS-PER-ENT(WS-IDX)
               END-PERFORM
           END-IF.
           MOVE HIS-PERIODO TO WS-TP-PERIODO(WS-NUM-PER).
           MOVE HIS-QNA     TO WS-TP-QNA(WS-NUM-PER).
           MOVE HIS-DEDUC   TO WS-TP-DEDUC(WS-NUM-PER).
           MOVE HIS-NETO    TO WS-TP-NETO(WS-NUM-PER).

      *Un periodo, del mas reciente al mas antiguo, con el estado
      *del deposito (ver REGPAG).
       355-MUESTRA-PERIODO.
           MOVE WS-TP-PERIODO(WS-IDX) TO WS-LP-PER.
           MOVE WS-TP-QNA(WS-IDX)     TO WS-LP-QNA.
           MOVE WS-TP-DEDUC(WS-IDX)   TO WS-LP-DEDUC.
           MOVE WS-TP-NETO(WS-IDX)    TO WS-LP-NETO.
           MOVE SPACES TO WS-LP-EST WS-LP-FECHA WS-LP-MOTIVO.
           IF WS-HAY-PAG = 'N'
               MOVE 'SIN DISPERSAR' TO WS-LP-EST
           ELSE
               MOVE ID-EMPL               TO PAG-ID-EMPL
               MOVE WS-TP-PERIODO(WS-IDX) TO PAG-PERIODO
               MOVE WS-TP-QNA(WS-IDX)     TO PAG-QNA
               READ PAGOS
                   INVALID KEY
                       MOVE 'SIN DISPERSAR' TO WS-LP-EST
                   NOT INVALID KEY
                       PERFORM 356-ESTADO-PAGO
               END-READ
           END-IF.
           DISPLAY WS-LIN-PER.

       356-ESTADO-PAGO.
           EVALUATE PAG-ESTADO
               WHEN 'E'
                   MOVE 'ENVIADO'   TO WS-LP-EST
               WHEN 'P'
                   MOVE 'PAGADO'    TO WS-LP-EST
               WHEN 'R'
                   MOVE 'RECHAZADO' TO WS-LP-EST
               WHEN OTHER
                   MOVE PAG-ESTADO  TO WS-LP-EST
           END-EVALUATE.
           MOVE PAG-MOTIVO TO WS-LP-MOTIVO.
           IF PAG-FECHA NOT = 0
               MOVE PAG-FECHA TO WS-LP-FECHA
           END-IF.
