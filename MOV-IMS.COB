      *Movimientos afiliatorios para el IMSS a partir del diario de
      *cambios de EMPLEADO (DIARIO, ver REGJRN), en lugar de armar
      *a mano la lista de altas, bajas y cambios de sueldo que hay
      *que avisar dentro de los cinco dias. Toma solo lo posterior
      *a la marca del ultimo envio (MARCA-IMSS, ver REGMRC) y
      *clasifica cada movimiento: alta (GEN-SEC, IMP-CSV) o
      *reingreso de una baja como tipo 08, baja (MANT-EMP) como
      *tipo 02 con la causa IMSS segun MOT-BAJA, y cambio de S-MEN
      *(REA-SAL, MANT-EMP) como modificacion de salario tipo 07.
      *Los demas cambios (nombre, departamento) no se avisan. El
      *salario diario integrado sale de S-MEN / 30 con el factor
      *de aguinaldo y prima vacacional de la tabla ANTIG segun la
      *antiguedad a la fecha del movimiento. Escribe el archivo de
      *movimientos en el formato de carga del IDSE (movimss.txt) y
      *un listado de revision (movlis.txt). NSS y CURP salen de
      *FISCAL (ver MANT-FIS): un movimiento sin NSS se rechaza, y
      *mientras haya rechazos la marca no avanza, para que al
      *corregir y volver a correr salga el lote completo sin
      *perder ni repetir movimientos.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOV-IMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO 'C:\Users\pc\Desktop\S\diario'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-JRN.
           SELECT ANTIG ASSIGN TO 'C:\Users\pc\Desktop\S\antig'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-ANIOS
               FILE STATUS IS WS-FSTAT-ANT.
           SELECT FISCAL ASSIGN TO 'C:\Users\pc\Desktop\S\fiscal'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-ID-EMPL
               FILE STATUS IS WS-FSTAT-FIS.
      *Datos del patron (ver REGPAT y MANT-PAT): registro
      *patronal, guia del IDSE y UMA vigente.
           SELECT PATRON ASSIGN TO 'C:\Users\pc\Desktop\S\patron'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-CLAVE
               FILE STATUS IS WS-FSTAT-PAT.
      *Marca del ultimo movimiento enviado (ver REGMRC).
           SELECT MARCA-IMSS ASSIGN TO 'C:\Users\pc\Desktop\S\marimss'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-MRC.
           SELECT MOVIMSS ASSIGN TO 'C:\Users\pc\Desktop\S\movimss.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-MOV.
           SELECT LISTADO ASSIGN TO 'C:\Users\pc\Desktop\S\movlis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-LIS.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el aviso al IMSS es obligacion
      *patronal, solo administradores.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD DIARIO.
           COPY REGJRN.

       FD ANTIG.
           COPY REGANT.

       FD FISCAL.
           COPY REGFIS.

       FD PATRON.
           COPY REGPAT.

       FD MARCA-IMSS.
           COPY REGMRC.

       FD MOVIMSS.
       01 LIN-MOVIMSS PIC X(168).

       FD LISTADO.
       01 LIN-LISTADO PIC X(100).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-JRN PIC XX.
       01 WS-FSTAT-ANT PIC XX.
       01 WS-FSTAT-FIS PIC XX.
       01 WS-FSTAT-PAT PIC XX.
       01 WS-FSTAT-MRC PIC XX.
       01 WS-FSTAT-MOV PIC XX.
       01 WS-FSTAT-LIS PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Datos patronales del aviso, tomados de PATRON en
      *105-LEE-PATRON (los mismos que usa EXP-CFD).
       01 WS-REG-PATRONAL PIC X(11).
       01 WS-GUIA         PIC X(05).
      *Tope del salario base de cotizacion: 25 veces la UMA diaria
      *vigente capturada en MANT-PAT.
       01 WS-TOPE-SDI     PIC 9(05)V99 VALUE 0.

      *Marca del envio anterior y el mayor movimiento de esta
      *corrida.
       01 WS-MARCA     PIC 9(14) VALUE 0.
       01 WS-MAX-FEC   PIC 9(14) VALUE 0.

      *Imagenes anterior y posterior del registro del diario, con
      *la misma posicion de campos que REGEMPL.
       01 WS-IMA-EMPL.
           05 WS-IMA-ID     PIC 9(05).
           05 WS-IMA-NOM    PIC X(20).
           05 WS-IMA-DEP    PIC X(10).
           05 WS-IMA-SMEN   PIC 9(05).
           05 WS-IMA-FING   PIC 9(08).
           05 WS-IMA-EST    PIC X(01).
           05 WS-IMA-FBAJA  PIC 9(08).
           05 WS-IMA-MOT    PIC X(19).
           05 WS-IMA-FREC   PIC X(01).
           05 WS-IMA-OPC    PIC 9(01).
       01 WS-IMD-EMPL.
           05 WS-IMD-ID     PIC 9(05).
           05 WS-IMD-NOM    PIC X(20).
           05 WS-IMD-DEP    PIC X(10).
           05 WS-IMD-SMEN   PIC 9(05).
           05 WS-IMD-FING   PIC 9(08).
           05 WS-IMD-EST    PIC X(01).
           05 WS-IMD-FBAJA  PIC 9(08).
           05 WS-IMD-MOT    PIC X(19).
           05 WS-IMD-FREC   PIC X(01).
           05 WS-IMD-OPC    PIC 9(01).

      *Copia en memoria de la tabla ANTIG, igual que CAL-FIN.
       01 WS-TAB-ANT.
           05 WS-ANT-FILA OCCURS 30 TIMES.
               10 WS-ANT-ANIOS PIC 9(02).
               10 WS-ANT-DIAS  PIC 9(02).
               10 WS-ANT-PRIMA PIC 9(02).
               10 WS-ANT-AGUI  PIC 9(02).
       01 WS-NUM-ANT PIC 9(02) VALUE 0.
       01 WS-IDX     PIC 9(02) VALUE 0.

      *Movimiento en proceso: tipo IDSE ('08' alta o reingreso,
      *'02' baja, '07' modificacion; espacios = no se avisa).
       01 WS-TIPO-MOV   PIC X(02).
       01 WS-DESC-MOV   PIC X(10).
       01 WS-FEC-MOV    PIC 9(08).
       01 WS-FEC-DET REDEFINES WS-FEC-MOV.
           05 WS-FEC-ANIO PIC 9(04).
           05 WS-FEC-MES  PIC 9(02).
           05 WS-FEC-DIA  PIC 9(02).
       01 WS-CAUSA      PIC X(01).
       01 WS-MOTIVO     PIC X(20).
       01 WS-CUENTA     PIC 9(02) VALUE 0.

      *Salario diario integrado.
       01 WS-ANIOS-SERV PIC 9(02) VALUE 0.
       01 WS-DIAS-AGUI  PIC 9(02) VALUE 0.
       01 WS-DIAS-VAC   PIC 9(02) VALUE 0.
       01 WS-PRIMA-PORC PIC 9(02) VALUE 0.
       01 WS-SAL-DIARIO PIC 9(05)V99 VALUE 0.
       01 WS-SDI        PIC 9(05)V99 VALUE 0.

      *Registro del archivo de carga del IDSE: 168 posiciones,
      *mismo orden de campos para alta, baja y modificacion; en la
      *baja van en blanco los datos de salario y la CURP y se
      *llena la causa.
       01 WS-REG-IDSE.
           05 IDS-REG-PAT     PIC X(11).
           05 IDS-NSS         PIC X(11).
           05 IDS-PATERNO     PIC X(27).
           05 IDS-MATERNO     PIC X(27).
           05 IDS-NOMBRE      PIC X(27).
           05 IDS-SALARIO.
               10 IDS-SDI       PIC 9(04)V99.
               10 FILLER        PIC X(06) VALUE '000000'.
               10 IDS-TIPO-TRAB PIC X(01).
               10 IDS-TIPO-SAL  PIC X(01).
               10 IDS-JORNADA   PIC X(01).
           05 IDS-FECHA.
               10 IDS-FEC-DIA   PIC 9(02).
               10 IDS-FEC-MES   PIC 9(02).
               10 IDS-FEC-ANIO  PIC 9(04).
           05 IDS-UMF         PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 IDS-TIPO-MOV    PIC X(02).
           05 IDS-GUIA        PIC X(05).
           05 IDS-CLAVE       PIC X(10).
           05 IDS-CAUSA       PIC X(01).
           05 IDS-CURP        PIC X(18).
           05 IDS-IDENT       PIC X(01).

      *Renglon del listado de revision.
       01 WS-LIN-DET.
           05 WS-DET-ID     PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-NOM    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-TIPO   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-FECHA  PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-SDI    PIC Z,ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-DET-OBS    PIC X(30).
       01 WS-LIN-TITULO.
           05 FILLER        PIC X(32)
               VALUE 'MOVIMIENTOS IMSS POSTERIORES A '.
           05 WS-TIT-MARCA  PIC 9(14).

       01 WS-CANT-ALTA  PIC 9(05) VALUE 0.
       01 WS-CANT-BAJA  PIC 9(05) VALUE 0.
       01 WS-CANT-MODIF PIC 9(05) VALUE 0.
       01 WS-CANT-RCH   PIC 9(05) VALUE 0.
       01 WS-CANT-MOV   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 100-OPEN.
           PERFORM 110-CARGA-ANTIG.
           PERFORM 120-LEE-MARCA.
           MOVE WS-MARCA TO WS-MAX-FEC WS-TIT-MARCA.
           MOVE WS-LIN-TITULO TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           PERFORM 200-PROCESAR UNTIL WS-FLAG = 1.
           PERFORM 100-CERRAR.
           PERFORM 300-MARCA.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *aviso al IMSS es obligacion patronal, solo entran
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

       100-OPEN.
           PERFORM 105-LEE-PATRON.
           OPEN INPUT DIARIO.
           IF WS-FSTAT-JRN NOT = '00'
               DISPLAY 'ERROR AL ABRIR DIARIO: ' WS-FSTAT-JRN
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN INPUT ANTIG.
           IF WS-FSTAT-ANT NOT = '00'
               DISPLAY 'ERROR AL ABRIR ANTIG: ' WS-FSTAT-ANT
               DISPLAY 'SIN TABLA DE ANTIGUEDAD (CORRER CAR-ANT)'
               STOP RUN
           END-IF.
           OPEN INPUT FISCAL.
           IF WS-FSTAT-FIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR FISCAL: ' WS-FSTAT-FIS
               DISPLAY 'SIN DATOS FISCALES (CORRER MANT-FIS)'
               STOP RUN
           END-IF.
           OPEN OUTPUT MOVIMSS.
           IF WS-FSTAT-MOV NOT = '00'
               DISPLAY 'ERROR AL ABRIR MOVIMSS: ' WS-FSTAT-MOV
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF WS-FSTAT-LIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR LISTADO: ' WS-FSTAT-LIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.

      *Sin registro patronal, guia o UMA no se arma el archivo:
      *el IDSE rechazaria el lote completo.
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
                   MOVE SPACES TO PAT-REG-PAT
           END-READ.
           IF PAT-REG-PAT = SPACES OR PAT-GUIA = SPACES
              OR PAT-UMA IS NOT NUMERIC OR PAT-UMA = 0
               DISPLAY 'SIN DATOS DEL PATRON (CORRER MANT-PAT)'
               CLOSE PATRON
               STOP RUN
           END-IF.
           MOVE PAT-REG-PAT TO WS-REG-PATRONAL.
           MOVE PAT-GUIA    TO WS-GUIA.
           COMPUTE WS-TOPE-SDI = PAT-UMA * 25.
           CLOSE PATRON.

       100-CERRAR.
           CLOSE DIARIO
           CLOSE ANTIG
           CLOSE FISCAL
           CLOSE MOVIMSS
           CLOSE LISTADO.
           DISPLAY 'ALTAS/REINGRESOS:   ' WS-CANT-ALTA.
           DISPLAY 'BAJAS:              ' WS-CANT-BAJA.
           DISPLAY 'MODIFICACIONES:     ' WS-CANT-MODIF.
           DISPLAY 'RECHAZADOS:         ' WS-CANT-RCH.

      *Pasa la tabla ANTIG a memoria, igual que 110-CARGA-ANTIG en
      *CAL-FIN.
       110-CARGA-ANTIG.
           MOVE LOW-VALUES TO ANT-ANIOS.
           START ANTIG KEY IS GREATER THAN ANT-ANIOS
               INVALID KEY
                   DISPLAY 'TABLA DE ANTIGUEDAD VACIA (CORRER'
                   DISPLAY 'CAR-ANT)'
                   STOP RUN
           END-START.
           PERFORM UNTIL WS-FSTAT-ANT NOT = '00'
               READ ANTIG NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-ANT
                   NOT AT END
                       IF WS-NUM-ANT >= 30
                           DISPLAY 'DEMASIADAS FILAS EN ANTIG,'
                           DISPLAY 'MAXIMO 30'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NUM-ANT
                       MOVE ANT-ANIOS    TO WS-ANT-ANIOS(WS-NUM-ANT)
                       MOVE ANT-DIAS-VAC TO WS-ANT-DIAS(WS-NUM-ANT)
                       MOVE ANT-PRIMA    TO WS-ANT-PRIMA(WS-NUM-ANT)
                       MOVE ANT-DIAS-AGUI
                                         TO WS-ANT-AGUI(WS-NUM-ANT)
               END-READ
           END-PERFORM.
           IF WS-NUM-ANT = 0
               DISPLAY 'SIN FILAS EN LA TABLA DE ANTIGUEDAD'
               STOP RUN
           END-IF.

      *Marca del envio anterior. La primera vez no hay marca: se
      *pide desde que fecha-hora del diario empezar, para no
      *reportar de nuevo los movimientos ya avisados a mano.
       120-LEE-MARCA.
           OPEN INPUT MARCA-IMSS.
           IF WS-FSTAT-MRC NOT = '00'
               DISPLAY 'SIN MARCA DE ENVIO ANTERIOR'
               DISPLAY 'FECHA-HORA INICIAL DEL DIARIO'
               DISPLAY '(AAAAMMDDHHMMSS, 0 = TODO EL DIARIO)'
               ACCEPT WS-MARCA
           ELSE
               READ MARCA-IMSS
                   AT END
                       MOVE 0 TO WS-MARCA
                   NOT AT END
                       MOVE MRC-FEC-HORA TO WS-MARCA
                       DISPLAY 'ULTIMO ENVIO: ' MRC-FECHA ' POR '
                           MRC-OPERADOR
               END-READ
               CLOSE MARCA-IMSS
           END-IF.

      *Solo lo posterior a la marca; el diario se escribe en orden
      *de fecha-hora.
       200-PROCESAR.
           READ DIARIO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   IF JRN-FEC-HORA > WS-MARCA
                       PERFORM 210-CLASIFICA
                       IF JRN-FEC-HORA > WS-MAX-FEC
                           MOVE JRN-FEC-HORA TO WS-MAX-FEC
                       END-IF
                   END-IF
           END-READ.

      *Alta nueva, reingreso (una baja que vuelve a quedar activa),
      *baja (tambien una eliminacion fisica de un activo) o cambio
      *de S-MEN entre dos imagenes activas.
       210-CLASIFICA.
           MOVE JRN-ANTES   TO WS-IMA-EMPL.
           MOVE JRN-DESPUES TO WS-IMD-EMPL.
           MOVE SPACES TO WS-TIPO-MOV WS-CAUSA.
           MOVE JRN-FEC-HORA(1:8) TO WS-FEC-MOV.
           EVALUATE TRUE
               WHEN JRN-OPER = 'A'
                   MOVE '08' TO WS-TIPO-MOV
                   MOVE 'ALTA' TO WS-DESC-MOV
                   MOVE WS-IMD-FING TO WS-FEC-MOV
               WHEN JRN-OPER = 'B'
                   PERFORM 230-BAJA
               WHEN JRN-OPER = 'E' AND WS-IMA-EST NOT = 'B'
                   MOVE WS-IMA-EMPL TO WS-IMD-EMPL
                   MOVE '02' TO WS-TIPO-MOV
                   MOVE 'BAJA' TO WS-DESC-MOV
                   MOVE '6' TO WS-CAUSA
               WHEN JRN-OPER = 'C' AND WS-IMA-EST = 'B'
                                   AND WS-IMD-EST NOT = 'B'
                   MOVE '08' TO WS-TIPO-MOV
                   MOVE 'REINGRESO' TO WS-DESC-MOV
               WHEN JRN-OPER = 'C' AND WS-IMA-EST NOT = 'B'
                                   AND WS-IMD-EST = 'B'
                   PERFORM 230-BAJA
               WHEN JRN-OPER = 'C' AND WS-IMD-EST NOT = 'B'
                                   AND WS-IMA-SMEN NOT = WS-IMD-SMEN
                   MOVE '07' TO WS-TIPO-MOV
                   MOVE 'MODIF SAL' TO WS-DESC-MOV
           END-EVALUATE.
           IF WS-TIPO-MOV NOT = SPACES
               PERFORM 220-MOVIMIENTO
           END-IF.

      *Arma el registro del IDSE; sin NSS no se puede avisar y el
      *movimiento se rechaza.
       220-MOVIMIENTO.
           MOVE WS-IMD-ID TO FIS-ID-EMPL.
           READ FISCAL
               INVALID KEY
                   MOVE SPACES TO FIS-NSS FIS-CURP
           END-READ.
           MOVE WS-IMD-ID   TO WS-DET-ID.
           MOVE WS-IMD-NOM  TO WS-DET-NOM.
           MOVE WS-DESC-MOV TO WS-DET-TIPO.
           MOVE WS-FEC-MOV  TO WS-DET-FECHA.
           MOVE 0 TO WS-SDI.
           IF FIS-NSS = SPACES
               MOVE 0 TO WS-DET-SDI
               MOVE 'RECHAZO: SIN NSS (MANT-FIS)' TO WS-DET-OBS
               ADD 1 TO WS-CANT-RCH
           ELSE
               MOVE SPACES TO WS-DET-OBS
               IF WS-TIPO-MOV = '02'
                   STRING 'CAUSA ' WS-CAUSA ' ' WS-IMD-MOT
                       DELIMITED BY SIZE INTO WS-DET-OBS
               ELSE
                   PERFORM 240-SDI
               END-IF
               MOVE WS-SDI TO WS-DET-SDI
               PERFORM 250-ESCRIBE-IDSE
           END-IF.
           MOVE WS-LIN-DET TO LIN-LISTADO.
           WRITE LIN-LISTADO.

      *La baja se avisa con la fecha capturada en MANT-EMP y la
      *causa del catalogo del IMSS que corresponde al motivo: 1
      *termino de contrato, 2 separacion voluntaria, 3 abandono de
      *empleo, 4 defuncion, 5 clausura, 6 otras, 7 ausentismo, 8
      *rescision de contrato, 9 jubilacion, A pension. MOT-BAJA es
      *texto libre: se busca la palabra clave y lo que no se
      *reconoce va como 6 para revisarlo en el listado.
       230-BAJA.
           MOVE '02' TO WS-TIPO-MOV.
           MOVE 'BAJA' TO WS-DESC-MOV.
           IF WS-IMD-FBAJA NOT = 0
               MOVE WS-IMD-FBAJA TO WS-FEC-MOV
           END-IF.
           MOVE WS-IMD-MOT TO WS-MOTIVO.
           INSPECT WS-MOTIVO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE '6' TO WS-CAUSA.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'TERMINO'
                                                    ALL 'CONTRATO'.
           IF WS-CUENTA > 0
               MOVE '1' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'RENUNCIA'
                                                    ALL 'VOLUNTAR'.
           IF WS-CUENTA > 0
               MOVE '2' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'ABANDONO'.
           IF WS-CUENTA > 0
               MOVE '3' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'DEFUNCION'
                                                    ALL 'FALLEC'.
           IF WS-CUENTA > 0
               MOVE '4' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'CLAUSURA'
                                                    ALL 'CIERRE'.
           IF WS-CUENTA > 0
               MOVE '5' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'AUSENT'
                                                    ALL 'FALTAS'.
           IF WS-CUENTA > 0
               MOVE '7' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'RESCISION'
                                                    ALL 'DESPIDO'.
           IF WS-CUENTA > 0
               MOVE '8' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'JUBILA'.
           IF WS-CUENTA > 0
               MOVE '9' TO WS-CAUSA
           END-IF.
           MOVE 0 TO WS-CUENTA.
           INSPECT WS-MOTIVO TALLYING WS-CUENTA FOR ALL 'PENSION'.
           IF WS-CUENTA > 0
               MOVE 'A' TO WS-CAUSA
           END-IF.

      *Salario diario integrado: salario diario por el factor de
      *integracion (365 dias mas los de aguinaldo y los de prima
      *vacacional, entre 365) con la fila de ANTIG de los anos
      *cumplidos a la fecha del movimiento, mismo criterio que
      *235-DIAS-AGUI-TAB en CAL-FIN. Se topa a 25 UMA.
       240-SDI.
           IF WS-IMD-FING > WS-FEC-MOV
               MOVE 0 TO WS-ANIOS-SERV
           ELSE
               COMPUTE WS-ANIOS-SERV =
                   (WS-FEC-MOV - WS-IMD-FING) / 10000
           END-IF.
           MOVE WS-ANT-AGUI(1)  TO WS-DIAS-AGUI.
           MOVE WS-ANT-DIAS(1)  TO WS-DIAS-VAC.
           MOVE WS-ANT-PRIMA(1) TO WS-PRIMA-PORC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ANT
               IF WS-ANIOS-SERV >= WS-ANT-ANIOS(WS-IDX)
                   MOVE WS-ANT-AGUI(WS-IDX)  TO WS-DIAS-AGUI
                   MOVE WS-ANT-DIAS(WS-IDX)  TO WS-DIAS-VAC
                   MOVE WS-ANT-PRIMA(WS-IDX) TO WS-PRIMA-PORC
               END-IF
           END-PERFORM.
           COMPUTE WS-SAL-DIARIO ROUNDED = WS-IMD-SMEN / 30.
           COMPUTE WS-SDI ROUNDED =
               WS-SAL-DIARIO *
               (365 + WS-DIAS-AGUI +
                WS-DIAS-VAC * WS-PRIMA-PORC / 100) / 365.
           IF WS-SDI > WS-TOPE-SDI
               MOVE WS-TOPE-SDI TO WS-SDI
           END-IF.

      *El maestro guarda el nombre completo en un solo campo: va
      *en el nombre y los apellidos quedan en blanco.
       250-ESCRIBE-IDSE.
           MOVE SPACES TO WS-REG-IDSE.
           MOVE WS-REG-PATRONAL TO IDS-REG-PAT.
           MOVE FIS-NSS         TO IDS-NSS.
           MOVE WS-IMD-NOM      TO IDS-NOMBRE.
           IF WS-TIPO-MOV = '02'
               MOVE SPACES TO IDS-SALARIO
           ELSE
               MOVE WS-SDI   TO IDS-SDI
               MOVE '000000' TO IDS-SALARIO(7:6)
               MOVE '1'      TO IDS-TIPO-TRAB
               MOVE '0'      TO IDS-TIPO-SAL
               MOVE '0'      TO IDS-JORNADA
               MOVE '000'    TO IDS-UMF
               MOVE FIS-CURP TO IDS-CURP
           END-IF.
           MOVE WS-FEC-DIA  TO IDS-FEC-DIA.
           MOVE WS-FEC-MES  TO IDS-FEC-MES.
           MOVE WS-FEC-ANIO TO IDS-FEC-ANIO.
           MOVE WS-TIPO-MOV TO IDS-TIPO-MOV.
           MOVE WS-GUIA     TO IDS-GUIA.
           MOVE WS-IMD-ID   TO IDS-CLAVE.
           MOVE WS-CAUSA    TO IDS-CAUSA.
           MOVE '9'         TO IDS-IDENT.
           MOVE WS-REG-IDSE TO LIN-MOVIMSS.
           WRITE LIN-MOVIMSS.
           ADD 1 TO WS-CANT-MOV.
           EVALUATE WS-TIPO-MOV
               WHEN '08' ADD 1 TO WS-CANT-ALTA
               WHEN '02' ADD 1 TO WS-CANT-BAJA
               WHEN '07' ADD 1 TO WS-CANT-MODIF
           END-EVALUATE.

      *Con rechazos el lote queda incompleto: no se envia y la
      *marca no se mueve. Sin rechazos, la marca avanza hasta el
      *ultimo movimiento leido una vez que el operador confirma el
      *envio del archivo (sin movimientos que avisar avanza sola).
       300-MARCA.
           IF WS-CANT-RCH > 0
               DISPLAY 'HAY MOVIMIENTOS RECHAZADOS, NO ENVIAR EL'
               DISPLAY 'ARCHIVO: CAPTURAR NSS EN MANT-FIS Y VOLVER'
               DISPLAY 'A CORRER (LA MARCA NO SE MOVIO)'
           ELSE
               IF WS-CANT-MOV = 0
                   MOVE 'S' TO WS-CONFIRMA
               ELSE
                   DISPLAY 'ARCHIVO MOVIMSS.TXT LISTO PARA EL IDSE'
                   DISPLAY 'SE ENVIA Y SE MUEVE LA MARCA? S/N'
                   ACCEPT WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA = 'S' AND WS-MAX-FEC > WS-MARCA
                   PERFORM 310-GRABA-MARCA
               END-IF
           END-IF.

       310-GRABA-MARCA.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           OPEN OUTPUT MARCA-IMSS.
           IF WS-FSTAT-MRC NOT = '00'
               DISPLAY 'ERROR AL ABRIR MARCA-IMSS: ' WS-FSTAT-MRC
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE WS-MAX-FEC   TO MRC-FEC-HORA.
           MOVE WS-FHA-FECHA TO MRC-FECHA.
           MOVE WS-OPERADOR  TO MRC-OPERADOR.
           MOVE WS-CANT-MOV  TO MRC-CANT.
           WRITE REG-MRC.
           CLOSE MARCA-IMSS.
           DISPLAY 'MARCA ACTUALIZADA A ' WS-MAX-FEC.
