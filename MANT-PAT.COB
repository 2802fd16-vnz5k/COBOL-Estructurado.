      *Mantenimiento de los datos del patron (PATRON, ver REGPAT):
      *RFC, razon social, regimen fiscal y codigo postal del
      *emisor de los recibos electronicos (EXP-CFD), registro
      *patronal y entidad, guia del IDSE y UMA diaria vigente
      *(MOV-IMS). Es un solo registro: la primera vez se capturan
      *todos los datos; despues se corrigen los del emisor o solo
      *la UMA, que cambia cada febrero al publicarla el INEGI.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON ASSIGN TO 'C:\Users\pc\Desktop\S\patron'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-CLAVE
               FILE STATUS IS WS-FSTAT-PAT.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): estos datos van en cada recibo que
      *se timbra y en cada aviso al IMSS, solo administradores.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD PATRON.
           COPY REGPAT.

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-PAT PIC XX.
       01 WS-OPCION PIC 9 VALUE 0.
       01 WS-OTRO PIC X VALUE 'S'.
       01 WS-RFC-CAP PIC X(13).
       01 WS-CP-CAP PIC X(05).
       01 WS-REG-PAT-CAP PIC X(11).
       01 WS-GUIA-CAP PIC X(05).
       01 WS-UMA-CAP PIC 9(04)V99.
       01 WS-UMA-ED PIC Z,ZZ9.99.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 005-FIRMA.
           PERFORM 100-OPEN.
           PERFORM 200-MANTENIMIENTO UNTIL WS-FLAG = 1.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario.
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
           OPEN I-O PATRON.
           EVALUATE WS-FSTAT-PAT
               WHEN '35'
                   OPEN OUTPUT PATRON
                   IF WS-FSTAT-PAT NOT = '00'
                       DISPLAY 'ERROR AL CREAR PATRON: '
                           WS-FSTAT-PAT
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
                   END-IF
                   CLOSE PATRON
                   OPEN I-O PATRON
                   DISPLAY 'ARCHIVO DEL PATRON NUEVO CREADO'
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR PATRON: ' WS-FSTAT-PAT
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       100-CERRAR.
           CLOSE PATRON.

      *Lee el unico registro y muestra lo vigente; si no existe
      *ofrece capturarlo completo.
       200-MANTENIMIENTO.
           MOVE '1' TO PAT-CLAVE.
           READ PATRON
               INVALID KEY
                   DISPLAY 'SIN DATOS DEL PATRON'
                   PERFORM 230-ALTA
               NOT INVALID KEY
                   PERFORM 210-MUESTRA
                   PERFORM 240-OPCION.

           DISPLAY 'DESEA HACER OTRO CAMBIO? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'N'
               MOVE 1 TO WS-FLAG.

       210-MUESTRA.
           MOVE PAT-UMA TO WS-UMA-ED.
           DISPLAY 'RFC:               ' PAT-RFC.
           DISPLAY 'RAZON SOCIAL:      ' PAT-NOMBRE.
           DISPLAY 'REGIMEN FISCAL:    ' PAT-REGIMEN.
           DISPLAY 'CP DE EXPEDICION:  ' PAT-CP.
           DISPLAY 'REGISTRO PATRONAL: ' PAT-REG-PAT.
           DISPLAY 'ENTIDAD FEDERATIVA:' PAT-ENT-FED.
           DISPLAY 'GUIA IDSE:         ' PAT-GUIA.
           DISPLAY 'UMA DIARIA:        ' WS-UMA-ED.
           DISPLAY 'ULTIMO CAMBIO:     ' PAT-FECHA ' ' PAT-OPERADOR.

       230-ALTA.
           DISPLAY 'CAPTURAR DATOS DEL PATRON? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'S'
               MOVE SPACES TO REG-PAT
               MOVE '1' TO PAT-CLAVE
               PERFORM 250-CAPTURA
               PERFORM 260-UMA
               PERFORM 280-FIRMA-CAMBIO
               WRITE REG-PAT
                   INVALID KEY
                       DISPLAY 'NO SE PUDO DAR DE ALTA'
                   NOT INVALID KEY
                       DISPLAY 'DATOS DEL PATRON REGISTRADOS'
               END-WRITE
           END-IF.

      *No hay opcion de eliminar: sin este registro no corren
      *EXP-CFD ni MOV-IMS.
       240-OPCION.
           DISPLAY '1 DATOS DEL PATRON | 2 SOLO UMA | 3 CANCELAR'.
           DISPLAY 'OPCION' ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 250-CAPTURA
                   PERFORM 260-UMA
                   PERFORM 270-MODIFICAR
               WHEN 2
                   PERFORM 260-UMA
                   PERFORM 270-MODIFICAR
               WHEN 3 DISPLAY 'CANCELADO'
               WHEN OTHER DISPLAY 'OPCION INVALIDA'.

      *Captura los datos del emisor y los patronales. Se validan
      *los largos que exigen el SAT y el IDSE (RFC de persona
      *moral de 12 o fisica de 13, registro patronal de 11, CP y
      *guia de 5 digitos) para que no se rechace el timbrado o
      *la carga por un error de dedo.
       250-CAPTURA.
           PERFORM 251-RFC.
           PERFORM 252-NOMBRE.
           DISPLAY 'REGIMEN FISCAL (ENTER = 601 GENERAL DE LEY)'.
           ACCEPT PAT-REGIMEN.
           IF PAT-REGIMEN = SPACES
               MOVE '601' TO PAT-REGIMEN
           END-IF.
           PERFORM 253-CP.
           PERFORM 254-REG-PAT.
           PERFORM 255-ENT-FED.
           PERFORM 256-GUIA.

       251-RFC.
           DISPLAY 'RFC (12 O 13 CARACTERES)' ACCEPT WS-RFC-CAP.
           IF WS-RFC-CAP(12:1) = SPACE OR WS-RFC-CAP(10:3) = SPACES
               DISPLAY 'RFC INVALIDO'
               PERFORM 251-RFC
           ELSE
               MOVE WS-RFC-CAP TO PAT-RFC
           END-IF.

       252-NOMBRE.
           DISPLAY 'RAZON SOCIAL (COMO EN EL CERTIFICADO)'.
           ACCEPT PAT-NOMBRE.
           IF PAT-NOMBRE = SPACES
               DISPLAY 'INVALID RAZON SOCIAL'
               PERFORM 252-NOMBRE
           END-IF.

       253-CP.
           DISPLAY 'CODIGO POSTAL DE EXPEDICION (5 DIGITOS)'.
           ACCEPT WS-CP-CAP.
           IF WS-CP-CAP IS NUMERIC
               MOVE WS-CP-CAP TO PAT-CP
           ELSE
               DISPLAY 'CODIGO POSTAL INVALIDO'
               PERFORM 253-CP
           END-IF.

       254-REG-PAT.
           DISPLAY 'REGISTRO PATRONAL IMSS (11 CARACTERES)'.
           ACCEPT WS-REG-PAT-CAP.
           IF WS-REG-PAT-CAP(11:1) = SPACE
               DISPLAY 'REGISTRO PATRONAL INVALIDO'
               PERFORM 254-REG-PAT
           ELSE
               MOVE WS-REG-PAT-CAP TO PAT-REG-PAT
           END-IF.

       255-ENT-FED.
           DISPLAY 'ENTIDAD FEDERATIVA SAT (3 LETRAS, EJ. CMX)'.
           ACCEPT PAT-ENT-FED.
           IF PAT-ENT-FED(2:2) = SPACES
               DISPLAY 'ENTIDAD INVALIDA'
               PERFORM 255-ENT-FED
           END-IF.

       256-GUIA.
           DISPLAY 'GUIA IDSE (5 DIGITOS)' ACCEPT WS-GUIA-CAP.
           IF WS-GUIA-CAP IS NUMERIC
               MOVE WS-GUIA-CAP TO PAT-GUIA
           ELSE
               DISPLAY 'GUIA INVALIDA'
               PERFORM 256-GUIA
           END-IF.

      *UMA diaria vigente; MOV-IMS topa el salario base de
      *cotizacion a 25 veces este importe.
       260-UMA.
           DISPLAY 'UMA DIARIA VIGENTE (EJ. 113.14)' ACCEPT WS-UMA-CAP.
           IF WS-UMA-CAP = 0
               DISPLAY 'UMA INVALIDA'
               PERFORM 260-UMA
           ELSE
               MOVE WS-UMA-CAP TO PAT-UMA
           END-IF.

       270-MODIFICAR.
           PERFORM 280-FIRMA-CAMBIO.
           REWRITE REG-PAT
               INVALID KEY
                   DISPLAY 'NO SE PUDO ACTUALIZAR'
               NOT INVALID KEY
                   DISPLAY 'DATOS DEL PATRON ACTUALIZADOS'.

       280-FIRMA-CAMBIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-FHA-FECHA TO PAT-FECHA.
           MOVE WS-OPERADOR  TO PAT-OPERADOR.
