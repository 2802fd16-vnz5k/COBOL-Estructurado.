      *Mantenimiento de los datos fiscales por empleado (FISCAL):
      *alta, correccion y eliminacion de RFC, CURP, NSS, tipo de
      *regimen y codigo postal, localizando por ID-EMPL o por
      *nombre igual que MANT-BCO. El ID se valida contra el
      *maestro EMPLEADO; estos datos los usa EXP-CFD para el
      *receptor del recibo electronico de nomina que se timbra.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-FIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL ASSIGN TO 'C:\Users\pc\Desktop\S\fiscal'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-ID-EMPL
               FILE STATUS IS WS-FSTAT-FIS.
           SELECT EMPLEADO ASSIGN TO 'C:\Users\pc\Desktop\S\secu'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-EMPL
               ALTERNATE RECORD KEY IS NOM-EMPL
                   WITH DUPLICATES
               FILE STATUS IS WS-FSTAT-EMP.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): el RFC y la CURP van timbrados ante
      *el SAT, asi que este mantenimiento es de administradores,
      *igual que MANT-BCO.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD FISCAL.
           COPY REGFIS.

       FD EMPLEADO.
           COPY REGEMPL.

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-FIS PIC XX.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-OPCION PIC 9 VALUE 0.
       01 WS-OTRO PIC X VALUE 'S'.
       01 WS-ID-BUSCA PIC 9(05).
       01 WS-RFC-CAP  PIC X(13).
       01 WS-CURP-CAP PIC X(18).
       01 WS-NSS-CAP  PIC X(11).
       01 WS-CP-CAP   PIC X(05).
      *Busqueda por nombre o prefijo sobre la clave alterna
      *NOM-EMPL (ver 205-BUSCA-NOMBRE).
       01 WS-NOM-BUSCA PIC X(20).
       01 WS-LARGO PIC 9(02) VALUE 0.
       01 WS-POS   PIC 9(02) VALUE 0.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 005-FIRMA.
           PERFORM 100-OPEN.
           PERFORM 200-MANTENIMIENTO UNTIL WS-FLAG = 1.
           PERFORM 100-CERRAR.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. Los
      *datos fiscales se timbran ante el SAT, solo entran
      *administradores.
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
           OPEN I-O FISCAL.
           EVALUATE WS-FSTAT-FIS
               WHEN '35'
                   OPEN OUTPUT FISCAL
                   IF WS-FSTAT-FIS NOT = '00'
                       DISPLAY 'ERROR AL CREAR FISCAL: ' WS-FSTAT-FIS
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
                   END-IF
                   DISPLAY 'ARCHIVO DE DATOS FISCALES NUEVO CREADO'
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR FISCAL: ' WS-FSTAT-FIS
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT EMPLEADO.
           IF WS-FSTAT-EMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR EMPLEADO: ' WS-FSTAT-EMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.

       100-CERRAR.
           CLOSE FISCAL
           CLOSE EMPLEADO.

      *Busca el empleado por ID (o por nombre con la clave
      *alterna, tecleando 0); si existe ofrece capturar o
      *corregir sus datos fiscales.
       200-MANTENIMIENTO.
           DISPLAY 'ID-EMPL A BUSCAR (0 = BUSCAR POR NOMBRE)'.
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
                       DISPLAY 'EMPLEADO NO ENCONTRADO'
                   NOT INVALID KEY
                       IF EST-EMPL = 'B'
                           DISPLAY 'AVISO: EMPLEADO EN BAJA'
                       END-IF
                       DISPLAY 'EMPLEADO: ' NOM-EMPL
                       PERFORM 210-BUSCA-FISCAL
               END-READ
           END-IF.

           DISPLAY 'DESEA CONSULTAR OTRO ID? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'N'
               MOVE 1 TO WS-FLAG.

      *Busqueda por nombre o prefijo sobre la clave alterna
      *NOM-EMPL, igual que 205-BUSCA-NOMBRE en MANT-EMP: lista las
      *coincidencias con departamento y estado y el operador elige
      *el ID a cargar (aqui empieza cada correccion de RFC).
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
               DISPLAY 'ID A CARGAR (0 = CANCELAR)'
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

       210-BUSCA-FISCAL.
           MOVE WS-ID-BUSCA TO FIS-ID-EMPL.
           READ FISCAL
               INVALID KEY
                   DISPLAY 'SIN DATOS FISCALES'
                   PERFORM 220-ALTA
               NOT INVALID KEY
                   DISPLAY 'RFC:     ' FIS-RFC
                   DISPLAY 'CURP:    ' FIS-CURP
                   DISPLAY 'NSS:     ' FIS-NSS
                   DISPLAY 'REGIMEN: ' FIS-REGIMEN ' CP: ' FIS-CP
                   PERFORM 230-OPCION.

       220-ALTA.
           DISPLAY 'CAPTURAR DATOS FISCALES? S/N' ACCEPT WS-OTRO.
           IF WS-OTRO = 'S'
               MOVE WS-ID-BUSCA TO FIS-ID-EMPL
               PERFORM 250-CAPTURA
               WRITE REG-FIS
                   INVALID KEY
                       DISPLAY 'NO SE PUDO DAR DE ALTA'
                   NOT INVALID KEY
                       DISPLAY 'DATOS FISCALES REGISTRADOS'
               END-WRITE
           END-IF.

       230-OPCION.
           DISPLAY '1 MODIFICAR | 2 ELIMINAR | 3 CANCELAR'.
           DISPLAY 'OPCION' ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 240-MODIFICAR
               WHEN 2 PERFORM 260-ELIMINAR
               WHEN 3 DISPLAY 'CANCELADO'
               WHEN OTHER DISPLAY 'OPCION INVALIDA'.

       240-MODIFICAR.
           PERFORM 250-CAPTURA.
           REWRITE REG-FIS
               INVALID KEY
                   DISPLAY 'NO SE PUDO ACTUALIZAR'
               NOT INVALID KEY
                   DISPLAY 'DATOS FISCALES ACTUALIZADOS'.

      *Captura los datos del receptor. Se validan los largos que
      *el SAT exige (RFC de persona fisica de 13, CURP de 18, NSS
      *de 11 digitos, CP de 5 digitos) para que el PAC no rechace
      *el timbrado por un error de dedo; el regimen se toma del
      *catalogo del SAT y por omision es '02' (sueldos).
       250-CAPTURA.
           PERFORM 251-RFC.
           PERFORM 252-CURP.
           PERFORM 253-NSS.
           DISPLAY 'TIPO DE REGIMEN (ENTER = 02 SUELDOS)'.
           ACCEPT FIS-REGIMEN.
           IF FIS-REGIMEN = SPACES
               MOVE '02' TO FIS-REGIMEN
           END-IF.
           PERFORM 254-CP.

       251-RFC.
           DISPLAY 'RFC (13 CARACTERES)' ACCEPT WS-RFC-CAP.
           IF WS-RFC-CAP(13:1) = SPACE OR WS-RFC-CAP(11:3) = SPACES
               DISPLAY 'RFC INVALIDO'
               PERFORM 251-RFC
           ELSE
               MOVE WS-RFC-CAP TO FIS-RFC
           END-IF.

       252-CURP.
           DISPLAY 'CURP (18 CARACTERES)' ACCEPT WS-CURP-CAP.
           IF WS-CURP-CAP(18:1) = SPACE
               DISPLAY 'CURP INVALIDA'
               PERFORM 252-CURP
           ELSE
               MOVE WS-CURP-CAP TO FIS-CURP
           END-IF.

       253-NSS.
           DISPLAY 'NSS (11 DIGITOS)' ACCEPT WS-NSS-CAP.
           IF WS-NSS-CAP IS NUMERIC
               MOVE WS-NSS-CAP TO FIS-NSS
           ELSE
               DISPLAY 'NSS INVALIDO'
               PERFORM 253-NSS
           END-IF.

       254-CP.
           DISPLAY 'CODIGO POSTAL FISCAL (5 DIGITOS)' ACCEPT WS-CP-CAP.
           IF WS-CP-CAP IS NUMERIC
               MOVE WS-CP-CAP TO FIS-CP
           ELSE
               DISPLAY 'CODIGO POSTAL INVALIDO'
               PERFORM 254-CP
           END-IF.

      *Elimina los datos fiscales del empleado; el registro de
      *EMPLEADO no se toca (aqui si procede el DELETE fisico porque
      *no es informacion historica: lo timbrado queda en el XML).
       260-ELIMINAR.
           DELETE FISCAL
               INVALID KEY
                   DISPLAY 'NO SE PUDO ELIMINAR'
               NOT INVALID KEY
                   DISPLAY 'DATOS FISCALES ELIMINADOS'.
