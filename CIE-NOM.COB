      *Cierre de nomina de un periodo: corre en orden los pasos
      *que hoy se corren a mano y revisa antes y despues de cada
      *uno que el paso procede y que hizo lo que debia:
      *  1 RES-EMP   respaldo del maestro (RESPG1 del dia)
      *  2 CONCILIA  EMPLEADO contra CONTROL-LOTE, igual que LEE-SEC
      *  3 VAL-INT   integridad de los archivos satelite (integ.txt
      *              sin inconsistencias)
      *  4 CAL-NOM   calculo (el periodo queda 'C')
      *  5 RPT-VAR   revision de variaciones (visto bueno del
      *              periodo en VISTO-BUENO)
      *  6 DIS-BAN   dispersion (el periodo queda 'D')
      *  7 REC-BAN   retorno del banco (sin depositos en 'E')
      *  8 MANT-PER  cierre firmado (el periodo queda 'X')
      *  9 GEN-POL   poliza contable (solo con el mes cerrado)
      *GEN-POL va despues de MANT-PER porque solo emite la poliza
      *de un periodo cerrado. Cada programa pide su firma y sus
      *datos como siempre; el resultado se juzga por los archivos
      *(estado en PERIODOS, PAGOS, RESPG1, VISTO-BUENO, POLIZA),
      *no por lo que el operador conteste. Cada paso deja inicio,
      *fin, operador y resultado en BITACORA (ver REGBIT); al
      *primer fallo el cierre se detiene, y al volver a correrlo
      *para el mismo periodo y quincena se reanuda en el paso que
      *fallo sin repetir los ya terminados. La opcion 2 consulta
      *la bitacora del periodo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIE-NOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA ASSIGN TO 'C:\Users\pc\Desktop\S\bitcie'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-BIT.
           SELECT EMPLEADO ASSIGN TO 'C:\Users\pc\Desktop\S\secu'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPL
               ALTERNATE RECORD KEY IS NOM-EMPL
                   WITH DUPLICATES
               FILE STATUS IS WS-FSTAT-EMP.
           SELECT CONTROL-LOTE ASSIGN TO 'C:\Users\pc\Desktop\S\control'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-CTL.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
           SELECT PAGOS ASSIGN TO 'C:\Users\pc\Desktop\S\pagos'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS WS-FSTAT-PAG.
           SELECT RESPG1 ASSIGN TO 'C:\Users\pc\Desktop\S\respg1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-G1.
           SELECT VISTO-BUENO ASSIGN TO 'C:\Users\pc\Desktop\S\visto'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-KEY
               FILE STATUS IS WS-FSTAT-VIS.
           SELECT RETORNO ASSIGN TO 'C:\Users\pc\Desktop\S\retorno.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-RET.
           SELECT INTEG ASSIGN TO 'C:\Users\pc\Desktop\S\integ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-INT.
           SELECT POLIZA ASSIGN TO 'C:\Users\pc\Desktop\S\poliza.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTAT-POL.
      *Maestro de operadores para la firma de entrada (ver
      *004-FIRMA y MANT-USU): el cierre mueve el calculo, la
      *dispersion y el calendario, solo administradores.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD BITACORA.
           COPY REGBIT.

       FD EMPLEADO.
           COPY REGEMPL.

       FD CONTROL-LOTE.
           COPY REGCTL.

       FD PERIODOS.
           COPY REGPER.

       FD PAGOS.
           COPY REGPAG.

       FD RESPG1.
           COPY REGRES.

       FD VISTO-BUENO.
           COPY REGVIS.

       FD RETORNO.
       01 LIN-RETORNO PIC X(80).

       FD INTEG.
       01 LIN-INTEG PIC X(80).

       FD POLIZA.
       01 LIN-POLIZA PIC X(60).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FSTAT-BIT PIC XX.
       01 WS-FSTAT-EMP PIC XX.
       01 WS-FSTAT-CTL PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-PAG PIC XX.
       01 WS-FSTAT-G1  PIC XX.
       01 WS-FSTAT-VIS PIC XX.
       01 WS-FSTAT-RET PIC XX.
       01 WS-FSTAT-INT PIC XX.
       01 WS-FSTAT-POL PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-OPCION PIC X VALUE SPACES.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-PERIODO PIC 9(06) VALUE 0.
       01 WS-PER-DET REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(04).
           05 WS-PER-MES  PIC 9(02).
       01 WS-QNA PIC 9(01) VALUE 0.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).
       01 WS-HOY    PIC 9(08) VALUE 0.
       01 WS-INICIO PIC 9(14) VALUE 0.

      *Pasos del cierre, en orden de corrida: el nombre es el del
      *programa que se ejecuta (CONCILIA lo hace este mismo).
       01 WS-TAB-PASOS-VAL.
           05 FILLER PIC X(08) VALUE 'RES-EMP'.
           05 FILLER PIC X(08) VALUE 'CONCILIA'.
           05 FILLER PIC X(08) VALUE 'VAL-INT'.
           05 FILLER PIC X(08) VALUE 'CAL-NOM'.
           05 FILLER PIC X(08) VALUE 'RPT-VAR'.
           05 FILLER PIC X(08) VALUE 'DIS-BAN'.
           05 FILLER PIC X(08) VALUE 'REC-BAN'.
           05 FILLER PIC X(08) VALUE 'MANT-PER'.
           05 FILLER PIC X(08) VALUE 'GEN-POL'.
       01 WS-TAB-PASOS REDEFINES WS-TAB-PASOS-VAL.
           05 WS-PASO-PROG PIC X(08) OCCURS 9 TIMES.
      *Ultimo resultado de cada paso en la bitacora del periodo:
      *'S' = ya terminado (o omitido), no se repite.
       01 WS-TAB-HECHO.
           05 WS-HECHO PIC X(01) OCCURS 9 TIMES.
       01 WS-NUM-PASOS  PIC 9(02) VALUE 9.
       01 WS-PASO       PIC 9(02) VALUE 0.
       01 WS-PASO-INI   PIC 9(02) VALUE 1.
       01 WS-ENCONTRADO PIC X VALUE 'N'.
       01 WS-FALLO      PIC X VALUE 'N'.
       01 WS-RESULTADO  PIC X(01) VALUE SPACES.
       01 WS-MOTIVO     PIC X(40) VALUE SPACES.
       01 WS-ESTADO     PIC X(01) VALUE SPACES.
       01 WS-COMANDO    PIC X(40) VALUE SPACES.
       01 WS-RC         PIC S9(04) VALUE 0.

      *Conciliacion del maestro contra el control, igual que
      *050-CONCILIAR en LEE-SEC.
       01 WS-CANT-ESPERADA  PIC 9(07) VALUE 0.
       01 WS-TOTAL-ESPERADO PIC 9(09) VALUE 0.
       01 WS-CANT-ACTUAL    PIC 9(07) VALUE 0.
       01 WS-TOTAL-ACTUAL   PIC 9(09) VALUE 0.

      *Depositos del periodo en PAGOS por estado.
       01 WS-CANT-PAG   PIC 9(05) VALUE 0.
       01 WS-CANT-ENV   PIC 9(05) VALUE 0.
       01 WS-CANT-RECH  PIC 9(05) VALUE 0.
       01 WS-CANT-ABIER PIC 9(01) VALUE 0.
       01 WS-TIT-POLIZA PIC X(28) VALUE SPACES.
       01 WS-ULT-INTEG  PIC X(80) VALUE SPACES.
       01 WS-FEC-INTEG  PIC 9(08) VALUE 0.

       01 WS-LIN-BIT.
           05 WS-LBT-PASO   PIC 9(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-PROG   PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-OPER   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-INI    PIC 9(14).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-FIN    PIC 9(14).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-RES    PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-LBT-MOT    PIC X(40).

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 004-FIRMA.
           PERFORM 010-OPCION.
           PERFORM 005-PERIODO.
           PERFORM 003-QUINCENA.
           IF WS-OPCION = '2'
               PERFORM 400-CONSULTA
           ELSE
               PERFORM 100-REANUDA
               PERFORM 200-CORRER
           END-IF.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. El
      *cierre corre calculo, dispersion y cierre del calendario,
      *solo entran administradores.
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

       010-OPCION.
           DISPLAY '1 = CORRER O REANUDAR EL CIERRE DEL PERIODO'.
           DISPLAY '2 = CONSULTAR LA BITACORA DEL PERIODO'.
           DISPLAY 'OPCION' ACCEPT WS-OPCION.
           IF WS-OPCION NOT = '1' AND WS-OPCION NOT = '2'
               DISPLAY 'OPCION INVALIDA'
               PERFORM 010-OPCION
           END-IF.

      *Periodo del cierre (AAAAMM), igual que 005-PERIODO en
      *CAL-NOM: el aguinaldo (mes 13) se cierra con CAL-AGU.
       005-PERIODO.
           DISPLAY 'PERIODO A CERRAR (AAAAMM)' ACCEPT WS-PERIODO.
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

      *Quincena del cierre, la misma que se le dara a cada paso:
      *0 la nomina mensual, 1 o 2 las quincenas.
       003-QUINCENA.
           DISPLAY 'QUINCENA (0 MENSUAL / 1 PRIMERA / 2 SEGUNDA)'
               ACCEPT WS-QNA.
           IF WS-QNA > 2
               DISPLAY 'INVALID QUINCENA'
               PERFORM 003-QUINCENA
           END-IF.

      *Lee la bitacora del periodo para saber que pasos ya
      *terminaron; el primero que no, es donde arranca esta
      *corrida. El cierre exige el calendario: sin el no hay
      *forma de comprobar los pasos.
       100-REANUDA.
           OPEN INPUT PERIODOS.
           IF WS-FSTAT-PER NOT = '00'
               DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
               DISPLAY 'EL CIERRE REQUIERE EL CALENDARIO (MANT-PER)'
               STOP RUN
           END-IF.
           CLOSE PERIODOS.
           MOVE ALL 'N' TO WS-TAB-HECHO.
           OPEN INPUT BITACORA.
           EVALUATE WS-FSTAT-BIT
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   PERFORM 110-LEE-BITACORA
                       UNTIL WS-FSTAT-BIT NOT = '00'
                   CLOSE BITACORA
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BITACORA: ' WS-FSTAT-BIT
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           MOVE 1 TO WS-PASO-INI.
           MOVE 'N' TO WS-ENCONTRADO.
           PERFORM 120-BUSCA-PASO
               UNTIL WS-ENCONTRADO = 'S' OR WS-PASO-INI > WS-NUM-PASOS.
           IF WS-PASO-INI > WS-NUM-PASOS
               DISPLAY 'EL CIERRE DE ' WS-PERIODO ' QUINCENA ' WS-QNA
                   ' YA ESTA TERMINADO'
               STOP RUN
           END-IF.
           IF WS-PASO-INI > 1
               DISPLAY 'SE REANUDA EN EL PASO ' WS-PASO-INI ' ('
                   WS-PASO-PROG(WS-PASO-INI) '), LOS ANTERIORES YA'
                   ' TERMINARON'
           END-IF.
           DISPLAY 'CONTINUAR CON EL CIERRE? S/N' ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CIERRE CANCELADO'
               STOP RUN
           END-IF.

       110-LEE-BITACORA.
           READ BITACORA
               AT END MOVE '10' TO WS-FSTAT-BIT
               NOT AT END
                   IF BIT-PERIODO = WS-PERIODO AND BIT-QNA = WS-QNA
                      AND BIT-PASO >= 1
                      AND BIT-PASO <= WS-NUM-PASOS
                       IF BIT-RESULTADO = 'T' OR BIT-RESULTADO = 'O'
                           MOVE 'S' TO WS-HECHO(BIT-PASO)
                       ELSE
                           MOVE 'N' TO WS-HECHO(BIT-PASO)
                       END-IF
                   END-IF
           END-READ.

       120-BUSCA-PASO.
           IF WS-HECHO(WS-PASO-INI) = 'S'
               ADD 1 TO WS-PASO-INI
           ELSE
               MOVE 'S' TO WS-ENCONTRADO
           END-IF.

      *Corre los pasos pendientes en orden; se detiene en el
      *primero que falla.
       200-CORRER.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-FHA-FECHA TO WS-HOY.
           MOVE 'N' TO WS-FALLO.
           PERFORM 210-PASO VARYING WS-PASO FROM WS-PASO-INI BY 1
               UNTIL WS-PASO > WS-NUM-PASOS OR WS-FALLO = 'S'.
           IF WS-FALLO = 'S'
               DISPLAY 'CIERRE DETENIDO. CORREGIR Y VOLVER A CORRER'
               DISPLAY 'CIE-NOM: SE REANUDA EN EL PASO QUE FALLO'
           ELSE
               DISPLAY 'CIERRE DE ' WS-PERIODO ' QUINCENA ' WS-QNA
                   ' TERMINADO'
           END-IF.

       210-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-FEC-HORA-ACT TO WS-INICIO.
           MOVE 'T' TO WS-RESULTADO.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY '*** PASO ' WS-PASO ' ' WS-PASO-PROG(WS-PASO).
           EVALUATE WS-PASO
               WHEN 1 PERFORM 310-RESPALDO
               WHEN 2 PERFORM 320-CONCILIA
               WHEN 3 PERFORM 325-INTEGRIDAD
               WHEN 4 PERFORM 330-CALCULO
               WHEN 5 PERFORM 335-REVISION
               WHEN 6 PERFORM 340-DISPERSION
               WHEN 7 PERFORM 350-RETORNO
               WHEN 8 PERFORM 360-CIERRE
               WHEN 9 PERFORM 370-POLIZA
           END-EVALUATE.
           PERFORM 250-GRABA-BITACORA.
           EVALUATE WS-RESULTADO
               WHEN 'T'
                   DISPLAY '*** PASO TERMINADO ' WS-MOTIVO
               WHEN 'O'
                   DISPLAY '*** PASO OMITIDO: ' WS-MOTIVO
               WHEN OTHER
                   DISPLAY '*** PASO FALLIDO: ' WS-MOTIVO
                   MOVE 'S' TO WS-FALLO
           END-EVALUATE.

      *Un registro por paso, agregado al final; se abre y cierra
      *en cada paso para que quede grabado aunque la corrida se
      *interrumpa en el siguiente.
       250-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           EVALUATE WS-FSTAT-BIT
               WHEN '35'
                   OPEN OUTPUT BITACORA
                   IF WS-FSTAT-BIT NOT = '00'
                       DISPLAY 'ERROR AL CREAR BITACORA: ' WS-FSTAT-BIT
                       DISPLAY 'NO SE PUEDE CONTINUAR'
                       STOP RUN
                   END-IF
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR BITACORA: ' WS-FSTAT-BIT
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE WS-PERIODO             TO BIT-PERIODO.
           MOVE WS-QNA                 TO BIT-QNA.
           MOVE WS-PASO                TO BIT-PASO.
           MOVE WS-PASO-PROG(WS-PASO)  TO BIT-PROGRAMA.
           MOVE WS-OPERADOR            TO BIT-OPERADOR.
           MOVE WS-INICIO              TO BIT-INICIO.
           MOVE WS-FEC-HORA-ACT        TO BIT-FIN.
           MOVE WS-RESULTADO           TO BIT-RESULTADO.
           MOVE WS-MOTIVO              TO BIT-MOTIVO.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *Corre el programa del paso. El codigo de termino solo
      *detecta que el programa no pudo correr o aborto; lo que
      *el programa dejo hecho lo revisa cada paso en los archivos.
       290-EJECUTA.
           MOVE WS-PASO-PROG(WS-PASO) TO WS-COMANDO.
           DISPLAY 'EJECUTANDO ' WS-COMANDO.
           DISPLAY 'PERIODO ' WS-PERIODO ' QUINCENA ' WS-QNA.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO WS-RC
               DISPLAY 'CODIGO DE TERMINO: ' WS-RC
               MOVE 'F' TO WS-RESULTADO
               MOVE 'EL PROGRAMA TERMINO CON ERROR' TO WS-MOTIVO
               MOVE 0 TO RETURN-CODE
           END-IF.

      *Estado del periodo y quincena del cierre en el calendario
      *(espacio si no esta registrado). Se abre y cierra cada vez
      *porque los programas de cada paso lo actualizan.
       280-LEE-ESTADO.
           MOVE SPACES TO WS-ESTADO.
           OPEN INPUT PERIODOS.
           IF WS-FSTAT-PER = '00'
               MOVE WS-PERIODO TO PER-PERIODO
               MOVE WS-QNA     TO PER-QNA
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PER-ESTADO TO WS-ESTADO
               END-READ
               CLOSE PERIODOS
           END-IF.

      *Cuenta los depositos del periodo y quincena en PAGOS: los
      *que siguen enviados (sin retorno) y los rechazados.
       285-CUENTA-PAGOS.
           MOVE 0 TO WS-CANT-PAG WS-CANT-ENV WS-CANT-RECH.
           OPEN INPUT PAGOS.
           IF WS-FSTAT-PAG = '00'
               PERFORM UNTIL WS-FSTAT-PAG NOT = '00'
                   READ PAGOS NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-PAG
                       NOT AT END
                           IF PAG-PERIODO = WS-PERIODO
                              AND PAG-QNA = WS-QNA
                               ADD 1 TO WS-CANT-PAG
                               IF PAG-ESTADO = 'E'
                                   ADD 1 TO WS-CANT-ENV
                               END-IF
                               IF PAG-ESTADO = 'R'
                                   ADD 1 TO WS-CANT-RECH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS
           END-IF.

      *Cuenta las quincenas del mes en el calendario que todavia
      *no estan cerradas: GEN-POL solo emite el mes completo.
       287-MES-CERRADO.
           MOVE 0 TO WS-CANT-ABIER.
           OPEN INPUT PERIODOS.
           IF WS-FSTAT-PER = '00'
               MOVE WS-PERIODO TO PER-PERIODO
               MOVE 0          TO PER-QNA
               START PERIODOS KEY IS NOT LESS THAN PER-KEY
                   INVALID KEY MOVE '10' TO WS-FSTAT-PER
               END-START
               PERFORM UNTIL WS-FSTAT-PER NOT = '00'
                   READ PERIODOS NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-PER
                       NOT AT END
                           IF PER-PERIODO NOT = WS-PERIODO
                               MOVE '10' TO WS-FSTAT-PER
                           ELSE
                               IF PER-ESTADO NOT = 'X'
                                   ADD 1 TO WS-CANT-ABIER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.

      *Paso 1: respaldo de EMPLEADO. Queda bien si RESPG1 trae el
      *encabezado con la fecha de hoy.
       310-RESPALDO.
           PERFORM 290-EJECUTA.
           IF WS-RESULTADO = 'T'
               OPEN INPUT RESPG1
               IF WS-FSTAT-G1 NOT = '00'
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'SIN RESPALDO EN RESPG1' TO WS-MOTIVO
               ELSE
                   READ RESPG1
                       AT END
                           MOVE 'F' TO WS-RESULTADO
                           MOVE 'RESPG1 VACIO' TO WS-MOTIVO
                       NOT AT END
                           IF RES-TIPO NOT = 'H'
                              OR RES-FECHA NOT = WS-HOY
                               MOVE 'F' TO WS-RESULTADO
                               MOVE 'RESPG1 NO ES EL RESPALDO DE HOY'
                                   TO WS-MOTIVO
                           END-IF
                   END-READ
                   CLOSE RESPG1
               END-IF
           END-IF.

      *Paso 2: vuelve a contar EMPLEADO contra el control grabado
      *por GEN-SEC, igual que 050-CONCILIAR en LEE-SEC.
       320-CONCILIA.
           OPEN INPUT CONTROL-LOTE.
           IF WS-FSTAT-CTL NOT = '00'
               MOVE 'F' TO WS-RESULTADO
               MOVE 'SIN CONTROL DE LOTE' TO WS-MOTIVO
           ELSE
               READ CONTROL-LOTE
                   AT END
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'SIN CONTROL DE LOTE' TO WS-MOTIVO
                   NOT AT END
                       MOVE CTL-CANT  TO WS-CANT-ESPERADA
                       MOVE CTL-TOTAL TO WS-TOTAL-ESPERADO
               END-READ
               CLOSE CONTROL-LOTE
           END-IF.
           IF WS-RESULTADO = 'T'
               MOVE 0 TO WS-CANT-ACTUAL WS-TOTAL-ACTUAL
               OPEN INPUT EMPLEADO
               IF WS-FSTAT-EMP NOT = '00'
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'ERROR AL ABRIR EMPLEADO' TO WS-MOTIVO
               ELSE
                   PERFORM UNTIL WS-FSTAT-EMP NOT = '00'
                       READ EMPLEADO NEXT RECORD
                           AT END MOVE '10' TO WS-FSTAT-EMP
                           NOT AT END
                               IF EST-EMPL NOT = 'B'
                                   ADD 1     TO WS-CANT-ACTUAL
                                   ADD S-MEN TO WS-TOTAL-ACTUAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLEADO
                   IF WS-CANT-ACTUAL NOT = WS-CANT-ESPERADA
                      OR WS-TOTAL-ACTUAL NOT = WS-TOTAL-ESPERADO
                       DISPLAY 'ESPERADO   CANT=' WS-CANT-ESPERADA
                               ' TOTAL=' WS-TOTAL-ESPERADO
                       DISPLAY 'ENCONTRADO CANT=' WS-CANT-ACTUAL
                               ' TOTAL=' WS-TOTAL-ACTUAL
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'DISCREPANCIA DE CONTROL DE LOTE'
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *Paso 3: integridad de los archivos. VAL-INT deja en la
      *primera linea de integ.txt la fecha de la corrida y en la
      *ultima el resultado; el listado debe ser de hoy y decir
      *CORRECTO.
       325-INTEGRIDAD.
           PERFORM 290-EJECUTA.
           MOVE 0      TO WS-FEC-INTEG.
           MOVE SPACES TO WS-ULT-INTEG.
           OPEN INPUT INTEG.
           IF WS-FSTAT-INT = '00'
               READ INTEG
                   AT END MOVE '10' TO WS-FSTAT-INT
                   NOT AT END
                       IF LIN-INTEG(41:8) IS NUMERIC
                           MOVE LIN-INTEG(41:8) TO WS-FEC-INTEG
                       END-IF
               END-READ
               PERFORM UNTIL WS-FSTAT-INT NOT = '00'
                   READ INTEG
                       AT END MOVE '10' TO WS-FSTAT-INT
                       NOT AT END MOVE LIN-INTEG TO WS-ULT-INTEG
                   END-READ
               END-PERFORM
               CLOSE INTEG
           END-IF.
           EVALUATE TRUE
               WHEN WS-FEC-INTEG NOT = WS-HOY
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'VAL-INT NO TERMINO LA VERIFICACION'
                       TO WS-MOTIVO
               WHEN WS-ULT-INTEG(1:19) = 'RESULTADO: CORRECTO'
                   CONTINUE
               WHEN OTHER
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'INCONSISTENCIAS EN ARCHIVOS (INTEG.TXT)'
                       TO WS-MOTIVO
           END-EVALUATE.

      *Paso 4: calculo. Un periodo ya dispersado o cerrado no
      *entra al cierre; al terminar debe quedar calculado.
       330-CALCULO.
           PERFORM 280-LEE-ESTADO.
           IF WS-ESTADO = 'D' OR WS-ESTADO = 'X'
               MOVE 'F' TO WS-RESULTADO
               MOVE 'PERIODO YA DISPERSADO O CERRADO' TO WS-MOTIVO
           ELSE
               PERFORM 290-EJECUTA
               IF WS-RESULTADO = 'T'
                   PERFORM 280-LEE-ESTADO
                   IF WS-ESTADO NOT = 'C'
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'CAL-NOM NO DEJO EL PERIODO CALCULADO'
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *Paso 5: revision de variaciones. Un administrador revisa
      *el reporte de RPT-VAR y da el visto bueno; sin el, DIS-BAN
      *no dispersa. Si el periodo ya se disperso no se repite.
       335-REVISION.
           PERFORM 280-LEE-ESTADO.
           EVALUATE WS-ESTADO
               WHEN 'D'
               WHEN 'X'
                   MOVE 'YA DISPERSADO, NO SE REPITE' TO WS-MOTIVO
               WHEN 'C'
                   DISPLAY 'EN RPT-VAR DAR EL VISTO BUENO AL PERIODO '
                       WS-PERIODO ' QUINCENA ' WS-QNA
                   PERFORM 290-EJECUTA
                   IF WS-RESULTADO = 'T'
                       PERFORM 336-LEE-VISTO
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'PERIODO NO CALCULADO' TO WS-MOTIVO
           END-EVALUATE.

       336-LEE-VISTO.
           OPEN INPUT VISTO-BUENO.
           IF WS-FSTAT-VIS NOT = '00'
               MOVE 'F' TO WS-RESULTADO
               MOVE 'PERIODO SIN VISTO BUENO' TO WS-MOTIVO
           ELSE
               MOVE WS-PERIODO TO VIS-PERIODO
               MOVE WS-QNA     TO VIS-QNA
               READ VISTO-BUENO
                   INVALID KEY
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'PERIODO SIN VISTO BUENO' TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MOTIVO
                       STRING 'VISTO BUENO DE ' VIS-OPERADOR
                              DELIMITED BY SIZE INTO WS-MOTIVO
               END-READ
               CLOSE VISTO-BUENO
           END-IF.

      *Paso 6: dispersion. Solo sobre un periodo calculado; si ya
      *quedo dispersado (corrida anterior interrumpida despues de
      *DIS-BAN) no se vuelve a mandar al banco.
       340-DISPERSION.
           PERFORM 280-LEE-ESTADO.
           EVALUATE WS-ESTADO
               WHEN 'D'
                   MOVE 'YA DISPERSADO, NO SE REPITE' TO WS-MOTIVO
               WHEN 'C'
                   PERFORM 290-EJECUTA
                   IF WS-RESULTADO = 'T'
                       PERFORM 280-LEE-ESTADO
                       IF WS-ESTADO NOT = 'D'
                           MOVE 'F' TO WS-RESULTADO
                           MOVE 'DIS-BAN NO DEJO EL PERIODO DISPERSADO'
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'PERIODO NO CALCULADO' TO WS-MOTIVO
           END-EVALUATE.

      *Paso 7: retorno del banco. Requiere retorno.txt bajado del
      *portal; al terminar ningun deposito del periodo puede
      *seguir enviado. Los rechazados se anotan en el motivo para
      *corregirlos en MANT-BCO y dispersarlos con el modo 'R'.
       350-RETORNO.
           PERFORM 285-CUENTA-PAGOS.
           IF WS-CANT-PAG = 0
               MOVE 'F' TO WS-RESULTADO
               MOVE 'SIN DEPOSITOS DEL PERIODO EN PAGOS' TO WS-MOTIVO
           ELSE
               IF WS-CANT-ENV = 0
                   MOVE 'RETORNO YA PROCESADO' TO WS-MOTIVO
               ELSE
                   OPEN INPUT RETORNO
                   IF WS-FSTAT-RET NOT = '00'
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'SIN RETORNO DEL BANCO (RETORNO.TXT)'
                           TO WS-MOTIVO
                   ELSE
                       CLOSE RETORNO
                       PERFORM 290-EJECUTA
                       IF WS-RESULTADO = 'T'
                           PERFORM 285-CUENTA-PAGOS
                           IF WS-CANT-ENV > 0
                               MOVE 'F' TO WS-RESULTADO
                               MOVE 'QUEDAN DEPOSITOS SIN RETORNO'
                                   TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RESULTADO = 'T' AND WS-CANT-RECH > 0
               MOVE SPACES TO WS-MOTIVO
               STRING 'RECHAZADOS: ' WS-CANT-RECH
                      ' (VER RECHBAN.TXT)'
                      DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

      *Paso 8: cierre firmado en MANT-PER (elegir cerrar y teclear
      *la confirmacion). Al terminar el periodo debe quedar 'X'.
       360-CIERRE.
           PERFORM 280-LEE-ESTADO.
           EVALUATE WS-ESTADO
               WHEN 'X'
                   MOVE 'YA CERRADO' TO WS-MOTIVO
               WHEN 'D'
                   DISPLAY 'EN MANT-PER ELEGIR CERRAR EL PERIODO '
                       WS-PERIODO ' QUINCENA ' WS-QNA
                   PERFORM 290-EJECUTA
                   IF WS-RESULTADO = 'T'
                       PERFORM 280-LEE-ESTADO
                       IF WS-ESTADO NOT = 'X'
                           MOVE 'F' TO WS-RESULTADO
                           MOVE 'EL PERIODO NO QUEDO CERRADO'
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO WS-RESULTADO
                   MOVE 'PERIODO NO DISPERSADO' TO WS-MOTIVO
           END-EVALUATE.

      *Paso 9: poliza contable. GEN-POL solo emite el mes con
      *todas sus quincenas cerradas; si falta alguna el paso se
      *omite y la poliza sale con el cierre de la ultima. Queda
      *bien si poliza.txt trae el titulo del periodo.
       370-POLIZA.
           PERFORM 287-MES-CERRADO.
           IF WS-CANT-ABIER > 0
               MOVE 'O' TO WS-RESULTADO
               MOVE 'MES CON QUINCENAS SIN CERRAR' TO WS-MOTIVO
           ELSE
               PERFORM 290-EJECUTA
               IF WS-RESULTADO = 'T'
                   MOVE SPACES TO WS-TIT-POLIZA
                   STRING 'POLIZA NOMINA PERIODO ' WS-PERIODO
                          DELIMITED BY SIZE INTO WS-TIT-POLIZA
                   OPEN INPUT POLIZA
                   IF WS-FSTAT-POL NOT = '00'
                       MOVE 'F' TO WS-RESULTADO
                       MOVE 'GEN-POL NO GENERO LA POLIZA'
                           TO WS-MOTIVO
                   ELSE
                       READ POLIZA
                           AT END
                               MOVE 'F' TO WS-RESULTADO
                               MOVE 'POLIZA VACIA' TO WS-MOTIVO
                           NOT AT END
                               IF LIN-POLIZA(1:28) NOT = WS-TIT-POLIZA
                                   MOVE 'F' TO WS-RESULTADO
                                   MOVE 'GEN-POL NO GENERO LA POLIZA'
                                       TO WS-MOTIVO
                               END-IF
                       END-READ
                       CLOSE POLIZA
                   END-IF
               END-IF
           END-IF.

      *Consulta: todos los registros de la bitacora del periodo y
      *quincena, en el orden en que se corrieron.
       400-CONSULTA.
           OPEN INPUT BITACORA.
           IF WS-FSTAT-BIT NOT = '00'
               DISPLAY 'SIN BITACORA DE CIERRES'
           ELSE
               DISPLAY 'P PROGRAMA OPERADOR   INICIO         FIN'
                   '            R MOTIVO'
               PERFORM UNTIL WS-FSTAT-BIT NOT = '00'
                   READ BITACORA
                       AT END MOVE '10' TO WS-FSTAT-BIT
                       NOT AT END
                           IF BIT-PERIODO = WS-PERIODO
                              AND BIT-QNA = WS-QNA
                               MOVE BIT-PASO      TO WS-LBT-PASO
                               MOVE BIT-PROGRAMA  TO WS-LBT-PROG
                               MOVE BIT-OPERADOR  TO WS-LBT-OPER
                               MOVE BIT-INICIO    TO WS-LBT-INI
                               MOVE BIT-FIN       TO WS-LBT-FIN
                               MOVE BIT-RESULTADO TO WS-LBT-RES
                               MOVE BIT-MOTIVO    TO WS-LBT-MOT
                               DISPLAY WS-LIN-BIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA
           END-IF.
