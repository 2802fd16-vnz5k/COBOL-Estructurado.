      *Depuracion por ano de los archivos que solo crecen:
      *HISTORIAL, PAGOS, DIARIO e INCIDEN. En modo A (archivar) el
      *ano pedido debe estar fuera de la retencion en linea y
      *cerrado por completo en el calendario (todos sus periodos
      *'X' en PERIODOS, los doce meses registrados); sus renglones
      *se copian a un archivo historico secuencial por archivo en
      *linea (ver REGARC) con encabezado fechado y cierre con
      *cantidad y total de control, se relee cada historico contra
      *su cierre y contra lo contado en linea, y solo entonces, con
      *doble confirmacion, se borran de los archivos en linea.
      *DIARIO es secuencial: se depura copiando lo que se queda a
      *diariotmp y regresandolo. En modo R (restaurar) el ano
      *archivado vuelve a los archivos en linea para reimprimirlo
      *con RPT-HIS; lo que ya estuviera en linea no se toca. Un
      *ano restaurado se vuelve a depurar corriendo otra vez el
      *modo A: sus historicos ya existen y se borra en linea solo
      *si lo restaurado cuadra con ellos.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC-HIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-INC.
           SELECT DIARIO ASSIGN TO 'C:\Users\pc\Desktop\S\diario'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-JRN.
      *Copia de trabajo de DIARIO mientras se depura o se restaura;
      *si algo falla al regresarla queda en disco para recuperar.
           SELECT DIARIO-TMP ASSIGN TO 'C:\Users\pc\Desktop\S\diariotmp'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-TMP.
      *Calendario de periodos (ver REGPER y MANT-PER): solo se
      *depura un ano con todos sus periodos cerrados.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-PER.
      *Marca del ultimo envio al IMSS (ver MOV-IMS): no se depura
      *un DIARIO con movimientos del ano todavia sin enviar.
           SELECT MARCA-IMSS ASSIGN TO 'C:\Users\pc\Desktop\S\marimss'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-MRC.
      *Historico del ano, uno a la vez; el nombre (archivo + ano)
      *se arma en 030-NOMBRES.
           SELECT HISTORICO ASSIGN TO DYNAMIC WS-NOM-ARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTAT-ARC.
      *Maestro de operadores para la firma de entrada (ver
      *005-FIRMA y MANT-USU): borra y restaura archivos en linea,
      *solo administradores, igual que REC-EMP.
           SELECT USUARIO ASSIGN TO 'C:\Users\pc\Desktop\S\usuario'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WS-FSTAT-USU.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIAL.
           COPY REGHIS.

       FD PAGOS.
           COPY REGPAG.

       FD INCIDEN.
           COPY REGINC.

       FD DIARIO.
           COPY REGJRN.

       FD DIARIO-TMP.
       01 REG-TMP PIC X(181).

       FD PERIODOS.
           COPY REGPER.

       FD MARCA-IMSS.
           COPY REGMRC.

       FD HISTORICO.
       01 LIN-HISTORICO PIC X(182).

       FD USUARIO.
           COPY REGUSU.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-HIS PIC XX.
       01 WS-FSTAT-PAG PIC XX.
       01 WS-FSTAT-INC PIC XX.
       01 WS-FSTAT-JRN PIC XX.
       01 WS-FSTAT-TMP PIC XX.
       01 WS-FSTAT-PER PIC XX.
       01 WS-FSTAT-MRC PIC XX.
       01 WS-FSTAT-ARC PIC XX.
       01 WS-FSTAT-USU PIC XX.
       01 WS-HAY-PAG PIC X VALUE 'N'.
       01 WS-HAY-INC PIC X VALUE 'N'.
       01 WS-HAY-JRN PIC X VALUE 'N'.
       01 WS-OPERADOR PIC X(10).
       01 WS-PASS-CAP PIC X(10).
       01 WS-FIRMA-OK PIC X VALUE 'N'.
       01 WS-INTENTOS-FIRMA PIC 9 VALUE 0.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-FEC-HORA-ACT.
           05 WS-FHA-FECHA PIC 9(08).
           05 WS-FHA-HORA  PIC 9(06).

      *Modo de la corrida: 'A' archivar y depurar, 'R' restaurar.
       01 WS-MODO PIC X VALUE SPACE.

      *Ano a depurar o restaurar y anos que se conservan en linea.
      *El minimo de cinco cubre la conservacion de la nomina que
      *pide la ley y los tres ejercicios anteriores que promedia
      *CAL-PTU para el tope de la PTU.
       01 WS-ANIO PIC 9(04) VALUE 0.
       01 WS-ANIO-ACT PIC 9(04) VALUE 0.
       01 WS-ANIOS-RET PIC 9(02) VALUE 0.
       01 WS-RET-MIN PIC 9(02) VALUE 5.
       01 WS-ANIO-LIM PIC 9(04) VALUE 0.
       01 WS-REG-ANIO PIC 9(04) VALUE 0.
       01 WS-PER-INI PIC 9(06) VALUE 0.
       01 WS-PER-FIN PIC 9(06) VALUE 0.
       01 WS-PER-MES PIC 9(02) VALUE 0.

      *Meses del ano registrados en PERIODOS y periodos abiertos.
       01 WS-TAB-MESES.
           05 WS-MES-VISTO PIC X OCCURS 12 TIMES.
       01 WS-MES PIC 9(02) VALUE 0.
       01 WS-PER-ABIERTOS PIC 9(03) VALUE 0.
       01 WS-MES-FALTAN PIC 9(02) VALUE 0.

      *Movimientos de DIARIO del ano posteriores a la marca del
      *ultimo envio al IMSS.
       01 WS-MARCA PIC 9(14) VALUE 0.
       01 WS-SIN-ENVIAR PIC 9(07) VALUE 0.

      *Cifras por archivo: 1 HISTORIAL, 2 PAGOS, 3 DIARIO, 4
      *INCIDEN. CANT/TOTAL son lo contado en linea, ESC lo escrito
      *al historico, LEI lo releido del historico, CIE su
      *registro de cierre y MOV lo borrado o restaurado (DUP, lo
      *que al restaurar ya estaba en linea).
       01 WS-TAB-ARC.
           05 WS-ARC OCCURS 4 TIMES.
               10 WS-ARC-DESC      PIC X(10).
               10 WS-ARC-NOMBRE    PIC X(60).
               10 WS-ARC-EXISTE    PIC X.
               10 WS-ARC-CANT      PIC 9(07).
               10 WS-ARC-TOTAL     PIC 9(13)V99.
               10 WS-ARC-ESC       PIC 9(07).
               10 WS-ARC-ESC-TOTAL PIC 9(13)V99.
               10 WS-ARC-LEI       PIC 9(07).
               10 WS-ARC-LEI-TOTAL PIC 9(13)V99.
               10 WS-ARC-CIE       PIC 9(07).
               10 WS-ARC-CIE-TOTAL PIC 9(13)V99.
               10 WS-ARC-HAY-CIE   PIC X.
               10 WS-ARC-FECHA     PIC 9(08).
               10 WS-ARC-MOV       PIC 9(07).
               10 WS-ARC-DUP       PIC 9(07).
       01 WS-N PIC 9 VALUE 0.
       01 WS-NOM-ARCH PIC X(60).
       01 WS-CANT-HISTORICOS PIC 9 VALUE 0.
       01 WS-CANT-VIVOS PIC 9(08) VALUE 0.
       01 WS-ERRORES PIC 9(03) VALUE 0.

      *Que hace cada renglon del ano al recorrer los archivos en
      *linea (ver 300-RENGLON-ANIO): 'C' contar, 'G' grabarlo al
      *historico, 'B' borrarlo.
       01 WS-ACCION PIC X VALUE 'C'.
       01 WS-CIFRA PIC 9(09)V99 VALUE 0.
       01 WS-FIN-ARC PIC X VALUE 'N'.
       01 WS-FIN-TMP PIC X VALUE 'N'.

      *Imagen del empleado en el diario, para el total de control.
       01 WS-IMAGEN PIC X(78).
       01 WS-IMG-DET REDEFINES WS-IMAGEN.
           05 WS-IMG-ID PIC 9(05).
           05 FILLER    PIC X(73).

      *Depuracion y restauracion de DIARIO via diariotmp.
       01 WS-JRN-ANIO PIC 9(04) VALUE 0.
       01 WS-JRN-QUEDAN PIC 9(07) VALUE 0.
       01 WS-JRN-DEVUELTOS PIC 9(07) VALUE 0.
       01 WS-JRN-INSERTADO PIC X VALUE 'N'.

           COPY REGARC.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 005-FIRMA.
           PERFORM 010-MODO.
           PERFORM 020-ANIO.
           PERFORM 030-NOMBRES.
           IF WS-MODO = 'A'
               PERFORM 040-RETENCION
               PERFORM 100-VERIFICA-CIERRE
               PERFORM 200-ABRE-VIVOS
               PERFORM 130-VERIFICA-IMSS
               PERFORM 400-ARCHIVAR
           ELSE
               PERFORM 200-ABRE-VIVOS
               PERFORM 600-RESTAURAR
           END-IF.
           PERFORM 210-CIERRA-VIVOS.
           STOP RUN.

      *Firma del operador contra el maestro USUARIO (ver MANT-USU):
      *tres intentos fallidos de password bloquean al usuario. Esta
      *utileria borra y recrea renglones en linea, solo
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

       010-MODO.
           DISPLAY 'MODO: A = ARCHIVAR Y DEPURAR UN ANO,'.
           DISPLAY '      R = RESTAURAR UN ANO ARCHIVADO'.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = 'A' AND WS-MODO NOT = 'R'
               DISPLAY 'INVALID OPTION'
               PERFORM 010-MODO
           END-IF.

       020-ANIO.
           DISPLAY 'ANO (AAAA)' ACCEPT WS-ANIO.
           IF WS-ANIO < 2019
               DISPLAY 'INVALID ANO'
               PERFORM 020-ANIO
           ELSE
               COMPUTE WS-PER-INI = WS-ANIO * 100 + 01
               COMPUTE WS-PER-FIN = WS-ANIO * 100 + 14
           END-IF.

      *Nombre de cada historico: archivo de origen + ano, en la
      *misma carpeta que los archivos en linea.
       030-NOMBRES.
           MOVE 'HISTORIAL' TO WS-ARC-DESC (1).
           MOVE 'PAGOS'     TO WS-ARC-DESC (2).
           MOVE 'DIARIO'    TO WS-ARC-DESC (3).
           MOVE 'INCIDEN'   TO WS-ARC-DESC (4).
           MOVE SPACES TO WS-ARC-NOMBRE (1) WS-ARC-NOMBRE (2)
               WS-ARC-NOMBRE (3) WS-ARC-NOMBRE (4).
           STRING 'C:\Users\pc\Desktop\S\arhis' WS-ANIO
               DELIMITED BY SIZE INTO WS-ARC-NOMBRE (1).
           STRING 'C:\Users\pc\Desktop\S\arpag' WS-ANIO
               DELIMITED BY SIZE INTO WS-ARC-NOMBRE (2).
           STRING 'C:\Users\pc\Desktop\S\ardia' WS-ANIO
               DELIMITED BY SIZE INTO WS-ARC-NOMBRE (3).
           STRING 'C:\Users\pc\Desktop\S\arinc' WS-ANIO
               DELIMITED BY SIZE INTO WS-ARC-NOMBRE (4).

      *Anos que se conservan en linea (0 = el minimo). Solo se
      *depura un ano anterior a esa ventana.
       040-RETENCION.
           DISPLAY 'ANOS A CONSERVAR EN LINEA (0 = ' WS-RET-MIN
               ', MINIMO ' WS-RET-MIN ')'.
           ACCEPT WS-ANIOS-RET.
           IF WS-ANIOS-RET = 0
               MOVE WS-RET-MIN TO WS-ANIOS-RET
           END-IF.
           IF WS-ANIOS-RET < WS-RET-MIN
               DISPLAY 'INVALID RETENCION'
               PERFORM 040-RETENCION
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT
               COMPUTE WS-ANIO-ACT = WS-FHA-FECHA / 10000
               COMPUTE WS-ANIO-LIM = WS-ANIO-ACT - WS-ANIOS-RET
               IF WS-ANIO > WS-ANIO-LIM
                   DISPLAY 'EL ANO ' WS-ANIO ' ESTA DENTRO DE LA'
                       ' RETENCION; SE PUEDE DEPURAR HASTA '
                       WS-ANIO-LIM
                   STOP RUN
               END-IF
           END-IF.

      *Comprueba en PERIODOS que el ano este cerrado: los doce
      *meses registrados y todos sus periodos (quincenas,
      *aguinaldo y PTU incluidos) en 'X'. Sin calendario no hay
      *como probarlo y no se depura.
       100-VERIFICA-CIERRE.
           OPEN INPUT PERIODOS.
           IF WS-FSTAT-PER NOT = '00'
               DISPLAY 'ERROR AL ABRIR PERIODOS: ' WS-FSTAT-PER
               DISPLAY 'SIN CALENDARIO NO SE PUEDE PROBAR EL CIERRE'
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TAB-MESES.
           MOVE 0 TO WS-PER-ABIERTOS WS-MES-FALTAN.
           MOVE WS-PER-INI TO PER-PERIODO.
           MOVE 0          TO PER-QNA.
           MOVE '00' TO WS-FSTAT-PER.
           START PERIODOS KEY IS NOT LESS THAN PER-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-PER
           END-START.
           PERFORM 110-LEE-PERIODO UNTIL WS-FSTAT-PER NOT = '00'.
           CLOSE PERIODOS.
           PERFORM 120-MES-REGISTRADO VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           IF WS-PER-ABIERTOS > 0 OR WS-MES-FALTAN > 0
               DISPLAY 'EL ANO ' WS-ANIO ' NO ESTA CERRADO, NO SE'
                   ' PUEDE DEPURAR'
               STOP RUN
           END-IF.
           DISPLAY 'ANO CERRADO EN EL CALENDARIO'.

       110-LEE-PERIODO.
           READ PERIODOS NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-PER
               NOT AT END
                   IF PER-PERIODO > WS-PER-FIN
                       MOVE '10' TO WS-FSTAT-PER
                   ELSE
                       COMPUTE WS-PER-MES = PER-PERIODO
                           - WS-ANIO * 100
                       IF WS-PER-MES <= 12
                           MOVE 'S' TO WS-MES-VISTO (WS-PER-MES)
                       END-IF
                       IF PER-ESTADO NOT = 'X'
                           ADD 1 TO WS-PER-ABIERTOS
                           DISPLAY 'PERIODO SIN CERRAR: '
                               PER-PERIODO ' QNA ' PER-QNA
                               ' ESTADO ' PER-ESTADO
                       END-IF
                   END-IF
           END-READ.

       120-MES-REGISTRADO.
           IF WS-MES-VISTO (WS-MES) NOT = 'S'
               ADD 1 TO WS-MES-FALTAN
               DISPLAY 'PERIODO SIN REGISTRAR: ' WS-ANIO WS-MES
           END-IF.

      *Un movimiento del ano en DIARIO posterior a la marca del
      *ultimo envio de MOV-IMS todavia no llega al IMSS; depurarlo
      *lo perderia. Sin marca no se usa MOV-IMS y no se verifica.
       130-VERIFICA-IMSS.
           IF WS-HAY-JRN = 'S'
               OPEN INPUT MARCA-IMSS
           END-IF.
           IF WS-HAY-JRN NOT = 'S' OR WS-FSTAT-MRC NOT = '00'
               CONTINUE
           ELSE
               READ MARCA-IMSS
                   AT END
                       MOVE 0 TO WS-MARCA
                   NOT AT END
                       MOVE MRC-FEC-HORA TO WS-MARCA
               END-READ
               CLOSE MARCA-IMSS
               OPEN INPUT DIARIO
               MOVE 0 TO WS-FLAG WS-SIN-ENVIAR
               PERFORM 131-LEE-DIARIO UNTIL WS-FLAG = 1
               CLOSE DIARIO
               IF WS-SIN-ENVIAR > 0
                   DISPLAY 'HAY ' WS-SIN-ENVIAR ' MOVIMIENTOS DEL ANO'
                       ' SIN ENVIAR AL IMSS'
                   DISPLAY 'CORRER MOV-IMS ANTES DE DEPURAR'
                   PERFORM 210-CIERRA-VIVOS
                   STOP RUN
               END-IF
           END-IF.

       131-LEE-DIARIO.
           READ DIARIO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   COMPUTE WS-JRN-ANIO = JRN-FEC-HORA / 10000000000
                   IF WS-JRN-ANIO = WS-ANIO
                      AND JRN-FEC-HORA > WS-MARCA
                       ADD 1 TO WS-SIN-ENVIAR
                   END-IF
           END-READ.

      *Abre los archivos en linea. HISTORIAL es obligatorio; PAGOS,
      *DIARIO e INCIDEN pueden no existir. Al restaurar se crean si
      *hace falta para recibir lo archivado.
       200-ABRE-VIVOS.
           OPEN I-O HISTORIAL.
           IF WS-FSTAT-HIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR HISTORIAL: ' WS-FSTAT-HIS
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN I-O PAGOS.
           IF WS-FSTAT-PAG = '35' AND WS-MODO = 'R'
               OPEN OUTPUT PAGOS
               CLOSE PAGOS
               OPEN I-O PAGOS
           END-IF.
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
           OPEN I-O INCIDEN.
           IF WS-FSTAT-INC = '35' AND WS-MODO = 'R'
               OPEN OUTPUT INCIDEN
               CLOSE INCIDEN
               OPEN I-O INCIDEN
           END-IF.
           EVALUATE WS-FSTAT-INC
               WHEN '35'
                   MOVE 'N' TO WS-HAY-INC
               WHEN '00'
                   MOVE 'S' TO WS-HAY-INC
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR INCIDEN: ' WS-FSTAT-INC
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT DIARIO.
           EVALUATE WS-FSTAT-JRN
               WHEN '35'
                   MOVE 'N' TO WS-HAY-JRN
               WHEN '00'
                   MOVE 'S' TO WS-HAY-JRN
                   CLOSE DIARIO
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR DIARIO: ' WS-FSTAT-JRN
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       210-CIERRA-VIVOS.
           CLOSE HISTORIAL.
           IF WS-HAY-PAG = 'S'
               CLOSE PAGOS
           END-IF.
           IF WS-HAY-INC = 'S'
               CLOSE INCIDEN
           END-IF.

      *Cuenta en linea los renglones del ano de cada archivo y su
      *total de control.
       250-CUENTA-VIVOS.
           PERFORM 251-LIMPIA-CUENTA VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.
           MOVE 'C' TO WS-ACCION.
           PERFORM 280-RECORRE.
           COMPUTE WS-CANT-VIVOS = WS-ARC-CANT (1) + WS-ARC-CANT (2)
               + WS-ARC-CANT (3) + WS-ARC-CANT (4).

       251-LIMPIA-CUENTA.
           MOVE 0 TO WS-ARC-CANT (WS-N) WS-ARC-TOTAL (WS-N).

      *Recorre los cuatro archivos en linea aplicando WS-ACCION a
      *cada renglon del ano. Al grabar, cada historico lleva su
      *encabezado y su cierre aunque el archivo en linea no exista
      *o no tenga nada del ano.
       280-RECORRE.
           PERFORM 281-UN-ARCHIVO VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.

       281-UN-ARCHIVO.
           IF WS-ACCION = 'G'
               PERFORM 290-ABRE-SALIDA
           END-IF.
           EVALUATE WS-N
               WHEN 1
                   PERFORM 282-RECORRE-HIS
               WHEN 2
                   IF WS-HAY-PAG = 'S'
                       PERFORM 284-RECORRE-PAG
                   END-IF
               WHEN 3
                   IF WS-HAY-JRN = 'S'
                       IF WS-ACCION = 'B'
                           PERFORM 500-DEPURA-DIARIO
                       ELSE
                           PERFORM 286-RECORRE-JRN
                       END-IF
                   END-IF
               WHEN 4
                   IF WS-HAY-INC = 'S'
                       PERFORM 288-RECORRE-INC
                   END-IF
           END-EVALUATE.
           IF WS-ACCION = 'G'
               PERFORM 295-CIERRA-SALIDA
           END-IF.

       282-RECORRE-HIS.
           MOVE LOW-VALUES TO HIS-KEY.
           MOVE '00' TO WS-FSTAT-HIS.
           START HISTORIAL KEY IS GREATER THAN HIS-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-HIS
           END-START.
           PERFORM 283-LEE-HIS UNTIL WS-FSTAT-HIS NOT = '00'.

       283-LEE-HIS.
           READ HISTORIAL NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-HIS
               NOT AT END
                   COMPUTE WS-REG-ANIO = HIS-PERIODO / 100
                   IF WS-REG-ANIO = WS-ANIO
                       MOVE REG-HIS TO ARC-DATOS
                       PERFORM 300-RENGLON-ANIO
                   END-IF
           END-READ.

       284-RECORRE-PAG.
           MOVE LOW-VALUES TO PAG-KEY.
           MOVE '00' TO WS-FSTAT-PAG.
           START PAGOS KEY IS GREATER THAN PAG-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-PAG
           END-START.
           PERFORM 285-LEE-PAG UNTIL WS-FSTAT-PAG NOT = '00'.

       285-LEE-PAG.
           READ PAGOS NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-PAG
               NOT AT END
                   COMPUTE WS-REG-ANIO = PAG-PERIODO / 100
                   IF WS-REG-ANIO = WS-ANIO
                       MOVE REG-PAG TO ARC-DATOS
                       PERFORM 300-RENGLON-ANIO
                   END-IF
           END-READ.

      *DIARIO va por fecha-hora del movimiento (JRN-FEC-HORA).
       286-RECORRE-JRN.
           OPEN INPUT DIARIO.
           IF WS-FSTAT-JRN NOT = '00'
               DISPLAY 'ERROR AL ABRIR DIARIO: ' WS-FSTAT-JRN
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE 0 TO WS-FLAG.
           PERFORM 287-LEE-JRN UNTIL WS-FLAG = 1.
           CLOSE DIARIO.

       287-LEE-JRN.
           READ DIARIO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   COMPUTE WS-JRN-ANIO = JRN-FEC-HORA / 10000000000
                   IF WS-JRN-ANIO = WS-ANIO
                       MOVE REG-JRN TO ARC-DATOS
                       PERFORM 300-RENGLON-ANIO
                   END-IF
           END-READ.

       288-RECORRE-INC.
           MOVE LOW-VALUES TO INC-KEY.
           MOVE '00' TO WS-FSTAT-INC.
           START INCIDEN KEY IS GREATER THAN INC-KEY
               INVALID KEY MOVE '10' TO WS-FSTAT-INC
           END-START.
           PERFORM 289-LEE-INC UNTIL WS-FSTAT-INC NOT = '00'.

       289-LEE-INC.
           READ INCIDEN NEXT RECORD
               AT END MOVE '10' TO WS-FSTAT-INC
               NOT AT END
                   COMPUTE WS-REG-ANIO = INC-PERIODO / 100
                   IF WS-REG-ANIO = WS-ANIO
                       MOVE REG-INC TO ARC-DATOS
                       PERFORM 300-RENGLON-ANIO
                   END-IF
           END-READ.

      *Abre el historico WS-N para escribirlo y graba su
      *encabezado fechado.
       290-ABRE-SALIDA.
           MOVE WS-ARC-NOMBRE (WS-N) TO WS-NOM-ARCH.
           OPEN OUTPUT HISTORICO.
           IF WS-FSTAT-ARC NOT = '00'
               DISPLAY 'ERROR AL CREAR ' WS-NOM-ARCH
               DISPLAY 'ESTADO: ' WS-FSTAT-ARC
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FEC-HORA-ACT.
           MOVE 'H' TO ARC-TIPO.
           MOVE SPACES TO ARC-DATOS.
           MOVE WS-ARC-DESC (WS-N) TO ARC-ARCHIVO.
           MOVE WS-ANIO      TO ARC-ANIO.
           MOVE WS-FHA-FECHA TO ARC-FECHA.
           MOVE WS-FHA-HORA  TO ARC-HORA.
           MOVE WS-OPERADOR  TO ARC-OPERADOR.
           MOVE REG-ARC TO LIN-HISTORICO.
           WRITE LIN-HISTORICO.
           MOVE 0 TO WS-ARC-ESC (WS-N) WS-ARC-ESC-TOTAL (WS-N).

       295-CIERRA-SALIDA.
           MOVE 'T' TO ARC-TIPO.
           MOVE SPACES TO ARC-DATOS.
           MOVE WS-ARC-ESC (WS-N)       TO ARC-CANT.
           MOVE WS-ARC-ESC-TOTAL (WS-N) TO ARC-TOTAL.
           MOVE REG-ARC TO LIN-HISTORICO.
           WRITE LIN-HISTORICO.
           CLOSE HISTORICO.

      *Un renglon del ano, ya copiado en ARC-DATOS.
       300-RENGLON-ANIO.
           PERFORM 050-CIFRA.
           EVALUATE WS-ACCION
               WHEN 'C'
                   ADD 1        TO WS-ARC-CANT (WS-N)
                   ADD WS-CIFRA TO WS-ARC-TOTAL (WS-N)
               WHEN 'G'
                   MOVE 'D' TO ARC-TIPO
                   MOVE REG-ARC TO LIN-HISTORICO
                   WRITE LIN-HISTORICO
                   ADD 1        TO WS-ARC-ESC (WS-N)
                   ADD WS-CIFRA TO WS-ARC-ESC-TOTAL (WS-N)
               WHEN 'B'
                   PERFORM 310-BORRA
           END-EVALUATE.

       310-BORRA.
           EVALUATE WS-N
               WHEN 1
                   DELETE HISTORIAL
                       INVALID KEY
                           DISPLAY 'ERROR AL DEPURAR HISTORIAL: '
                               HIS-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (1)
                   END-DELETE
               WHEN 2
                   DELETE PAGOS
                       INVALID KEY
                           DISPLAY 'ERROR AL DEPURAR PAGOS: '
                               PAG-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (2)
                   END-DELETE
               WHEN 4
                   DELETE INCIDEN
                       INVALID KEY
                           DISPLAY 'ERROR AL DEPURAR INCIDEN: '
                               INC-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (4)
                   END-DELETE
           END-EVALUATE.

      *Total de control del renglon en ARC-DATOS segun el archivo
      *WS-N (ver REGARC); deja ademas el renglon en el registro
      *del archivo en linea, listo para grabarlo al restaurar.
       050-CIFRA.
           MOVE 0 TO WS-CIFRA.
           EVALUATE WS-N
               WHEN 1
                   MOVE ARC-DATOS TO REG-HIS
                   MOVE HIS-NETO TO WS-CIFRA
               WHEN 2
                   MOVE ARC-DATOS TO REG-PAG
                   MOVE PAG-ID-EMPL TO WS-CIFRA
               WHEN 3
                   MOVE ARC-DATOS TO REG-JRN
                   IF JRN-DESPUES NOT = SPACES
                       MOVE JRN-DESPUES TO WS-IMAGEN
                   ELSE
                       MOVE JRN-ANTES TO WS-IMAGEN
                   END-IF
                   IF WS-IMG-ID NUMERIC
                       MOVE WS-IMG-ID TO WS-CIFRA
                   END-IF
               WHEN 4
                   MOVE ARC-DATOS TO REG-INC
                   COMPUTE WS-CIFRA = INC-DIAS-FALTA + INC-HRS-EXTRA
                       + INC-DIAS-NOLAB
           END-EVALUATE.

      *Relee cada historico del ano y lo cuadra contra su propio
      *registro de cierre, igual que 100-VERIFICA-RESPALDO en
      *REC-EMP. Cualquier diferencia detiene la corrida antes de
      *tocar los archivos en linea.
       320-VERIFICA-HISTORICOS.
           MOVE 0 TO WS-ERRORES.
           PERFORM 321-VERIFICA-UNO VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.
           IF WS-ERRORES > 0
               DISPLAY 'LOS HISTORICOS DEL ANO NO CUADRAN'
               DISPLAY 'NO SE PUEDE CONTINUAR'
               PERFORM 210-CIERRA-VIVOS
               STOP RUN
           END-IF.

       321-VERIFICA-UNO.
           MOVE WS-ARC-NOMBRE (WS-N) TO WS-NOM-ARCH.
           OPEN INPUT HISTORICO.
           IF WS-FSTAT-ARC NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-ARCH ': '
                   WS-FSTAT-ARC
               DISPLAY 'NO SE PUEDE CONTINUAR'
               PERFORM 210-CIERRA-VIVOS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-ARC-LEI (WS-N) WS-ARC-LEI-TOTAL (WS-N)
               WS-ARC-CIE (WS-N) WS-ARC-CIE-TOTAL (WS-N)
               WS-ARC-FECHA (WS-N).
           MOVE 'N' TO WS-ARC-HAY-CIE (WS-N).
           MOVE 'N' TO WS-FIN-ARC.
           PERFORM 322-LEE-HISTORICO UNTIL WS-FIN-ARC = 'S'.
           CLOSE HISTORICO.
           IF WS-ARC-HAY-CIE (WS-N) NOT = 'S'
               DISPLAY WS-ARC-DESC (WS-N) ' HISTORICO SIN REGISTRO'
                   ' DE CIERRE'
               ADD 1 TO WS-ERRORES
           ELSE
               IF WS-ARC-LEI (WS-N) NOT = WS-ARC-CIE (WS-N)
                  OR WS-ARC-LEI-TOTAL (WS-N)
                     NOT = WS-ARC-CIE-TOTAL (WS-N)
                   DISPLAY WS-ARC-DESC (WS-N) ' HISTORICO NO CUADRA'
                       ' CON SU CIERRE'
                   DISPLAY 'CIERRE    CANT=' WS-ARC-CIE (WS-N)
                       ' TOTAL=' WS-ARC-CIE-TOTAL (WS-N)
                   DISPLAY 'CONTADO   CANT=' WS-ARC-LEI (WS-N)
                       ' TOTAL=' WS-ARC-LEI-TOTAL (WS-N)
                   ADD 1 TO WS-ERRORES
               ELSE
                   DISPLAY WS-ARC-DESC (WS-N) ' HISTORICO DEL '
                       WS-ARC-FECHA (WS-N) ' VERIFICADO: '
                       WS-ARC-LEI (WS-N) ' RENGLONES'
               END-IF
           END-IF.

       322-LEE-HISTORICO.
           READ HISTORICO INTO REG-ARC
               AT END MOVE 'S' TO WS-FIN-ARC
               NOT AT END
                   EVALUATE ARC-TIPO
                       WHEN 'H'
                           MOVE ARC-FECHA TO WS-ARC-FECHA (WS-N)
                           IF ARC-ANIO NOT = WS-ANIO
                              OR ARC-ARCHIVO NOT = WS-ARC-DESC (WS-N)
                               DISPLAY WS-NOM-ARCH ' NO ES DE '
                                   WS-ARC-DESC (WS-N) ' ' WS-ANIO
                               ADD 1 TO WS-ERRORES
                           END-IF
                       WHEN 'D'
                           PERFORM 050-CIFRA
                           ADD 1 TO WS-ARC-LEI (WS-N)
                           ADD WS-CIFRA TO WS-ARC-LEI-TOTAL (WS-N)
                       WHEN 'T'
                           MOVE 'S' TO WS-ARC-HAY-CIE (WS-N)
                           MOVE ARC-CANT  TO WS-ARC-CIE (WS-N)
                           MOVE ARC-TOTAL TO WS-ARC-CIE-TOTAL (WS-N)
                       WHEN OTHER
                           DISPLAY WS-NOM-ARCH
                               ' TIPO DE REGISTRO INVALIDO'
                           ADD 1 TO WS-ERRORES
                   END-EVALUATE
           END-READ.

      *Cuadra el cierre de cada historico contra lo contado en
      *linea (WS-ARC-CANT/TOTAL de 250-CUENTA-VIVOS).
       330-COMPARA-VIVOS.
           MOVE 0 TO WS-ERRORES.
           PERFORM 331-COMPARA-UNO VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.

       331-COMPARA-UNO.
           IF WS-ARC-CANT (WS-N) NOT = WS-ARC-CIE (WS-N)
              OR WS-ARC-TOTAL (WS-N) NOT = WS-ARC-CIE-TOTAL (WS-N)
               DISPLAY WS-ARC-DESC (WS-N) ' EN LINEA NO CUADRA CON'
                   ' SU HISTORICO'
               DISPLAY 'HISTORICO CANT=' WS-ARC-CIE (WS-N)
                   ' TOTAL=' WS-ARC-CIE-TOTAL (WS-N)
               DISPLAY 'EN LINEA  CANT=' WS-ARC-CANT (WS-N)
                   ' TOTAL=' WS-ARC-TOTAL (WS-N)
               ADD 1 TO WS-ERRORES
           END-IF.

      *Cuantos historicos del ano existen ya (0 a 4).
       350-EXISTEN-HISTORICOS.
           MOVE 0 TO WS-CANT-HISTORICOS.
           PERFORM 351-EXISTE-UNO VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.

       351-EXISTE-UNO.
           MOVE WS-ARC-NOMBRE (WS-N) TO WS-NOM-ARCH.
           OPEN INPUT HISTORICO.
           IF WS-FSTAT-ARC = '00'
               MOVE 'S' TO WS-ARC-EXISTE (WS-N)
               ADD 1 TO WS-CANT-HISTORICOS
               CLOSE HISTORICO
           ELSE
               MOVE 'N' TO WS-ARC-EXISTE (WS-N)
           END-IF.

      *Modo A. Sin historicos del ano se graban desde lo que hay
      *en linea; si ya existen (un ano restaurado) no se
      *reescriben y lo que hay en linea tiene que cuadrar con
      *ellos. En los dos casos los historicos se verifican contra
      *su cierre antes de pedir la confirmacion para borrar.
       400-ARCHIVAR.
           PERFORM 250-CUENTA-VIVOS.
           IF WS-CANT-VIVOS = 0
               DISPLAY 'NADA DEL ANO ' WS-ANIO ' EN LINEA (YA'
                   ' DEPURADO)'
               PERFORM 210-CIERRA-VIVOS
               STOP RUN
           END-IF.
           PERFORM 350-EXISTEN-HISTORICOS.
           EVALUATE WS-CANT-HISTORICOS
               WHEN 0
                   MOVE 'G' TO WS-ACCION
                   PERFORM 280-RECORRE
                   DISPLAY 'HISTORICOS DEL ANO ' WS-ANIO ' GRABADOS'
               WHEN 4
                   DISPLAY 'EL ANO ' WS-ANIO ' YA TIENE HISTORICOS,'
                       ' SE VERIFICA LO RESTAURADO'
               WHEN OTHER
                   DISPLAY 'HISTORICOS INCOMPLETOS DEL ANO ' WS-ANIO
                       ', REVISAR ANTES DE DEPURAR'
                   PERFORM 210-CIERRA-VIVOS
                   STOP RUN
           END-EVALUATE.
           PERFORM 320-VERIFICA-HISTORICOS.
           PERFORM 330-COMPARA-VIVOS.
           IF WS-ERRORES > 0
               DISPLAY 'NO SE PUEDE DEPURAR EL ANO'
               PERFORM 210-CIERRA-VIVOS
               STOP RUN
           END-IF.
           PERFORM 410-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               PERFORM 420-DEPURAR
           ELSE
               DISPLAY 'DEPURACION CANCELADA, LOS HISTORICOS QUEDAN'
           END-IF.

      *Borrar de los archivos en linea no tiene regreso salvo por
      *el modo R: misma doble confirmacion que REC-EMP.
       410-CONFIRMA.
           DISPLAY 'RENGLONES DEL ANO ' WS-ANIO ' A BORRAR EN LINEA:'.
           DISPLAY '  HISTORIAL: ' WS-ARC-CANT (1).
           DISPLAY '  PAGOS:     ' WS-ARC-CANT (2).
           DISPLAY '  DIARIO:    ' WS-ARC-CANT (3).
           DISPLAY '  INCIDEN:   ' WS-ARC-CANT (4).
           DISPLAY 'BORRAR EL ANO DE LOS ARCHIVOS EN LINEA? S/N'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               DISPLAY 'CONFIRME: DEPURAR EL ANO ' WS-ANIO '? S/N'
               ACCEPT WS-CONFIRMA
           END-IF.

      *Borra el ano y vuelve a contar: en linea no debe quedar
      *nada del ano y lo borrado debe ser lo archivado.
       420-DEPURAR.
           MOVE 0 TO WS-ARC-MOV (1) WS-ARC-MOV (2)
               WS-ARC-MOV (3) WS-ARC-MOV (4).
           MOVE 'B' TO WS-ACCION.
           PERFORM 280-RECORRE.
           PERFORM 250-CUENTA-VIVOS.
           MOVE 0 TO WS-ERRORES.
           PERFORM 421-RESULTADO VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 4.
           IF WS-ERRORES > 0 OR WS-CANT-VIVOS > 0
               DISPLAY 'DEPURACION INCOMPLETA: QUEDAN '
                   WS-CANT-VIVOS ' RENGLONES DEL ANO EN LINEA'
               DISPLAY 'REVISAR; LOS HISTORICOS ESTAN COMPLETOS'
           ELSE
               DISPLAY 'ANO ' WS-ANIO ' DEPURADO Y ARCHIVADO'
           END-IF.

       421-RESULTADO.
           DISPLAY WS-ARC-DESC (WS-N) ' ARCHIVADOS: '
               WS-ARC-CIE (WS-N) ' BORRADOS: ' WS-ARC-MOV (WS-N).
           IF WS-ARC-MOV (WS-N) NOT = WS-ARC-CIE (WS-N)
               ADD 1 TO WS-ERRORES
           END-IF.

      *DIARIO es secuencial: lo que no es del ano pasa a
      *diariotmp y de ahi regresa a DIARIO.
       500-DEPURA-DIARIO.
           OPEN INPUT DIARIO.
           IF WS-FSTAT-JRN NOT = '00'
               DISPLAY 'ERROR AL ABRIR DIARIO: ' WS-FSTAT-JRN
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           PERFORM 510-ABRE-TMP.
           MOVE 0 TO WS-FLAG WS-JRN-QUEDAN.
           PERFORM 501-COPIA-RESTO UNTIL WS-FLAG = 1.
           CLOSE DIARIO.
           CLOSE DIARIO-TMP.
           PERFORM 520-DEVUELVE-DIARIO.

       501-COPIA-RESTO.
           READ DIARIO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   COMPUTE WS-JRN-ANIO = JRN-FEC-HORA / 10000000000
                   IF WS-JRN-ANIO = WS-ANIO
                       ADD 1 TO WS-ARC-MOV (3)
                   ELSE
                       MOVE REG-JRN TO REG-TMP
                       WRITE REG-TMP
                       ADD 1 TO WS-JRN-QUEDAN
                   END-IF
           END-READ.

       510-ABRE-TMP.
           OPEN OUTPUT DIARIO-TMP.
           IF WS-FSTAT-TMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR DIARIOTMP: ' WS-FSTAT-TMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.

      *Regresa diariotmp a DIARIO y cuenta lo regresado contra lo
      *que se paso a la copia.
       520-DEVUELVE-DIARIO.
           OPEN INPUT DIARIO-TMP.
           IF WS-FSTAT-TMP NOT = '00'
               DISPLAY 'ERROR AL ABRIR DIARIOTMP: ' WS-FSTAT-TMP
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.
           OPEN OUTPUT DIARIO.
           IF WS-FSTAT-JRN NOT = '00'
               DISPLAY 'ERROR AL RECREAR DIARIO: ' WS-FSTAT-JRN
               DISPLAY 'EL DIARIO COMPLETO QUEDO EN DIARIOTMP'
               STOP RUN
           END-IF.
           MOVE 0 TO WS-JRN-DEVUELTOS.
           MOVE 'N' TO WS-FIN-TMP.
           PERFORM 521-DEVUELVE UNTIL WS-FIN-TMP = 'S'.
           CLOSE DIARIO-TMP.
           CLOSE DIARIO.
           IF WS-JRN-DEVUELTOS NOT = WS-JRN-QUEDAN
               DISPLAY 'DIARIO NO CUADRA CON DIARIOTMP: '
                   WS-JRN-DEVUELTOS ' DE ' WS-JRN-QUEDAN
               DISPLAY 'RECUPERAR EL DIARIO DESDE DIARIOTMP'
               STOP RUN
           END-IF.

       521-DEVUELVE.
           READ DIARIO-TMP
               AT END MOVE 'S' TO WS-FIN-TMP
               NOT AT END
                   MOVE REG-TMP TO REG-JRN
                   WRITE REG-JRN
                   ADD 1 TO WS-JRN-DEVUELTOS
           END-READ.

      *Modo R. Los cuatro historicos del ano deben existir y
      *cuadrar con su cierre; cada renglon vuelve a su archivo en
      *linea (el que ya estuviera no se toca) y al final se cuenta
      *lo que hay en linea contra los cierres.
       600-RESTAURAR.
           PERFORM 350-EXISTEN-HISTORICOS.
           IF WS-CANT-HISTORICOS NOT = 4
               DISPLAY 'NO HAY HISTORICOS COMPLETOS DEL ANO ' WS-ANIO
               PERFORM 210-CIERRA-VIVOS
               STOP RUN
           END-IF.
           PERFORM 320-VERIFICA-HISTORICOS.
           PERFORM 250-CUENTA-VIVOS.
           DISPLAY 'RESTAURAR EL ANO ' WS-ANIO ' A LOS ARCHIVOS EN'
               ' LINEA? S/N'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'RESTAURACION CANCELADA'
           ELSE
               MOVE 0 TO WS-ARC-MOV (1) WS-ARC-MOV (2)
                   WS-ARC-MOV (3) WS-ARC-MOV (4)
                   WS-ARC-DUP (1) WS-ARC-DUP (2)
                   WS-ARC-DUP (3) WS-ARC-DUP (4)
               PERFORM 610-RESTAURA-UNO VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > 4
               PERFORM 250-CUENTA-VIVOS
               PERFORM 330-COMPARA-VIVOS
               PERFORM 640-RESULTADO VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > 4
               IF WS-ERRORES > 0
                   DISPLAY 'RESTAURACION CON DIFERENCIAS, REVISAR'
               ELSE
                   DISPLAY 'ANO ' WS-ANIO ' RESTAURADO Y VERIFICADO'
               END-IF
           END-IF.

       610-RESTAURA-UNO.
           IF WS-N = 3
               PERFORM 650-RESTAURA-DIARIO
           ELSE
               MOVE WS-ARC-NOMBRE (WS-N) TO WS-NOM-ARCH
               OPEN INPUT HISTORICO
               MOVE 'N' TO WS-FIN-ARC
               PERFORM 611-LEE-RESTAURA UNTIL WS-FIN-ARC = 'S'
               CLOSE HISTORICO
           END-IF.

       611-LEE-RESTAURA.
           READ HISTORICO INTO REG-ARC
               AT END MOVE 'S' TO WS-FIN-ARC
               NOT AT END
                   IF ARC-TIPO = 'D'
                       PERFORM 050-CIFRA
                       PERFORM 620-GRABA-VIVO
                   END-IF
           END-READ.

      *El renglon ya quedo en el registro en linea (050-CIFRA).
       620-GRABA-VIVO.
           EVALUATE WS-N
               WHEN 1
                   WRITE REG-HIS
                       INVALID KEY
                           ADD 1 TO WS-ARC-DUP (1)
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (1)
                   END-WRITE
               WHEN 2
                   WRITE REG-PAG
                       INVALID KEY
                           ADD 1 TO WS-ARC-DUP (2)
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (2)
                   END-WRITE
               WHEN 4
                   WRITE REG-INC
                       INVALID KEY
                           ADD 1 TO WS-ARC-DUP (4)
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-MOV (4)
                   END-WRITE
           END-EVALUATE.

       640-RESULTADO.
           DISPLAY WS-ARC-DESC (WS-N) ' RESTAURADOS: '
               WS-ARC-MOV (WS-N) ' YA EN LINEA: ' WS-ARC-DUP (WS-N).

      *DIARIO se restaura en su lugar por fecha-hora: lo anterior
      *al ano, lo archivado y lo posterior, via diariotmp, porque
      *REC-JRN y MOV-IMS lo leen en orden. Si ya hay movimientos
      *del ano en linea no se restaura para no duplicarlos.
       650-RESTAURA-DIARIO.
           IF WS-ARC-CANT (3) > 0
               DISPLAY 'DIARIO DEL ANO YA EN LINEA, NO SE RESTAURA'
               MOVE WS-ARC-CIE (3) TO WS-ARC-DUP (3)
           ELSE
               PERFORM 510-ABRE-TMP
               MOVE 0 TO WS-JRN-QUEDAN
               MOVE 'N' TO WS-JRN-INSERTADO
               IF WS-HAY-JRN = 'S'
                   OPEN INPUT DIARIO
                   MOVE 0 TO WS-FLAG
                   PERFORM 651-LEE-INTERCALA UNTIL WS-FLAG = 1
                   CLOSE DIARIO
               END-IF
               IF WS-JRN-INSERTADO = 'N'
                   PERFORM 655-INSERTA-HISTORICO
               END-IF
               CLOSE DIARIO-TMP
               PERFORM 520-DEVUELVE-DIARIO
               MOVE 'S' TO WS-HAY-JRN
           END-IF.

       651-LEE-INTERCALA.
           READ DIARIO
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   COMPUTE WS-JRN-ANIO = JRN-FEC-HORA / 10000000000
                   IF WS-JRN-ANIO > WS-ANIO
                      AND WS-JRN-INSERTADO = 'N'
                       PERFORM 655-INSERTA-HISTORICO
                   END-IF
                   MOVE REG-JRN TO REG-TMP
                   WRITE REG-TMP
                   ADD 1 TO WS-JRN-QUEDAN
           END-READ.

      *Pasa a diariotmp los movimientos del historico de DIARIO.
      *Pasa por REG-ARC y no por el registro de DIARIO, que en
      *ese momento trae el movimiento en linea pendiente de
      *copiar.
       655-INSERTA-HISTORICO.
           MOVE WS-ARC-NOMBRE (3) TO WS-NOM-ARCH.
           OPEN INPUT HISTORICO.
           MOVE 'N' TO WS-FIN-ARC.
           PERFORM 656-LEE-INSERTA UNTIL WS-FIN-ARC = 'S'.
           CLOSE HISTORICO.
           MOVE 'S' TO WS-JRN-INSERTADO.

       656-LEE-INSERTA.
           READ HISTORICO INTO REG-ARC
               AT END MOVE 'S' TO WS-FIN-ARC
               NOT AT END
                   IF ARC-TIPO = 'D'
                       MOVE ARC-DATOS TO REG-TMP
                       WRITE REG-TMP
                       ADD 1 TO WS-JRN-QUEDAN
                       ADD 1 TO WS-ARC-MOV (3)
                   END-IF
           END-READ.
