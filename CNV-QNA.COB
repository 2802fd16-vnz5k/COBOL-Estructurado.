      *Conversion unica de los archivos por periodo al layout con
      *quincena (ver FREC-PAG en REGEMPL): HISTORIAL, INCIDEN,
      *PAGOS, PERIODOS y TIMBRES agregaron la quincena a la llave
      *(HIS-QNA, INC-QNA, PAG-QNA, PER-QNA, TIM-QNA) y CONCEPTO y
      *AJUSTES la agregaron a la clave del ultimo periodo aplicado
      *(CON-ULT-QNA, AJU-ULT-QNA). Antes de correr: renombrar los
      *archivos fisicos actuales 'histo', 'incide', 'pagos',
      *'period', 'concep', 'ajuste' y 'timbres' agregando 'ant' al
      *nombre (histoant, incideant, pagosant, periodant,
      *concepant, ajusteant, timbresant; un 'histoant' que haya
      *quedado de CNV-HIS se reemplaza). Este programa los lee tal
      *cual (siguen siendo indexados validos con el registro
      *corto), escribe cada archivo nuevo con quincena 0 (todo lo
      *anterior es nomina mensual) y verifica que las cantidades
      *cuadren entre ambos. Solo el historial es obligatorio; el
      *archivo anterior que no exista se omite (nunca se uso esa
      *opcion). Se corre una sola vez, antes de usar cualquier otro
      *programa sobre los archivos convertidos; igual que CNV-HIS
      *no lleva firma de entrada porque es parte del procedimiento
      *de conversion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV-QNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIE-HIS ASSIGN TO 'C:\Users\pc\Desktop\S\histoant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VHI-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-INC ASSIGN TO 'C:\Users\pc\Desktop\S\incideant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIN-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-PAG ASSIGN TO 'C:\Users\pc\Desktop\S\pagosant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VPA-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-PER ASSIGN TO 'C:\Users\pc\Desktop\S\periodant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VPE-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-CON ASSIGN TO 'C:\Users\pc\Desktop\S\concepant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCO-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-AJU ASSIGN TO 'C:\Users\pc\Desktop\S\ajusteant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAJ-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT VIE-TIM ASSIGN TO 'C:\Users\pc\Desktop\S\timbresant'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VTI-KEY
               FILE STATUS IS WS-FSTAT-VIE.
           SELECT HISTORIAL ASSIGN TO 'C:\Users\pc\Desktop\S\histo'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT INCIDEN ASSIGN TO 'C:\Users\pc\Desktop\S\incide'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT PAGOS ASSIGN TO 'C:\Users\pc\Desktop\S\pagos'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT PERIODOS ASSIGN TO 'C:\Users\pc\Desktop\S\period'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT CONCEPTO ASSIGN TO 'C:\Users\pc\Desktop\S\concep'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT AJUSTES ASSIGN TO 'C:\Users\pc\Desktop\S\ajuste'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJU-KEY
               FILE STATUS IS WS-FSTAT-NVO.
           SELECT TIMBRES ASSIGN TO 'C:\Users\pc\Desktop\S\timbres'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS WS-FSTAT-NVO.
       DATA DIVISION.
       FILE SECTION.
      *Layouts anteriores, tal como quedaron antes de agregar la
      *quincena: la llave vieja y el resto del registro, que pasa
      *sin cambio detras de la quincena.
       FD VIE-HIS.
       01 REG-VHI.
           05 VHI-KEY  PIC X(11).
           05 VHI-RES  PIC X(67).

       FD VIE-INC.
       01 REG-VIN.
           05 VIN-KEY  PIC X(11).
           05 VIN-RES  PIC X(07).

       FD VIE-PAG.
       01 REG-VPA.
           05 VPA-KEY  PIC X(11).
           05 VPA-RES  PIC X(39).

       FD VIE-PER.
       01 REG-VPE.
           05 VPE-KEY  PIC X(06).
           05 VPE-RES  PIC X(19).

      *En CONCEPTO y AJUSTES la llave no cambia; la quincena entra
      *despues del periodo del ultimo descuento aplicado.
       FD VIE-CON.
       01 REG-VCO.
           05 VCO-KEY  PIC X(08).
           05 VCO-ANT  PIC X(35).
           05 VCO-RES  PIC X(07).

       FD VIE-AJU.
       01 REG-VAJ.
           05 VAJ-KEY  PIC X(12).
           05 VAJ-ANT  PIC X(26).
           05 VAJ-RES  PIC X(27).

       FD VIE-TIM.
       01 REG-VTI.
           05 VTI-KEY  PIC X(11).
           05 VTI-RES  PIC X(53).

       FD HISTORIAL.
           COPY REGHIS.

       FD INCIDEN.
           COPY REGINC.

       FD PAGOS.
           COPY REGPAG.

       FD PERIODOS.
           COPY REGPER.

       FD CONCEPTO.
           COPY REGCON.

       FD AJUSTES.
           COPY REGAJU.

       FD TIMBRES.
           COPY REGTIM.

       WORKING-STORAGE SECTION.
       01 WS-FLAG PIC 9 VALUE 0.
       01 WS-FSTAT-VIE PIC XX.
       01 WS-FSTAT-NVO PIC XX.
       01 WS-CONFIRMA PIC X VALUE 'N'.
       01 WS-HAY-VIE   PIC X VALUE 'N'.
       01 WS-NOM-ARCH  PIC X(10) VALUE SPACES.
       01 WS-CANT-VIE  PIC 9(07) VALUE 0.
       01 WS-CANT-NVO  PIC 9(07) VALUE 0.
       01 WS-CANT-ARCH PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       001-INI.
           PERFORM 100-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               PERFORM 200-HISTORIAL
               PERFORM 210-INCIDEN
               PERFORM 220-PAGOS
               PERFORM 230-PERIODOS
               PERFORM 240-CONCEPTO
               PERFORM 250-AJUSTES
               PERFORM 260-TIMBRES
               DISPLAY 'ARCHIVOS CONVERTIDOS: ' WS-CANT-ARCH
           ELSE
               DISPLAY 'CONVERSION CANCELADA'
           END-IF.
           STOP RUN.

      *Los archivos nuevos se crean desde cero: misma doble
      *confirmacion que CNV-HIS.
       100-CONFIRMA.
           DISPLAY 'CONVERTIR HISTOANT, INCIDEANT, PAGOSANT,'.
           DISPLAY 'PERIODANT, CONCEPANT, AJUSTEANT Y TIMBRESANT'.
           DISPLAY 'AL LAYOUT CON QUINCENA? SE RECREAN LOS'.
           DISPLAY 'ARCHIVOS NUEVOS. S/N'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S'
               DISPLAY 'CONFIRME: ESCRIBIR LOS ARCHIVOS NUEVOS? S/N'
               ACCEPT WS-CONFIRMA
           END-IF.

      *Apertura del archivo anterior: el historial es obligatorio,
      *los demas se omiten si no existen.
       110-ABRE-ANTERIOR.
           EVALUATE WS-FSTAT-VIE
               WHEN '00'
                   MOVE 'S' TO WS-HAY-VIE
                   MOVE 0 TO WS-CANT-VIE
                   MOVE 0 TO WS-CANT-NVO
                   MOVE 0 TO WS-FLAG
               WHEN '35'
                   MOVE 'N' TO WS-HAY-VIE
                   IF WS-NOM-ARCH = 'HISTORIAL'
                       DISPLAY 'ERROR AL ABRIR HISTOANT: '
                           WS-FSTAT-VIE
                       DISPLAY 'RENOMBRAR EL HISTORIAL ANTERIOR A'
                       DISPLAY 'HISTOANT ANTES DE CORRER LA CONVERSION'
                       STOP RUN
                   END-IF
                   DISPLAY 'SIN ' WS-NOM-ARCH ' ANTERIOR, SE OMITE'
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOM-ARCH
                       ' ANTERIOR: ' WS-FSTAT-VIE
                   DISPLAY 'NO SE PUEDE CONTINUAR'
                   STOP RUN
           END-EVALUATE.

       120-CREA-NUEVO.
           IF WS-FSTAT-NVO NOT = '00'
               DISPLAY 'ERROR AL CREAR ' WS-NOM-ARCH ': '
                   WS-FSTAT-NVO
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.

       130-NO-GRABA.
           DISPLAY 'NO SE PUDO CONVERTIR ' WS-NOM-ARCH ': '
               WS-FSTAT-NVO.
           DISPLAY 'NO SE PUEDE CONTINUAR'.
           STOP RUN.

       140-ABRE-NUEVO.
           IF WS-FSTAT-NVO NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-ARCH ': '
                   WS-FSTAT-NVO
               DISPLAY 'NO SE PUEDE CONTINUAR'
               STOP RUN
           END-IF.

      *Vuelve a contar el archivo convertido contra lo leido del
      *anterior antes de darlo por bueno, igual que CNV-HIS.
       150-CUADRA.
           IF WS-CANT-NVO NOT = WS-CANT-VIE
               DISPLAY WS-NOM-ARCH ' CONVERTIDO NO CUADRA'
               DISPLAY 'ANTERIOR   CANT=' WS-CANT-VIE
               DISPLAY 'CONVERTIDO CANT=' WS-CANT-NVO
               DISPLAY 'REVISAR ANTES DE USAR LOS ARCHIVOS'
               STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-ARCH.
           DISPLAY WS-NOM-ARCH ' VERIFICADO: ' WS-CANT-NVO
               ' REGISTROS'.

       200-HISTORIAL.
           MOVE 'HISTORIAL' TO WS-NOM-ARCH.
           OPEN INPUT VIE-HIS.
           PERFORM 110-ABRE-ANTERIOR.
           OPEN OUTPUT HISTORIAL.
           PERFORM 120-CREA-NUEVO.
           PERFORM 201-COPIA-HIS UNTIL WS-FLAG = 1.
           CLOSE VIE-HIS.
           CLOSE HISTORIAL.
           OPEN INPUT HISTORIAL.
           PERFORM 140-ABRE-NUEVO.
           PERFORM UNTIL WS-FSTAT-NVO = '10'
               READ HISTORIAL NEXT RECORD
                   AT END MOVE '10' TO WS-FSTAT-NVO
                   NOT AT END ADD 1 TO WS-CANT-NVO
               END-READ
           END-PERFORM.
           CLOSE HISTORIAL.
           PERFORM 150-CUADRA.

       201-COPIA-HIS.
           READ VIE-HIS NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VHI-KEY TO HIS-KEY(1:11)
                   MOVE 0       TO HIS-QNA
                   MOVE VHI-RES TO REG-HIS(13:67)
                   WRITE REG-HIS
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       210-INCIDEN.
           MOVE 'INCIDEN' TO WS-NOM-ARCH.
           OPEN INPUT VIE-INC.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT INCIDEN
               PERFORM 120-CREA-NUEVO
               PERFORM 211-COPIA-INC UNTIL WS-FLAG = 1
               CLOSE VIE-INC
               CLOSE INCIDEN
               OPEN INPUT INCIDEN
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ INCIDEN NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE INCIDEN
               PERFORM 150-CUADRA
           END-IF.

       211-COPIA-INC.
           READ VIE-INC NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VIN-KEY TO INC-KEY(1:11)
                   MOVE 0       TO INC-QNA
                   MOVE VIN-RES TO REG-INC(13:7)
                   WRITE REG-INC
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       220-PAGOS.
           MOVE 'PAGOS' TO WS-NOM-ARCH.
           OPEN INPUT VIE-PAG.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT PAGOS
               PERFORM 120-CREA-NUEVO
               PERFORM 221-COPIA-PAG UNTIL WS-FLAG = 1
               CLOSE VIE-PAG
               CLOSE PAGOS
               OPEN INPUT PAGOS
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ PAGOS NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE PAGOS
               PERFORM 150-CUADRA
           END-IF.

       221-COPIA-PAG.
           READ VIE-PAG NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VPA-KEY TO PAG-KEY(1:11)
                   MOVE 0       TO PAG-QNA
                   MOVE VPA-RES TO REG-PAG(13:39)
                   WRITE REG-PAG
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       230-PERIODOS.
           MOVE 'PERIODOS' TO WS-NOM-ARCH.
           OPEN INPUT VIE-PER.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT PERIODOS
               PERFORM 120-CREA-NUEVO
               PERFORM 231-COPIA-PER UNTIL WS-FLAG = 1
               CLOSE VIE-PER
               CLOSE PERIODOS
               OPEN INPUT PERIODOS
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ PERIODOS NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
               PERFORM 150-CUADRA
           END-IF.

       231-COPIA-PER.
           READ VIE-PER NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VPE-KEY TO PER-KEY(1:6)
                   MOVE 0       TO PER-QNA
                   MOVE VPE-RES TO REG-PER(8:19)
                   WRITE REG-PER
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       240-CONCEPTO.
           MOVE 'CONCEPTO' TO WS-NOM-ARCH.
           OPEN INPUT VIE-CON.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT CONCEPTO
               PERFORM 120-CREA-NUEVO
               PERFORM 241-COPIA-CON UNTIL WS-FLAG = 1
               CLOSE VIE-CON
               CLOSE CONCEPTO
               OPEN INPUT CONCEPTO
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ CONCEPTO NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE CONCEPTO
               PERFORM 150-CUADRA
           END-IF.

       241-COPIA-CON.
           READ VIE-CON NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VCO-KEY TO REG-CON(1:8)
                   MOVE VCO-ANT TO REG-CON(9:35)
                   MOVE 0       TO CON-ULT-QNA
                   MOVE VCO-RES TO REG-CON(45:7)
                   WRITE REG-CON
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       250-AJUSTES.
           MOVE 'AJUSTES' TO WS-NOM-ARCH.
           OPEN INPUT VIE-AJU.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT AJUSTES
               PERFORM 120-CREA-NUEVO
               PERFORM 251-COPIA-AJU UNTIL WS-FLAG = 1
               CLOSE VIE-AJU
               CLOSE AJUSTES
               OPEN INPUT AJUSTES
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ AJUSTES NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE AJUSTES
               PERFORM 150-CUADRA
           END-IF.

       251-COPIA-AJU.
           READ VIE-AJU NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VAJ-KEY TO REG-AJU(1:12)
                   MOVE VAJ-ANT TO REG-AJU(13:26)
                   MOVE 0       TO AJU-ULT-QNA
                   MOVE VAJ-RES TO REG-AJU(40:27)
                   WRITE REG-AJU
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.

       260-TIMBRES.
           MOVE 'TIMBRES' TO WS-NOM-ARCH.
           OPEN INPUT VIE-TIM.
           PERFORM 110-ABRE-ANTERIOR.
           IF WS-HAY-VIE = 'S'
               OPEN OUTPUT TIMBRES
               PERFORM 120-CREA-NUEVO
               PERFORM 261-COPIA-TIM UNTIL WS-FLAG = 1
               CLOSE VIE-TIM
               CLOSE TIMBRES
               OPEN INPUT TIMBRES
               PERFORM 140-ABRE-NUEVO
               PERFORM UNTIL WS-FSTAT-NVO = '10'
                   READ TIMBRES NEXT RECORD
                       AT END MOVE '10' TO WS-FSTAT-NVO
                       NOT AT END ADD 1 TO WS-CANT-NVO
                   END-READ
               END-PERFORM
               CLOSE TIMBRES
               PERFORM 150-CUADRA
           END-IF.

       261-COPIA-TIM.
           READ VIE-TIM NEXT RECORD
               AT END MOVE 1 TO WS-FLAG
               NOT AT END
                   MOVE VTI-KEY TO TIM-KEY(1:11)
                   MOVE 0       TO TIM-QNA
                   MOVE VTI-RES TO REG-TIM(13:53)
                   WRITE REG-TIM
                       INVALID KEY PERFORM 130-NO-GRABA
                   END-WRITE
                   ADD 1 TO WS-CANT-VIE
           END-READ.
