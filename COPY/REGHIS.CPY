      *CAL-NOM en cada cierre de nomina con las cifras vigentes en
      *ese momento, para poder reimprimir periodos anteriores y
      *acumular anuales (ver RPT-HIS) aunque EMPLEADO cambie despues
      *via MANT-EMP. El mes 13 es el aguinaldo (CAL-AGU), el 14
      *la PTU del ano (CAL-PTU) y los finiquitos los graba CAL-FIN
      *bajo el periodo de la baja. ISR e IMSS desglosan la
      *retencion total de HIS-DEDUC para que GEN-POL arme la
      *poliza contable (el resto de HIS-DEDUC son otras
      *retenciones); en aguinaldos, PTU y finiquitos van en cero.
      *DEDUC y NETO van a siete enteros porque un finiquito de
      *antiguedad alta (sueldo del mes mas aguinaldo mas
      *vacaciones y prima) rebasa los cinco del sueldo mensual.
      *HIS-QNA distingue la quincena dentro del periodo: 0 = mes
      *completo (nomina mensual, aguinaldo, finiquito), 1 y 2 =
      *primera y segunda quincena de los empleados quincenales. En
      *los renglones de quincena HIS-S-MEN sigue siendo el sueldo
      *mensual nominal; lo pagado es HIS-DEDUC + HIS-NETO.
      *Un 'histo' fisico anterior a este layout se convierte una
      *sola vez con CNV-HIS, y uno sin HIS-QNA con CNV-QNA.
       01 REG-HIS.
           05 HIS-KEY.
               10 HIS-ID-EMPL PIC 9(05).
               10 HIS-PERIODO PIC 9(06).
               10 HIS-QNA     PIC 9(01).
           05 HIS-NOM-EMPL  PIC X(20).
           05 HIS-NOM-DEP   PIC X(10).
           05 HIS-S-MEN     PIC 9(05).
