      *utileria reescribe el maestro en vivo. Los movimientos de la
      *propia recuperacion no se diarizan, igual que la
      *reconstruccion de REC-EMP no se respalda a si misma.
      *Los anos depurados por ARC-HIS ya no estan en DIARIO: para
      *regresar a una fecha de esos anos hay que restaurarlos
      *antes con su modo R.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-JRN.
       ENVIRONMENT DIVISION.
