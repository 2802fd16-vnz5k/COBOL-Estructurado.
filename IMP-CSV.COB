           MOVE 'A'    TO EST-EMPL.
           MOVE ZERO   TO F-BAJA.
           MOVE SPACES TO MOT-BAJA.
           MOVE 'M'    TO FREC-PAG.
           WRITE REG-EMPL
               INVALID KEY
                   MOVE 'ID DUPLICADO' TO WS-MOTIVO
