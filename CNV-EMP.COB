                   MOVE 'A'    TO EST-EMPL
                   MOVE ZERO   TO F-BAJA
                   MOVE SPACES TO MOT-BAJA
                   MOVE 'M'    TO FREC-PAG
                   MOVE ZERO   TO OPC-SUE
                   WRITE REG-EMPL
                       INVALID KEY
