                   MOVE VIE-EST-EMPL TO EST-EMPL
                   MOVE VIE-F-BAJA   TO F-BAJA
                   MOVE VIE-MOT-BAJA TO MOT-BAJA
                   MOVE 'M'          TO FREC-PAG
                   MOVE VIE-OPC-SUE  TO OPC-SUE
                   WRITE REG-EMPL
                       INVALID KEY
