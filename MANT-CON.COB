           PERFORM 260-CAPTURA.
           MOVE 'A' TO CON-ESTADO.
           MOVE 0 TO CON-ULT-PER.
           MOVE 0 TO CON-ULT-QNA.
           MOVE 0 TO CON-ULT-MONTO.
           WRITE REG-CON
               INVALID KEY
