               MOVE WK-FECHA    TO PNF-FECHA
               MOVE 0           TO PNF-TEN, PNF-TEA
               MOVE WK-TASA     TO PNF-TCAMBIO
               MOVE SPACES      TO PNF-LOTE
               WRITE REG-PENDIENTE-FIN
               ADD 1 TO WS-TOT-AGREGADOS
               DISPLAY "TIPO DE CAMBIO " WK-MONEDA " DEL " WK-FECHA
