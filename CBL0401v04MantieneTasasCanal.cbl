               MOVE WK-TEN         TO PNF-TEN
               MOVE WK-TEA         TO PNF-TEA
               MOVE 0              TO PNF-TCAMBIO
               MOVE SPACES         TO PNF-LOTE
               WRITE REG-PENDIENTE-FIN
               ADD 1 TO WS-TOT-AGREGADAS
               DISPLAY "TASA DE " WK-CODIGO " VIGENTE DESDE "
