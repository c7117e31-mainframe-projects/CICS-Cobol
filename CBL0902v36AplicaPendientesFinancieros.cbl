       01 WS-TABLA-PENDIENTES.
          05 WS-PNF-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNF-REG     PIC X(69).

       01 WK-I                 PIC 9(04).
       01 WS-TOT-TASAS         PIC 9(04) VALUE 0.
