      *  e imprime en QG1CX158.RPT el lado a lado por canal (interes
      *  actual, interes propuesto, diferencia) y el total del
      *  alcance, que es el costo del cambio que tesoreria firma.
      * Base de calculo por canal: ambos escenarios usan la
      *  convencion de conteo de dias del canal (rutina QG1CX218,
      *  ACT/365, ACT/360 o 30/360) en lugar del divisor fijo 365,
      *  y la linea de cada canal muestra la base aplicada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-TEA               PIC 9(03)V9(03).
       01 WK-TASA-ENCONTRADA   PIC X(01).
       01 WK-INTERES-DIA       PIC 9(09)V9(06).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-UN-DIA            PIC S9(05) VALUE 1.
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "CANAL   INT ACTUAL      INT PROPUESTO   DIFERENCIA"
              TO WS-LIN-DETALLE
            MOVE "BASE" TO WS-LIN-DETALLE(54:4)
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
               CALL "QG1CX075" USING WK-CANAL-SIM, WK-FECHA-DIA,
                                      WK-TEN, WK-TEA,
                                      WK-TASA-ENCONTRADA
               CALL "QG1CX218" USING WK-CANAL-SIM, WK-FECHA-DIA,
                                      WK-BASE, WK-BASE-DIAS,
                                      WK-BASE-DIVISOR
               IF WK-TASA-ENCONTRADA = 'S'
                  COMPUTE WK-INTERES-DIA ROUNDED =
                     WK-MONTO-SIM * WK-TEN / 100 / WK-BASE-DIVISOR
                     * WK-BASE-DIAS
                  ADD WK-INTERES-DIA TO WK-INT-ACTUAL
               END-IF
               COMPUTE WK-INTERES-DIA ROUNDED =
                  WK-MONTO-SIM * WK-TEN-PROPUESTA / 100
                  / WK-BASE-DIVISOR * WK-BASE-DIAS
               ADD WK-INTERES-DIA TO WK-INT-PROPUESTO

               MOVE WK-FECHA-DIA TO WK-FECHA-AUX, WK-FECHA-AUX2
                   "  " WK-ACTUAL-ED
                   "  " WK-PROPUESTO-ED
                   "  " WK-DELTA-ED
                   "  " WK-BASE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
