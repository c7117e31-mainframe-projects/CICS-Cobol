      *      maestro HOST004 y responsable/direccion del archivo de
      *      contactos QG1CTO.DAT (lectura aleatoria, patron
      *      QG1CX130).
      * Base de calculo por canal: el certificado indica con que
      *  convencion de conteo de dias se devengo el interes del
      *  canal (rutina QG1CX218: ACT/365, ACT/360 o 30/360).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       01 WK-INTERES-ED        PIC ZZZZZZZZZZ9,99.
       01 WK-RETENIDO-ED       PIC ZZZZZZZZZZ9,99.
       01 WK-FECHA-BASE        PIC 9(08).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
            STRING "INTERES DEVENGADO EN EL ANIO: " WK-INTERES-ED
                   "  IMPUESTO RETENIDO: " WK-RETENIDO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            COMPUTE WK-FECHA-BASE = WK-ANIO * 10000 + 1231
            CALL "QG1CX218" USING WS-ANU-CODIGO(WK-I), WK-FECHA-BASE,
                                   WK-BASE, WK-BASE-DIAS,
                                   WK-BASE-DIVISOR
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "BASE DE CALCULO DEL INTERES: " WK-BASE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
