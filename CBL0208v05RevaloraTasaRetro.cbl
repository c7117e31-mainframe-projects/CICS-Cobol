      *  Dias y capturas previos a esos campos llegan en blancos y
      *  se tratan como viejos (ajustables), el mismo criterio de
      *  PND-FECHA-CAPTURA.
      * Saldo principal por canal: como el devengo QG1CX114, el
      *  recalculo ya no usa un monto principal de consola sino el
      *  saldo del canal vigente cada dia (rutina QG1CX217 sobre
      *  QG1PRINC.DAT); un dia sin saldo vigente no devengo y no
      *  genera diferencia.
      * Base de calculo por canal: la diferencia del dia usa la
      *  misma convencion que el devengo QG1CX114 (rutina QG1CX218:
      *  ACT/365, ACT/360 o 30/360 segun QG1BASE.DAT), dividiendo
      *  entre el divisor de la base y multiplicando por los dias
      *  que devenga esa fecha.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 FS-CONTROL           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-MONTO             PIC 9(11)V9(02).
       01 WK-PRI-ENCONTRADO    PIC X(01).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WK-PRI-FIRMA.
          05 WK-PRI-FIRMA-REGISTROS PIC 9(07).
          05 WK-PRI-FIRMA-SUMA      PIC 9(15)V9(02).
       01 WK-ULT-DEVENGADO     PIC 9(08) VALUE 0.
       01 WK-FECHA-HOY         PIC 9(08).

       1000-INICIO.
            MOVE "REVALORIZACION POR TASA RETROACTIVA" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY.
      *
       2000-CARGA-INSUMOS.
            OPEN INPUT HOST-TASAS
                  PERFORM 3200-TASA-VIGENTE-PARCIAL
                  MOVE WK-TEN-RESPUESTA TO WK-TEN-NUEVA

                  CALL "QG1CX217" USING WS-TAS-CODIGO(WK-I),
                                         WK-FECHA-DIA, WS-MONTO,
                                         WK-PRI-ENCONTRADO,
                                         WK-PRI-FIRMA
                  CALL "QG1CX218" USING WS-TAS-CODIGO(WK-I),
                                         WK-FECHA-DIA, WK-BASE,
                                         WK-BASE-DIAS,
                                         WK-BASE-DIVISOR
                  IF WK-TEN-NUEVA NOT = WK-TEN-VIEJA
                     AND WK-PRI-ENCONTRADO = 'S'
                     COMPUTE WK-DELTA-DIA ROUNDED =
                        WS-MONTO * (WK-TEN-NUEVA - WK-TEN-VIEJA)
                        / 100 / WK-BASE-DIVISOR * WK-BASE-DIAS
                     PERFORM 3300-ACUMULA-DELTA
                  END-IF
               END-IF
