      *  estado mensual QG1CX115 (para producir el estado de
      *  cualquier mes pasado), el clasificador de actividad
      *  QG1CX134 via su llamador, y los reportes de tendencia.
      *  Desglose por tipo de operacion: MEN-TOT-TIPOS entradas de
      *  MEN-TIPO-TBL parten el volumen y el monto del mes por
      *  TRX-TIPO-OPER (la actividad sin tipo va con codigo en
      *  blanco). Lo usan la facturacion por tipo de QG1CX148, el
      *  estado QG1CX115 y el tablero QG1CX135. En los registros
      *  anteriores al desglose MEN-TOT-TIPOS llega en blancos (no
      *  numerico) y se toma como cero.
      ******************************************************************
       01  REG-ACTIVIDAD-MES.
           05 MEN-COD-CANAL    PIC X(03).
           05 MEN-PERIODO      PIC 9(06).
           05 MEN-VOLUMEN      PIC 9(07).
           05 MEN-MONTO        PIC 9(11)V9(02).
           05 MEN-DESGLOSE.
              10 MEN-TOT-TIPOS PIC 9(02).
              10 MEN-TIPO-TBL  OCCURS 10 TIMES.
                 15 MEN-TIPO-OPER    PIC X(02).
                 15 MEN-TIPO-VOLUMEN PIC 9(07).
                 15 MEN-TIPO-MONTO   PIC 9(11)V9(02).
