      ******************************************************************
      * Copybook   : QG1RIH01
      * Author     : ALDV
      * Purpose    : Layout de la historia de calificaciones de riesgo
      *  por canal (archivo QG1RIEHIS.DAT). QG1RIESGO.DAT (COPY
      *  QG1RIE01) solo guarda la ultima calificacion y cada corrida
      *  nocturna de QG1CX171 pisa la anterior; el calificador agrega
      *  ademas aqui cada calificacion con su fecha, puntos y
      *  factores, en orden de fecha de calculo. El reporte mensual
      *  de migracion QG1CX292 la lee para armar la matriz de
      *  movimientos entre A/B/C/D de un mes a otro, las bajas de
      *  dos o mas escalones y el tiempo de cada canal en 'D'.
      *  Si el calificador corre dos veces el mismo dia quedan dos
      *  lineas; vale la ultima.
      ******************************************************************
       01  REG-RIESGO-HISTORIA.
           05 RIH-COD-CANAL    PIC X(03).
           05 RIH-FECHA-CALC   PIC 9(08).
           05 RIH-RATING       PIC X(01).
           05 RIH-PUNTOS       PIC 9(03).
           05 RIH-FACTORES     PIC X(20).
