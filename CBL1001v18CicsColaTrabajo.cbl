      *    APR -> revisar con QG1CX103 y aplicar con QG1CX104
      *    DIF -> corregir y recorrer el aplicador QG1CX106
      *    REC -> reparar con tarjetas QG1CX117.TRC (QG1CX117)
      *    RCL -> reclamo de cliente vencido, responder con la
      *           transaccion de reclamos QG1C0021 (Q21)
      *  El reporte batch de antiguedad con escalacion es QG1CX212.
      * Quiebres de conciliacion: la lista trae tambien los quiebres
      *  de totales de canal que llevan mas de CONCILIA-DIAS-COLA
      *  dias abiertos, tipo CNC (referencia moneda + fecha); se
      *  cierran conciliando de nuevo o con la resolucion manual de
      *  QG1CX291, y el pie lo indica.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
              PERFORM 2200-ENVIA-LINEA
           END-PERFORM

           MOVE SPACES TO WX-LINEA
           STRING 'APR=QG1CX103/104  DIF=QG1CX106  REC=QG1CX117'
                  '  RCL=Q21  CNC=QG1CX291'
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 2200-ENVIA-LINEA.
      *
       2200-ENVIA-LINEA.
