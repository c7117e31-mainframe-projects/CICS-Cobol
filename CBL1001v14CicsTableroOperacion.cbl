      *  propio, patron QG1CX132); la transaccion solo las envia.
      *  El operador de guardia ve el problema mientras ocurre, no
      *  en el reporte de manana.
      * Feeds esperados: la pantalla suma dos lineas de QG1CX200 con
      *  el estado de los feeds del dia segun el monitor QG1CX235
      *  (a tiempo, tardios, pendientes, faltantes) y las fuentes
      *  con alerta; se envian nueve lineas en vez de siete.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           CALL 'QG1CX200' USING WX-FECHA-HOY, WX-TABLERO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 9
              EXEC CICS
                  SEND TEXT FROM(WX-LINEA(WK-I))
                            LENGTH(LENGTH OF WX-LINEA(WK-I))
