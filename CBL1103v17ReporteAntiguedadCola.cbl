      * Date       : 03/09/2026
      * Purpose    : Reporte diario de antiguedad de la cola de
      *  trabajo (los mismos items que junta la rutina QG1CX211:
      *  aprobaciones pendientes, diferidos fallidos, rechazos
      *  reparables y reclamos de clientes vencidos): lista lo que
      *  lleva mas de COLA-DIAS-MAX dias esperando (QG1PARAM.DAT
      *  via QG1CX112, por defecto 3),
      *  escalando por banda de edad -
      *    banda 1 = hasta 2 veces el maximo,
      *    banda 2 = hasta 3 veces,
      *              severidad 'A' via QG1CX120)
      *  en QG1CX212.RPT, para que un cambio aprobado no vuelva a
      *  dormir tres semanas sin que nadie lo vea.
      * Quiebres de conciliacion: los quiebres de totales de canal
      *  que QG1CX291 manda a la cola (tipo CNC) entran a las mismas
      *  bandas; su edad cuenta desde que se detecto el quiebre.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
