      ******************************************************************
      * Copybook   : QG1IGV01
      * Author     : ALDV
      * Purpose    : Layout del registro de tasa de IGV con vigencia
      *  (archivo QG1IGVTAS.DAT). Las comisiones de servicio que
      *  facturamos a los canales estan gravadas con IGV y la tasa
      *  la fija la ley, no el canal: un solo registro por cambio de
      *  tasa con la fecha desde la que rige. El mantenimiento
      *  QG1CX220 solo AGREGA registros (misma regla de historia de
      *  QG1CX147 con QG1CUOTA.DAT) y el motor de facturacion
      *  QG1CX148 toma la tasa con la IGV-FECHA-DESDE mas reciente
      *  que no sea posterior al periodo facturado, para que
      *  refacturar un periodo pasado use la tasa de ese periodo.
      *  IGV-TASA: porcentaje con dos decimales (18,00 = 18%).
      ******************************************************************
       01  REG-TASA-IGV.
           05 IGV-FECHA-DESDE   PIC 9(08).
           05 IGV-TASA          PIC 9(02)V9(02).
           05 IGV-OPERADOR      PIC X(08).
           05 IGV-FECHA-ALTA    PIC 9(08).
