      ******************************************************************
      * Copybook   : QG1PEN01
      * Author     : ALDV
      * Purpose    : Layout de la tarifa de penalidades por violacion
      *  de limites (archivo QG1PENTAR.DAT), con vigencia. Las
      *  violaciones de QG1CX092.VIO (limite por transaccion,
      *  velocidad QG1CX166, horario QG1CX168) se revisaban a mano y
      *  se cobraban desde una hoja de calculo. Cada registro pone
      *  precio a una clase de violacion para un tipo de canal de
      *  QG1TIPO.DAT ('*' = cualquier tipo; una tarifa del tipo
      *  especifico gana sobre la generica). El mantenimiento
      *  QG1CX214 solo AGREGA registros (historia intocable, misma
      *  regla de QG1CX147 con QG1CUOTA.DAT) y el motor mensual
      *  QG1CX213 toma la PEN-FECHA-DESDE mas reciente que no sea
      *  posterior al periodo penalizado.
      *  PEN-CLASE: LI excede limite, IN canal inactivo, VD velocidad
      *   dia monto, VC velocidad dia conteo, VM velocidad mes monto,
      *   HO fuera de horario.
      *  PEN-MONTO: importe por violacion (cero = clase exonerada).
      *  PEN-MAX-MES: tope de violaciones cobradas por canal, clase
      *   y periodo; las que pasan el tope se exoneran (cero = sin
      *   tope).
      ******************************************************************
       01  REG-TARIFA-PENALIDAD.
           05 PEN-CLASE         PIC X(02).
           05 PEN-TIP-CODIGO    PIC X(01).
           05 PEN-FECHA-DESDE   PIC 9(08).
           05 PEN-MONTO         PIC 9(07)V9(02).
           05 PEN-MAX-MES       PIC 9(03).
