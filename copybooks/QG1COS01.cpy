      ******************************************************************
      * Copybook   : QG1COS01
      * Author     : ALDV
      * Purpose    : Layout de la tabla de costo operativo por
      *  transaccion (archivo QG1COSTO.DAT), con vigencia. La
      *  rentabilidad por canal se armaba a mano y cada quien le
      *  cargaba un costo distinto a la operacion. Cada registro fija
      *  el costo operativo asignado a UNA transaccion de un tipo de
      *  canal de QG1TIPO.DAT ('*' = cualquier tipo; el costo del
      *  tipo especifico gana sobre el generico), en soles.
      *  El mantenimiento QG1CX264 solo AGREGA registros (historia
      *  intocable, misma regla de QG1CX214 con QG1PENTAR.DAT) y el
      *  reporte de rentabilidad QG1CX265 toma la COS-FECHA-DESDE mas
      *  reciente que no sea posterior al fin del trimestre.
      ******************************************************************
       01  REG-COSTO-OPERATIVO.
           05 COS-TIP-CODIGO    PIC X(01).
           05 COS-FECHA-DESDE   PIC 9(08).
           05 COS-COSTO-TRX     PIC 9(03)V9(04).
