      ******************************************************************
      * Copybook   : QG1DEP01
      * Author     : ALDV
      * Purpose    : Layout de los totales depurados del detalle
      *  retenido plano (archivo QG1TRXDEP.DAT). La depuracion por
      *  antiguedad QG1CX269 saca de QG1TRXHIS.DAT las lineas mas
      *  viejas que el plazo de retencion, pero el control QG1CX157
      *  reconstruye con ese archivo el volumen de VIDA de cada
      *  canal. Por eso, por cada canal, la depuracion acumula aqui
      *  lo que saco (cantidad y monto con la misma regla de reversos
      *  de QG1CX091, fecha del ultimo movimiento y lineas sacadas),
      *  y QG1CX157 arranca su reconstruccion desde estos totales.
      ******************************************************************
       01  REG-DEPURADO-TRX.
           05 DEP-COD-CANAL     PIC X(03).
           05 DEP-VOLUMEN       PIC 9(07).
           05 DEP-MONTO         PIC 9(11)V9(02).
           05 DEP-FECHA-ULT     PIC 9(08).
           05 DEP-LINEAS        PIC 9(09).
