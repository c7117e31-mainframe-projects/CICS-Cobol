      ******************************************************************
      * Copybook   : QG1EXI01
      * Author     : ALDV
      * Purpose    : Layout de la lista de canales exonerados de IGV
      *  sobre comisiones (archivo QG1EXIGV.DAT), el par de la lista
      *  QG1EXEN.DAT de exentos de retencion sobre interes: son dos
      *  impuestos distintos y un canal puede estar en una lista y
      *  no en la otra. Un canal listado se factura sin IGV y la
      *  factura sale marcada exonerada. Se mantiene con QG1CX221;
      *  lo lee el motor de facturacion QG1CX148.
      *  EXI-SUSTENTO: norma o resolucion que ampara la exoneracion.
      ******************************************************************
       01  REG-EXONERADO-IGV.
           05 EXI-COD-CANAL     PIC X(03).
           05 EXI-SUSTENTO      PIC X(30).
