      ******************************************************************
      * Copybook   : QG1PNA01
      * Author     : ALDV
      * Purpose    : Layout del registro de violaciones ya penalizadas
      *  (archivo QG1PENAPL.DAT, secuencial de agregado). El motor de
      *  penalidades QG1CX213 anota aqui cada violacion que cobra,
      *  con la imagen completa de la linea del historico
      *  QG1VIOHIS.DAT; al volver a correr un periodo (recorrida o
      *  violaciones tardias) netea contra este registro para no
      *  cobrar dos veces la misma violacion, y cuenta lo ya cobrado
      *  por canal y clase contra el tope mensual PEN-MAX-MES.
      *  PNA-REFERENCIA: la referencia del movimiento 'PE' del libro
      *  QG1LIBRO.DAT con que se cobro.
      ******************************************************************
       01  REG-PENALIDAD-APLICADA.
           05 PNA-COD-CANAL     PIC X(03).
           05 PNA-PERIODO       PIC 9(06).
           05 PNA-CLASE         PIC X(02).
           05 PNA-MONTO         PIC 9(07)V9(02).
           05 PNA-FECHA-PROCESO PIC 9(08).
           05 PNA-REFERENCIA    PIC X(12).
           05 PNA-VIOLACION     PIC X(100).
