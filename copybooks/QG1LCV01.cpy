      ******************************************************************
      * Copybook   : QG1LCV01
      * Author     : ALDV
      * Purpose    : Layout de las reglas de conversion de layout
      *  (archivo QG1LAYCV.DAT) que aplica el convertidor generico
      *  QG1CX285. Las reglas de un layout y una version de origen
      *  describen el registro de la version siguiente tramo por
      *  tramo, en el orden del archivo:
      *   CNV-TIPO 'C' copia CNV-LONGITUD posiciones del registro
      *    viejo desde CNV-POSICION;
      *   CNV-TIPO 'D' agrega un campo nuevo de CNV-LONGITUD
      *    posiciones con el valor por defecto CNV-VALOR (ceros para
      *    un numerico, 'PEN' para una moneda, blancos si va vacio).
      *  Asi cada campo agregado a QG1CAN01, QG1CON01 o QG1LIB01 se
      *  convierte con reglas y no con un programa de una sola vez.
      ******************************************************************
       01  REG-CONVERSION-LAYOUT.
           05 CNV-LAYOUT         PIC X(08).
           05 CNV-VERSION-DESDE  PIC 9(02).
           05 CNV-TIPO           PIC X(01).
              88 CNV-COPIA                VALUE 'C'.
              88 CNV-DEFECTO              VALUE 'D'.
           05 CNV-POSICION       PIC 9(03).
           05 CNV-LONGITUD       PIC 9(03).
           05 CNV-VALOR          PIC X(40).
