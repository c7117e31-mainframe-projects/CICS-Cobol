      ******************************************************************
      * Copybook   : QG1BGL01
      * Author     : ALDV
      * Purpose    : Layout del extracto de balance de comprobacion que
      *  entrega el sistema contable al cierre de mes (archivo
      *  QG1BALGL.DAT): una linea por entidad legal, cuenta del mayor
      *  y moneda con el saldo acumulado al cierre del periodo, en
      *  sumas del debe y del haber. El saldo acreedor de la cuenta
      *  es BGL-SALDO-HABER - BGL-SALDO-DEBE. La moneda en blanco es
      *  soles. Lo carga la conciliacion del libro auxiliar contra el
      *  mayor QG1CX294, que solo toma las lineas del periodo pedido
      *  y de las cuentas a las que mapea algun tipo de movimiento
      *  de QG1LIBRO.DAT.
      ******************************************************************
       01  REG-BALANCE-MAYOR.
           05 BGL-ENTIDAD       PIC X(02).
           05 BGL-CUENTA        PIC X(10).
           05 BGL-MONEDA        PIC X(03).
           05 BGL-PERIODO       PIC 9(06).
           05 BGL-SALDO-DEBE    PIC 9(13)V9(02).
           05 BGL-SALDO-HABER   PIC 9(13)V9(02).
