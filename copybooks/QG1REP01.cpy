      ******************************************************************
      * Copybook   : QG1REP01
      * Author     : ALDV
      * Purpose    : Layout de la lista de pagos de interes a
      *  reintentar (archivo QG1REPAGO.DAT). Un pago que el banco
      *  devuelve (carga QG1CX230) o que la corrida de pagos QG1CX155
      *  retiene porque la cuenta de abono esta marcada invalida queda
      *  aqui pendiente con su periodo y monto; la siguiente corrida
      *  de QG1CX155 lo vuelve a pagar en cuanto la cuenta fue
      *  corregida con QG1CX154 y lo marca repagado.
      *  REP-ESTADO: 'P' pendiente de repago, 'R' repagado.
      ******************************************************************
       01  REG-REPAGO.
           05 REP-COD-CANAL       PIC X(03).
           05 REP-PERIODO         PIC 9(06).
           05 REP-MONTO           PIC 9(11)V9(02).
           05 REP-FECHA-DEVOLUCION PIC 9(08).
           05 REP-MOTIVO          PIC X(30).
           05 REP-ESTADO          PIC X(01).
              88 REP-PENDIENTE       VALUE 'P'.
              88 REP-REPAGADO        VALUE 'R'.
           05 REP-FECHA-REPAGO    PIC 9(08).
