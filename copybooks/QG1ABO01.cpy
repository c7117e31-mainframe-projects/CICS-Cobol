      *  QG1CX130 con los contactos) y lo consume la corrida de
      *  pagos QG1CX155 para armar la instruccion de abono del
      *  interes neto mensual.
      *  ABO-MANDATO-DEBITO: 'S' cuando el canal firmo la autorizacion
      *   de debito directo sobre esta cuenta; solo entonces la
      *   corrida de cobranza QG1CX228 le carga lo que nos debe.
      *  ABO-ESTADO-CUENTA: 'I' cuando el banco devolvio un pago por
      *   cuenta cerrada, titular distinto, etc. (carga de
      *   devoluciones QG1CX230, motivo en ABO-MOTIVO-INVALIDA); no
      *   se le paga ni se le carga hasta que QG1CX154 la corrija,
      *   lo que la deja otra vez valida ('V').
      *  ABO-FECHA-LIBERACION: una cuenta nueva o cambiada (banco,
      *   cuenta o titular) queda en cuarentena N dias habiles desde
      *   que el aplicador del doble control QG1CX232 la lleva a este
      *   archivo; QG1CX155 no le paga antes de esta fecha (cero = sin
      *   cuarentena). Ya nadie escribe aqui directo: QG1CX154 solo
      *   encola el cambio en QG1PNDABO.DAT.
      ******************************************************************
       01  REG-CUENTA-ABONO.
           05 ABO-COD-CANAL    PIC X(03).
           05 ABO-BANCO        PIC X(20).
           05 ABO-CUENTA       PIC X(20).
           05 ABO-TITULAR      PIC X(30).
           05 ABO-MANDATO-DEBITO PIC X(01).
              88 ABO-CON-MANDATO VALUE 'S'.
           05 ABO-ESTADO-CUENTA PIC X(01).
              88 ABO-CUENTA-INVALIDA VALUE 'I'.
           05 ABO-MOTIVO-INVALIDA PIC X(30).
           05 ABO-FECHA-LIBERACION PIC 9(08).
