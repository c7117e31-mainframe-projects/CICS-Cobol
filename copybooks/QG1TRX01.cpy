      *  sin hora (mismo criterio de compatibilidad que TRX-MONEDA).
      *  La usa el control de horario QG1CX168 contra la ventana
      *  CTO-HORARIO del contacto del canal.
      *  TRX-TIPO: en blanco = movimiento normal; 'R' = reverso de un
      *  movimiento ya archivado del mismo canal, identificado por
      *  TRX-FECHA-ORIG + TRX-HORA-ORIG y el mismo TRX-MONTO. El
      *  pre-editor QG1CX160 exige que el original exista en
      *  QG1TRXARC.DAT y no este ya reversado; el posteo, los
      *  controles de limite y velocidad y el archivo lo restan en
      *  vez de sumarlo. En blanco en los archivos anteriores.
      *  TRX-TIPO-OPER: tipo de operacion (retiro en agente, pago de
      *  servicios, deposito...) segun la tabla de referencia
      *  QG1TIPOP.DAT (COPY QG1TOP01, mantenida con QG1CX233). El
      *  pre-editor lo valida via QG1CX161; el posteo QG1CX091 parte
      *  la historia mensual por tipo y la facturacion QG1CX148 cobra
      *  la comision por tipo. En blanco = sin tipo (archivos
      *  anteriores); un reverso debe traer el tipo de su original.
       01  REG-TRX-DIARIA.
           05 TRX-COD-CANAL    PIC X(03).
           05 TRX-FECHA        PIC 9(08).
           05 TRX-CANTIDAD     PIC 9(05).
           05 TRX-MONEDA       PIC X(03).
           05 TRX-HORA         PIC X(06).
           05 TRX-TIPO         PIC X(01).
              88 TRX-REVERSO VALUE 'R'.
           05 TRX-FECHA-ORIG   PIC 9(08).
           05 TRX-HORA-ORIG    PIC X(06).
           05 TRX-TIPO-OPER    PIC X(02).
