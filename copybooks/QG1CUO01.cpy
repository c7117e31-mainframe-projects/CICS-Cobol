      *  historia intocable que QG1CX113 con QG1TASAS.DAT) y el motor
      *  de facturacion QG1CX148 toma la cuota con la CUO-FECHA-DESDE
      *  mas reciente que no sea posterior al periodo facturado.
      *  CUO-TIPO-OPER: en blanco = cuota general del canal (comision
      *  por transaccion de la actividad sin tarifa propia, y el
      *  minimo mensual); con un codigo de QG1TIPOP.DAT = comision
      *  por transaccion de ese tipo de operacion (su CUO-MINIMO-MES
      *  no se usa). Cada tipo tiene su propia historia de vigencias.
      *  En blanco en los registros anteriores al campo.
      ******************************************************************
       01  REG-CUOTA-VIGENCIA.
           05 CUO-CODIGO        PIC X(03).
           05 CUO-FECHA-DESDE   PIC 9(08).
           05 CUO-FEE-TRX       PIC 9(05)V9(02).
           05 CUO-MINIMO-MES    PIC 9(09)V9(02).
           05 CUO-TIPO-OPER     PIC X(02).
