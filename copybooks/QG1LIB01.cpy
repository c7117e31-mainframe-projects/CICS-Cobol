      *   canal (comisiones, penalidades). LIB-SALDO queda positivo
      *   cuando le debemos al canal y negativo cuando nos debe.
      *  LIB-TIPO-MOV: 'IN' interes devengado, 'CU' comision
      *   facturada, 'PE' penalidad por violacion de limites
      *   (QG1CX213), 'AJ' ajuste manual (QG1CX150), 'IG' IGV sobre
      *   la comision facturada (QG1CX148, misma referencia que su
      *   'CU'). Una nota de credito (QG1CX226) revierte 'CU' e 'IG'
      *   con sentido 'H' y el numero de la nota como referencia.
      *   'CB' cobro por debito directo (QG1CX229, sentido 'H', con
      *   la referencia 'DD' + fecha del cargo enviado al banco).
      *   'PG' pago de interes al canal (QG1CX155, sentido 'D',
      *   referencia "PAG AAAAMM"); la devolucion del banco lo revierte
      *   con sentido 'H' y la misma referencia (QG1CX230).
      *   'DS' ajuste por disputa resuelta a favor del canal (QG1C0019,
      *   sentido 'H', en soles, referencia 'DSP' + numero de disputa).
      *   'IC' incentivo por volumen ganado en el trimestre (QG1CX263,
      *   sentido 'H', referencia "INC AAAAT"); QG1CX155 lo paga como
      *   'PG' sentido 'D' con referencia "PIN AAAAT".
      *   'RV' revaluacion mensual del saldo en moneda extranjera al
      *   tipo de cambio de cierre (QG1CX267, siempre en soles,
      *   referencia "RV AAAAMM" con fecha fin de mes) y su reversa
      *   automatica con sentido contrario, referencia "RVR AAAAMM" y
      *   fecha primer dia del mes siguiente.
      *  LIB-MONEDA: moneda del movimiento. QG1CX149 la toma de la
      *   moneda del canal (COD-MONEDA-LIM de HOST004); 'RV' y 'DS'
      *   van siempre en PEN. El saldo corrido LIB-SALDO es por canal
      *   Y moneda. Los movimientos anteriores al campo llegan en
      *   blancos y se tratan como PEN.
      ******************************************************************
       01  REG-MOVIMIENTO-LIBRO.
           05 LIB-COD-CANAL    PIC X(03).
           05 LIB-REFERENCIA   PIC X(12).
           05 LIB-OPERADOR     PIC X(08).
           05 LIB-SALDO        PIC S9(11)V9(02).
           05 LIB-MONEDA       PIC X(03).
