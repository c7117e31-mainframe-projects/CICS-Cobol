      *  QG1CX157); QG1CX170 extrae los movimientos de un canal para
      *  un periodo, y el estado mensual QG1CX115 imprime de aqui su
      *  anexo opcional de detalle.
      *  Reversos: una linea de reverso del feed (TRX-TIPO 'R') se
      *  archiva con ARC-TIPO 'R' y la fecha/hora del original, y al
      *  original se le marca ARC-REVERSADA 'S' para que no se pueda
      *  reversar dos veces. Quien sume montos del historico resta
      *  los reversos.
      *  ARC-TIPO-OPER: tipo de operacion de la linea del feed
      *  (TRX-TIPO-OPER); en blanco en lo archivado antes del campo.
      ******************************************************************
       01  REG-TRX-ARCHIVADA.
           05 ARC-LLAVE.
           05 ARC-CANTIDAD     PIC 9(05).
           05 ARC-MONEDA       PIC X(03).
           05 ARC-HORA         PIC X(06).
           05 ARC-TIPO         PIC X(01).
              88 ARC-REVERSO VALUE 'R'.
           05 ARC-FECHA-ORIG   PIC 9(08).
           05 ARC-HORA-ORIG    PIC X(06).
           05 ARC-REVERSADA    PIC X(01).
              88 ARC-YA-REVERSADA VALUE 'S'.
           05 ARC-TIPO-OPER    PIC X(02).
