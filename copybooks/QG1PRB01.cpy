      ******************************************************************
      * Copybook   : QG1PRB01
      * Author     : ALDV
      * Purpose    : Layout del registro de diagnostico del archivo de
      *  problemas QG1PROBLM.DAT que graba la rutina QG1CX121 cada vez
      *  que un programa tropieza con un FILE STATUS malo: programa,
      *  archivo, operacion, estado, clave en juego e imagen del
      *  registro. Lo cuenta el tablero de operacion QG1CX200.
      *  Escalamiento a la guardia: PRB-ALERTA es el numero de
      *  alerta (QG1ALERTA.DAT, COPY QG1ALR01) con que el
      *  escalamiento QG1CX300 aviso el problema a la guardia, y
      *  PRB-ACUSE-OPERADOR / PRB-ACUSE-FECHA-HORA quien acuso recibo
      *  y cuando. QG1CX121 los graba en cero y blancos; en los
      *  registros anteriores llegan en blanco (PRB-ALERTA no
      *  numerico = sin alerta).
      *  Marcas de alerta: QG1CX300 ya no reescribe el archivo; por
      *  cada problema avisado o acusado AGREGA un registro de marca
      *  (PRB-MARCA-ALERTA, operacion 'ALERTA') con la misma
      *  PRB-FECHA-HORA + PRB-PROGRAMA del problema y PRB-ALERTA /
      *  PRB-ACUSE-* puestos; la ultima marca de la clave es la que
      *  vale. Quien cuente problemas debe saltar las marcas.
      ******************************************************************
       01  REG-PROBLEMA.
           05 PRB-FECHA-HORA   PIC X(26).
           05 PRB-PROGRAMA     PIC X(08).
           05 PRB-ARCHIVO      PIC X(12).
           05 PRB-OPERACION    PIC X(08).
              88 PRB-MARCA-ALERTA VALUE 'ALERTA'.
           05 PRB-FILE-STATUS  PIC X(02).
           05 PRB-CLAVE        PIC X(11).
           05 PRB-IMAGEN       PIC X(80).
           05 PRB-ALERTA       PIC 9(07).
           05 PRB-ACUSE-OPERADOR PIC X(08).
           05 PRB-ACUSE-FECHA-HORA PIC X(26).
