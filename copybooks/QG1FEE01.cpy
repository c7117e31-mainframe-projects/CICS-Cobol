      ******************************************************************
      * Copybook   : QG1FEE01
      * Author     : ALDV
      * Purpose    : Layout del catalogo de feeds entrantes
      *  (QG1FEEDCAT.DAT) que lleva QG1CX162: un registro por feed
      *  recibido con su fuente, su secuencia, la fecha y la hora en
      *  que se registro y su estado ('R' recibido, 'P' procesado).
      *  Lo leen ademas el reciclador QG1CX117 (secuencia del feed de
      *  reproceso), el monitor de feeds esperados QG1CX235 y el
      *  control de ciclo QG1CX118 (feeds obligatorios del dia).
      *  FEE-HORA (HHMMSS) queda en blanco en lo registrado antes del
      *  campo.
      ******************************************************************
       01  REG-CATALOGO.
           05 FEE-FUENTE       PIC X(04).
           05 FEE-SECUENCIA    PIC 9(06).
           05 FEE-FECHA        PIC 9(08).
           05 FEE-ESTADO       PIC X(01).
           05 FEE-HORA         PIC 9(06).
