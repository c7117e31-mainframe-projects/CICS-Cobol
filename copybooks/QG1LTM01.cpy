      ******************************************************************
      * Copybook   : QG1LTM01
      * Author     : ALDV
      * Purpose    : Layout del limite temporal por canal (archivo
      *  QG1LIMTMP.DAT). En feriados y campanas operaciones subia
      *  MTO-LIMITE-TRX a mano y se olvidaba de bajarlo; ahora el
      *  tope elevado se captura aqui con su vigencia (LTM-DESDE a
      *  LTM-HASTA, ambas inclusive), motivo y solicitante, y pasa
      *  por doble control: lo captura QG1CX239 en estado 'P', un
      *  SEGUNDO operador lo aprueba o rechaza con QG1CX240. Solo un
      *  registro 'A' vigente en la fecha de la transaccion reemplaza
      *  el tope del maestro (rutina QG1CX238); al vencer, el tope
      *  del maestro vuelve a regir solo.
      *  LTM-MONTO va en LTM-MONEDA; quien lo aplica lo convierte a
      *  la moneda del tope del canal (COD-MONEDA-LIM).
      *  LTM-ESTADO: P pendiente, A aprobado, R rechazado.
      ******************************************************************
       01  REG-LIMITE-TEMPORAL.
           05 LTM-SECUENCIA     PIC 9(05).
           05 LTM-COD-CANAL     PIC X(03).
           05 LTM-MONTO         PIC 9(09)V9(02).
           05 LTM-MONEDA        PIC X(03).
           05 LTM-DESDE         PIC 9(08).
           05 LTM-HASTA         PIC 9(08).
           05 LTM-MOTIVO        PIC X(30).
           05 LTM-ESTADO        PIC X(01).
              88 LTM-EN-REVISION    VALUE 'P'.
              88 LTM-APROBADO       VALUE 'A'.
              88 LTM-RECHAZADO      VALUE 'R'.
           05 LTM-SOLICITANTE   PIC X(08).
           05 LTM-APROBADOR     PIC X(08).
           05 LTM-FECHA-CAPTURA PIC 9(08).
