      ******************************************************************
      * Copybook   : QG1TRN01
      * Author     : ALDV
      * Purpose    : Layout de la bitacora de transmisiones de los
      *  archivos de salida (QG1TRANS.DAT, secuencial de agregado).
      *  Cada evento apunta a una version del manifiesto QG1MANIF.DAT
      *  (COPY QG1MAN01) por su numero; lo anota la utilidad de
      *  control de transmisiones QG1CX273 y lo cruza el reporte
      *  diario QG1CX274 (producidos sin enviar, enviados sin acuse).
      *  TRN-EVENTO: 'E' enviado, 'R' reenviado (la copia exacta del
      *   manifiesto, sin regenerar), 'A' acuse de la contraparte.
      *  TRN-REFERENCIA: destino del envio/reenvio o referencia del
      *   acuse que dio la contraparte.
      ******************************************************************
       01  REG-TRANSMISION.
           05 TRN-MANIFIESTO    PIC 9(07).
           05 TRN-ARCHIVO       PIC X(12).
           05 TRN-EVENTO        PIC X(01).
              88 TRN-ENVIO          VALUE 'E'.
              88 TRN-REENVIO        VALUE 'R'.
              88 TRN-ACUSE          VALUE 'A'.
           05 TRN-FECHA-HORA    PIC X(26).
           05 TRN-OPERADOR      PIC X(08).
           05 TRN-REFERENCIA    PIC X(20).
