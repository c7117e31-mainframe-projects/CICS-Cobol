      ******************************************************************
      * Copybook   : QG1RLG01
      * Author     : ALDV
      * Purpose    : Layout del archivo de retenciones legales del
      *  detalle de transacciones (QG1RETLEG.DAT). La depuracion por
      *  antiguedad QG1CX269 saca del historico en linea el detalle
      *  mas viejo que el plazo de retencion, pero el detalle de un
      *  canal bajo disputa, investigacion o litigio no se puede
      *  mover mientras dure el caso. Cada registro retiene el
      *  detalle de UN canal entre dos fechas (inclusive) con el
      *  motivo y la referencia del caso; lo mantiene QG1CX270 con el
      *  permiso de depuracion del operador.
      *  RLG-ESTADO: A activa (retiene), L levantada (ya no retiene,
      *  queda como historia con quien y cuando la levanto).
      ******************************************************************
       01  REG-RETENCION-LEGAL.
           05 RLG-NUMERO        PIC 9(05).
           05 RLG-COD-CANAL     PIC X(03).
           05 RLG-FECHA-DESDE   PIC 9(08).
           05 RLG-FECHA-HASTA   PIC 9(08).
           05 RLG-MOTIVO        PIC X(01).
              88 RLG-DISPUTA        VALUE 'D'.
              88 RLG-INVESTIGACION  VALUE 'I'.
              88 RLG-LITIGIO        VALUE 'L'.
              88 RLG-MOTIVO-VALIDO  VALUES 'D' 'I' 'L'.
           05 RLG-REFERENCIA    PIC X(20).
           05 RLG-ESTADO        PIC X(01).
              88 RLG-ACTIVA         VALUE 'A'.
              88 RLG-LEVANTADA      VALUE 'L'.
           05 RLG-ALTA-POR      PIC X(08).
           05 RLG-FECHA-ALTA    PIC 9(08).
           05 RLG-LEVANTADA-POR PIC X(08).
           05 RLG-FECHA-LEVANTA PIC 9(08).
