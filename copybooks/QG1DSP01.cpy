      ******************************************************************
      * Copybook   : QG1DSP01
      * Author     : ALDV
      * Purpose    : Layout del registro de disputas de movimientos
      *  QG1DISPUT.DAT, indexado por canal + numero de disputa (el
      *  numero corre por canal). Las disputas de los operadores de
      *  canal vivian en correos; ahora cada una apunta al movimiento
      *  archivado que se reclama en QG1TRXARC.DAT (COPY QG1ARC01),
      *  cuya llave es el mismo canal + DSP-ARC-FECHA +
      *  DSP-ARC-SECUENCIA (la secuencia la muestra la extraccion
      *  QG1CX170). Monto y moneda del movimiento se copian al
      *  capturar para que el reporte no relea el historico.
      *  DSP-MOTIVO: 'NR' movimiento no reconocido, 'DU' cobrado dos
      *   veces, 'MI' monto incorrecto, 'NA' operacion no completada,
      *   'OT' otro (detallar en DSP-DESCRIPCION).
      *  Ciclo: 'A' abierta sin responsable -> 'I' en investigacion
      *   (con responsable) -> 'F' resuelta a favor del canal o 'C'
      *   resuelta en contra. Lo mueve la transaccion en linea
      *   QG1C0019. Al resolver a favor, el ajuste DSP-MONTO-AJUSTE
      *   (por defecto lo reclamado) se anota en el libro
      *   QG1LIBRO.DAT como 'DS' con sentido 'H' y la referencia
      *   DSP-REFERENCIA ('DSP' + numero de disputa), en soles.
      *  DSP-FECHA-LIMITE: fecha de alta mas DISPUTA-PLAZO-DIAS
      *   (QG1CX112, por defecto 30); el reporte mensual QG1CX256
      *   marca VENCIDA la abierta que la paso.
      ******************************************************************
       01  REG-DISPUTA.
           05 DSP-LLAVE.
              10 DSP-COD-CANAL   PIC X(03).
              10 DSP-NUMERO      PIC 9(05).
           05 DSP-ARC-FECHA      PIC 9(08).
           05 DSP-ARC-SECUENCIA  PIC 9(05).
           05 DSP-ARC-MONTO      PIC 9(09)V9(02).
           05 DSP-MONEDA         PIC X(03).
           05 DSP-MONTO-RECLAMO  PIC 9(09)V9(02).
           05 DSP-MOTIVO         PIC X(02).
              88 DSP-NO-RECONOCIDO    VALUE 'NR'.
              88 DSP-DUPLICADO        VALUE 'DU'.
              88 DSP-MONTO-INCORRECTO VALUE 'MI'.
              88 DSP-NO-COMPLETADA    VALUE 'NA'.
              88 DSP-OTRO-MOTIVO      VALUE 'OT'.
              88 DSP-MOTIVO-VALIDO    VALUES 'NR' 'DU' 'MI' 'NA'
                                             'OT'.
           05 DSP-DESCRIPCION    PIC X(40).
           05 DSP-ESTADO         PIC X(01).
              88 DSP-NUEVA            VALUE 'A'.
              88 DSP-EN-INVESTIGACION VALUE 'I'.
              88 DSP-A-FAVOR          VALUE 'F'.
              88 DSP-EN-CONTRA        VALUE 'C'.
              88 DSP-ABIERTA          VALUES 'A' 'I'.
              88 DSP-RESUELTA         VALUES 'F' 'C'.
           05 DSP-RESPONSABLE    PIC X(08).
           05 DSP-FECHA-ALTA     PIC 9(08).
           05 DSP-FECHA-LIMITE   PIC 9(08).
           05 DSP-CAPTURADA-POR  PIC X(08).
           05 DSP-NOTA           PIC X(40).
           05 DSP-FECHA-RESOLUCION PIC 9(08).
           05 DSP-RESUELTA-POR   PIC X(08).
           05 DSP-MONTO-AJUSTE   PIC 9(09)V9(02).
           05 DSP-MONTO-AJUSTE-PEN PIC 9(09)V9(02).
           05 DSP-REFERENCIA     PIC X(12).
