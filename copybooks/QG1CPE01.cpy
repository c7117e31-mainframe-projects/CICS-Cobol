      ******************************************************************
      * Copybook   : QG1CPE01
      * Author     : ALDV
      * Purpose    : Layout del registro de comprobantes electronicos
      *  emitidos (archivo indexado QG1CPE.DAT, llave serie +
      *  correlativo). Cada factura de comision enviada a la
      *  administracion tributaria queda aqui con el numero que se le
      *  asigno al emitirla, sus importes y el estado que devolvio la
      *  administracion. El numero es definitivo: un comprobante
      *  rechazado conserva su serie y correlativo y se corrige con
      *  una nota de credito que lo referencia, nunca renumerandolo.
      *  Lo escriben el extracto QG1CX223 (facturas) y la emision de
      *  notas de credito QG1CX226, lo actualiza la carga de
      *  respuestas QG1CX224 y lo lee el reporte de pendientes de
      *  aceptacion QG1CX225.
      *  CPE-SERIE: 'F0' + entidad legal del canal (QG1CX194) en las
      *   facturas, 'FC' + entidad en las notas de credito.
      *  CPE-TIPO-DOC: '01' factura, '07' nota de credito.
      *  CPE-ESTADO: 'P' nota de credito numerada pendiente de envio,
      *   'E' enviado sin respuesta, 'A' aceptado, 'O' aceptado con
      *   observaciones, 'R' rechazado.
      *  CPE-DOC-REFERENCIA: serie + correlativo del comprobante que
      *   modifica una nota de credito (blancos en una factura).
      *  CPE-MOTIVO: sustento de la nota de credito (blancos en una
      *   factura).
      ******************************************************************
       01  REG-COMPROBANTE.
           05 CPE-LLAVE.
              10 CPE-SERIE        PIC X(04).
              10 CPE-CORRELATIVO  PIC 9(08).
           05 CPE-TIPO-DOC        PIC X(02).
              88 CPE-ES-FACTURA      VALUE '01'.
              88 CPE-ES-NOTA-CREDITO VALUE '07'.
           05 CPE-COD-CANAL       PIC X(03).
           05 CPE-PERIODO         PIC 9(06).
           05 CPE-FECHA-EMISION   PIC 9(08).
           05 CPE-RUC-RECEPTOR    PIC X(11).
           05 CPE-BASE            PIC 9(11)V9(02).
           05 CPE-TASA-IGV        PIC 9(02)V9(02).
           05 CPE-IGV             PIC 9(11)V9(02).
           05 CPE-TOTAL           PIC 9(11)V9(02).
           05 CPE-EXONERADO       PIC X(01).
           05 CPE-ESTADO          PIC X(01).
              88 CPE-PENDIENTE       VALUE 'P'.
              88 CPE-ENVIADO         VALUE 'E'.
              88 CPE-ACEPTADO        VALUE 'A'.
              88 CPE-OBSERVADO       VALUE 'O'.
              88 CPE-RECHAZADO       VALUE 'R'.
           05 CPE-FECHA-RESPUESTA PIC 9(08).
           05 CPE-COD-RESPUESTA   PIC X(04).
           05 CPE-MSJ-RESPUESTA   PIC X(60).
           05 CPE-DOC-REFERENCIA  PIC X(12).
           05 CPE-MOTIVO          PIC X(30).
