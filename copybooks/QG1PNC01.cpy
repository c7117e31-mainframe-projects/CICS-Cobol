      ******************************************************************
      * Copybook   : QG1PNC01
      * Author     : ALDV
      * Purpose    : Layout del cambio pendiente de contacto de canal
      *  (archivo QG1PNDCTO.DAT), el doble control maker/checker de
      *  QG1PND01 aplicado a QG1CTO.DAT para los cambios de contacto
      *  que llegan del CRM de ventas: la carga QG1CX295 edita la
      *  solicitud con las reglas de QG1CX130 y la deja aqui con la
      *  referencia del CRM como solicitante, un SEGUNDO operador la
      *  aprueba o rechaza con QG1CX305 y solo el aplicador QG1CX306
      *  la lleva a QG1CTO.DAT (COPY QG1CON01).
      *  PNC-ACCION: A alta del contacto (el canal no tenia), M cambio
      *   del contacto existente; la decide la carga al encolar.
      *  PNC-ESTADO: P pendiente, A aprobado, R rechazado,
      *   X aplicado al archivo vivo.
      *  El CRM no trae coordenadas: un cambio conserva las del
      *  contacto vigente y un alta queda sin coordenadas.
      ******************************************************************
       01  REG-PENDIENTE-CTO.
           05 PNC-SECUENCIA     PIC 9(05).
           05 PNC-ACCION        PIC X(01).
           05 PNC-ESTADO        PIC X(01).
              88 PNC-EN-REVISION    VALUE 'P'.
              88 PNC-APROBADO       VALUE 'A'.
              88 PNC-RECHAZADO      VALUE 'R'.
              88 PNC-APLICADO       VALUE 'X'.
           05 PNC-SOLICITANTE   PIC X(08).
           05 PNC-APROBADOR     PIC X(08).
           05 PNC-FECHA-CAPTURA PIC 9(08).
           05 PNC-COD-CANAL     PIC X(03).
           05 PNC-RESPONSABLE   PIC X(30).
           05 PNC-TELEFONO      PIC X(15).
           05 PNC-EMAIL         PIC X(30).
           05 PNC-DIRECCION     PIC X(40).
           05 PNC-HORARIO       PIC X(20).
           05 PNC-UBIGEO        PIC X(06).
