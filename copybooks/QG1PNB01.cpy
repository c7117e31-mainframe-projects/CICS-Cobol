      ******************************************************************
      * Copybook   : QG1PNB01
      * Author     : ALDV
      * Purpose    : Layout del cambio pendiente de cuenta de abono
      *  (archivo QG1PNDABO.DAT), el doble control maker/checker de
      *  QG1PND01 aplicado a QG1ABONO.DAT: cambiar ABO-BANCO o
      *  ABO-CUENTA por cuenta propia y cobrar el siguiente pago era
      *  un hueco clasico de fraude. La captura QG1CX154 deja aqui el
      *  cambio pendiente, un SEGUNDO operador lo aprueba o rechaza
      *  con QG1CX231 y solo el aplicador QG1CX232 lo lleva a
      *  QG1ABONO.DAT, poniendo la cuenta en cuarentena.
      *  PNB-ACCION: A alta, M cambio, B baja.
      *  PNB-ESTADO: P pendiente, A aprobado, R rechazado,
      *   X aplicado al archivo vivo.
      ******************************************************************
       01  REG-PENDIENTE-ABO.
           05 PNB-SECUENCIA     PIC 9(05).
           05 PNB-ACCION        PIC X(01).
           05 PNB-ESTADO        PIC X(01).
              88 PNB-EN-REVISION    VALUE 'P'.
              88 PNB-APROBADO       VALUE 'A'.
              88 PNB-RECHAZADO      VALUE 'R'.
              88 PNB-APLICADO       VALUE 'X'.
           05 PNB-SOLICITANTE   PIC X(08).
           05 PNB-APROBADOR     PIC X(08).
           05 PNB-FECHA-CAPTURA PIC 9(08).
           05 PNB-COD-CANAL     PIC X(03).
           05 PNB-BANCO         PIC X(20).
           05 PNB-CUENTA        PIC X(20).
           05 PNB-TITULAR       PIC X(30).
           05 PNB-MANDATO       PIC X(01).
