      ******************************************************************
      * Copybook   : QG1CRM01
      * Author     : ALDV
      * Purpose    : Layout de la solicitud de mantenimiento de canal
      *  que envia el CRM de ventas cada dia (archivo QG1CRMIN.DAT):
      *  una linea por alta, cambio o baja que ventas registro en el
      *  CRM, para que no se vuelva a teclear en QG1CX102. La carga
      *  QG1CX295 la edita con las reglas de QG1CX063, QG1CX187 y el
      *  digito verificador QG1CX093 y la encola en QG1PEND.DAT con
      *  la referencia del CRM como solicitante.
      *  CRM-ACCION: A alta, M cambio, B baja (las de PND-ACCION),
      *   C cambio de contacto del canal.
      *  CRM-CODIGO-COMPLETO: COD-CANAL (3) mas su digito
      *   verificador, tal como lo registra el CRM.
      *  CRM-MONEDA-LIM en blanco: la solicitud no propone limite.
      *  CRM-CONTACTO: solo en la accion C, el contacto del canal
      *   (los campos de QG1CON01 que mantiene QG1CX130); la carga
      *   lo edita con las reglas de QG1CX130 y lo encola en
      *   QG1PNDCTO.DAT (COPY QG1PNC01). En A, M y B va en blanco.
      ******************************************************************
       01  REG-SOLICITUD-CRM.
           05 CRM-REFERENCIA    PIC X(08).
           05 CRM-ACCION        PIC X(01).
           05 CRM-CODIGO-COMPLETO.
              10 CRM-CODIGO       PIC X(03).
              10 CRM-DIGITO       PIC X(01).
           05 CRM-ABREVIATURA   PIC X(10).
           05 CRM-DESCRIPCION   PIC X(50).
           05 CRM-LIMITE-TRX    PIC 9(09)V9(02).
           05 CRM-MONEDA-LIM    PIC X(03).
           05 CRM-CONTACTO.
              10 CRM-RESPONSABLE  PIC X(30).
              10 CRM-TELEFONO     PIC X(15).
              10 CRM-EMAIL        PIC X(30).
              10 CRM-DIRECCION    PIC X(40).
              10 CRM-HORARIO      PIC X(20).
              10 CRM-UBIGEO       PIC X(06).
