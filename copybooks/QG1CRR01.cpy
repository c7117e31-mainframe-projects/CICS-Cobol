      ******************************************************************
      * Copybook   : QG1CRR01
      * Author     : ALDV
      * Purpose    : Layout de la respuesta al CRM de ventas (archivo
      *  QG1CRMRES.DAT) que deja la carga de solicitudes QG1CX295:
      *  una linea por solicitud leida de QG1CRMIN.DAT.
      *  RSP-RESULTADO: 'E' encolada para el doble control con la
      *   secuencia RSP-SECUENCIA de QG1PEND.DAT, 'R' rechazada por
      *   la edicion con el motivo en RSP-MOTIVO (secuencia cero).
      *   Un cambio de contacto (accion C) encolado lleva la secuencia
      *   de QG1PNDCTO.DAT; si el responsable coincide con la lista
      *   de vigilancia RSP-MOTIVO lo avisa (la solicitud igual queda
      *   encolada).
      ******************************************************************
       01  REG-RESPUESTA-CRM.
           05 RSP-REFERENCIA    PIC X(08).
           05 RSP-FECHA         PIC 9(08).
           05 RSP-RESULTADO     PIC X(01).
              88 RSP-ENCOLADA       VALUE 'E'.
              88 RSP-RECHAZADA      VALUE 'R'.
           05 RSP-SECUENCIA     PIC 9(05).
           05 RSP-MOTIVO        PIC X(40).
