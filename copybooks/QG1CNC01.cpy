      ******************************************************************
      * Copybook   : QG1CNC01
      * Author     : ALDV
      * Purpose    : Layout de la concesion comercial de comision por
      *  canal (archivo QG1CONCES.DAT). Comercial ofrecia "tres meses
      *  sin comision" o un minimo rebajado y se cumplia con una nota
      *  de credito despues de facturar; ahora la concesion se
      *  captura aqui con su vigencia en periodos de facturacion
      *  (CNC-DESDE a CNC-HASTA, AAAAMM, ambos inclusive) y su motivo
      *  comercial, y pasa por doble control: la captura QG1CX302 en
      *  estado 'P', un SEGUNDO operador con OPR-PERM-TASAS la
      *  aprueba o rechaza con QG1CX303 (CNC-APROBADOR). Solo una
      *  concesion 'A' que cubra el periodo la aplica el motor de
      *  facturacion QG1CX148.
      *  CNC-TIPO: 'E' exoneracion total de la comision del periodo,
      *  'D' descuento de CNC-PORCENTAJE sobre la comision bruta
      *  (minimo incluido), 'M' minimo mensual rebajado a
      *  CNC-MINIMO-MES en lugar del CUO-MINIMO-MES de la cuota.
      *  CNC-PORCENTAJE solo aplica a 'D' y CNC-MINIMO-MES solo a
      *  'M'; en cero en los demas tipos.
      *  CNC-ESTADO: P pendiente, A aprobada, R rechazada.
      ******************************************************************
       01  REG-CONCESION.
           05 CNC-SECUENCIA     PIC 9(05).
           05 CNC-COD-CANAL     PIC X(03).
           05 CNC-TIPO          PIC X(01).
              88 CNC-EXONERACION    VALUE 'E'.
              88 CNC-DESCUENTO      VALUE 'D'.
              88 CNC-MINIMO-REBAJADO VALUE 'M'.
           05 CNC-PORCENTAJE    PIC 9(03)V9(02).
           05 CNC-MINIMO-MES    PIC 9(09)V9(02).
           05 CNC-DESDE         PIC 9(06).
           05 CNC-HASTA         PIC 9(06).
           05 CNC-MOTIVO        PIC X(30).
           05 CNC-ESTADO        PIC X(01).
              88 CNC-EN-REVISION    VALUE 'P'.
              88 CNC-APROBADA       VALUE 'A'.
              88 CNC-RECHAZADA      VALUE 'R'.
           05 CNC-SOLICITANTE   PIC X(08).
           05 CNC-APROBADOR     PIC X(08).
           05 CNC-FECHA-CAPTURA PIC 9(08).
