      *  por ONB-COD-CANAL). Un canal nuevo espera en IND-ESTADO 'P'
      *  y el unico control era que QG1CX101 dijera que P->A es
      *  legal: los canales salian a produccion a medio configurar.
      *  Cinco pasos de certificacion, 'S' cuando estan cumplidos:
      *    ONB-CONTACTO : datos de contacto cargados en QG1CTO.DAT
      *    ONB-LIMITE   : MTO-LIMITE-TRX asignado en HOST004
      *    ONB-TASA     : tasa pactada en QG1TASAS.DAT
      *    ONB-PRUEBA   : transaccion de prueba vista en el feed
      *                   (historico QG1TRXARC.DAT)
      *    ONB-CONTRATO : contrato de servicio vigente en
      *                   QG1CONTR.DAT (rutina QG1CX260)
      *  Los palomea QG1CX180 (verificando la evidencia antes de
      *  aceptar el palomazo, con identidad del operador); la rutina
      *  QG1CX181 es la compuerta que los activadores consultan
           05 ONB-PRUEBA       PIC X(01).
           05 ONB-OPERADOR     PIC X(08).
           05 ONB-FECHA-ULT    PIC 9(08).
           05 ONB-CONTRATO     PIC X(01).
