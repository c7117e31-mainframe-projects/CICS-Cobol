      ******************************************************************
      * Copybook   : QG1RUC01
      * Author     : ALDV
      * Purpose    : Layout del archivo hijo de datos fiscales por
      *  canal (QG1RUC.DAT, indexado por RUC-COD-CANAL): el RUC y la
      *  razon social del operador del canal, que el comprobante
      *  electronico exige como adquiriente y que no existian en
      *  ningun archivo (TXT-NOM del maestro es el nombre comercial
      *  del canal, no la persona juridica que le facturamos). Lo
      *  mantiene QG1CX222 (el canal debe existir en HOST004, mismo
      *  patron de QG1CX154 con las cuentas de abono) y lo lee el
      *  extracto de comprobantes electronicos QG1CX223.
      *  RUC-NUMERO: 11 digitos. RUC-DIRECCION: domicilio fiscal.
      ******************************************************************
       01  REG-DATOS-FISCALES.
           05 RUC-COD-CANAL    PIC X(03).
           05 RUC-NUMERO       PIC X(11).
           05 RUC-RAZON-SOCIAL PIC X(50).
           05 RUC-DIRECCION    PIC X(40).
