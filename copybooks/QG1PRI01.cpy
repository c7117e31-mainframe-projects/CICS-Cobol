      ******************************************************************
      * Copybook   : QG1PRI01
      * Author     : ALDV
      * Purpose    : Layout del saldo principal por canal (archivo
      *  indexado QG1PRINC.DAT, llave canal + fecha de vigencia). El
      *  motor de devengo QG1CX114 pedia UN monto principal por
      *  consola y lo devengaba igual para todos los canales; cada
      *  canal tiene su propio saldo, y el saldo cambia en el tiempo.
      *  Cada registro dice cual es el principal del canal desde
      *  PRI-FECHA-DESDE en adelante, hasta el registro siguiente del
      *  mismo canal; la rutina QG1CX217 responde el saldo vigente a
      *  una fecha (la PRI-FECHA-DESDE mas reciente no posterior).
      *  Se alimenta por la carga de la posicion de tesoreria
      *  QG1CX216 y por el mantenimiento por consola QG1CX215.
      *  PRI-ORIGEN: 'T' carga de tesoreria, 'M' captura manual.
      *  PRI-OPERADOR: quien lo capturo (blancos si fue la carga).
      *  PRI-FECHA-ALTA: fecha real de la ultima grabacion.
      ******************************************************************
       01  REG-SALDO-PRINCIPAL.
           05 PRI-LLAVE.
              10 PRI-COD-CANAL   PIC X(03).
              10 PRI-FECHA-DESDE PIC 9(08).
           05 PRI-MONTO          PIC 9(11)V9(02).
           05 PRI-ORIGEN         PIC X(01).
              88 PRI-ORIGEN-TESORERIA VALUE 'T'.
              88 PRI-ORIGEN-MANUAL    VALUE 'M'.
           05 PRI-OPERADOR       PIC X(08).
           05 PRI-FECHA-ALTA     PIC 9(08).
