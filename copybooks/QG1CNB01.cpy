      ******************************************************************
      * Copybook   : QG1CNB01
      * Author     : ALDV
      * Purpose    : Layout del quiebre abierto de conciliacion de
      *  totales de canal (arrastre QG1CX291.PEN). Un quiebre es un
      *  canal, fecha y moneda donde los totales que reporto el canal
      *  (QG1TOTCAN.DAT) y lo que posteamos difieren mas que la
      *  tolerancia del canal. QG1CX291 lo abre con la fecha en que
      *  lo detecto, lo vuelve a conciliar en cada corrida (un
      *  posteo tardio o un reenvio de totales lo resuelve) y lo
      *  arrastra mientras siga abierto; al resolverse sale del
      *  arrastre.
      *  CNB-EN-COLA 'S': el quiebre lleva mas de CONCILIA-DIAS-COLA
      *  dias abierto y sale en la cola de trabajo unificada (rutina
      *  QG1CX211, tipo CNC).
      ******************************************************************
       01  REG-QUIEBRE-CONCILIA.
           05 CNB-COD-CANAL      PIC X(03).
           05 CNB-FECHA          PIC 9(08).
           05 CNB-MONEDA         PIC X(03).
           05 CNB-CANT-REPORTADA PIC 9(09).
           05 CNB-MONTO-REPORTADO PIC 9(13)V9(02).
           05 CNB-CANT-POSTEADA  PIC S9(09).
           05 CNB-MONTO-POSTEADO PIC S9(13)V9(02).
           05 CNB-FECHA-DETECTA  PIC 9(08).
           05 CNB-EN-COLA        PIC X(01).
              88 CNB-ESCALADO       VALUE 'S'.
