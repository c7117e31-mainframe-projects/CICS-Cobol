      ******************************************************************
      * Copybook   : QG1PTA01
      * Author     : ALDV
      * Purpose    : Particion en curso del feed diario, compartida
      *  (EXTERNAL) entre el corredor de flujo de particion QG1CX283
      *  y los pasos que llama con CALL/CANCEL (QG1CX091, QG1CX092,
      *  QG1CX169). Esos pasos no reciben parametros porque tambien
      *  los llaman la consola, QG1CX198 y las cadenas de QG1CX199;
      *  si el corredor no puso una particion (PTA-PARTICION no
      *  numerica o en cero) el paso trabaja el feed completo como
      *  siempre. Con particion, lee y escribe los archivos de la
      *  particion QG1Pnn.* y marca su bandera en QG1PARCT.DAT.
      ******************************************************************
       01  PARTICION-EN-CURSO EXTERNAL.
           05 PTA-PARTICION     PIC 9(02).
