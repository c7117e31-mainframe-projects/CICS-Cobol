      ******************************************************************
      * Copybook   : QG1PCT01
      * Author     : ALDV
      * Purpose    : Layout del control de particiones del feed
      *  (QG1PARCT.DAT, indexado por fecha de negocio + ciclo +
      *  particion). El particionador QG1CX281 crea un registro por
      *  cada particion del ciclo que recibio lineas; cada paso del
      *  flujo de la particion (posteo QG1CX091, limites QG1CX092,
      *  archivo QG1CX169) marca aqui su bandera al terminar y deja
      *  sus conteos, de modo que un flujo que se cae se vuelve a
      *  lanzar y retoma en el primer paso sin bandera. La fusion
      *  QG1CX284 exige todas las banderas, marca PCT-FUSIONADA al
      *  volcar cada particion y suma los conteos en QG1TOTAL.DAT.
      ******************************************************************
       01  REG-PARTICION-CTL.
           05 PCT-LLAVE.
              10 PCT-FECHA     PIC 9(08).
              10 PCT-CICLO     PIC 9(02).
              10 PCT-PARTICION PIC 9(02).
           05 PCT-LINEAS       PIC 9(07).
           05 PCT-POSTEO       PIC X(01).
              88 PCT-POSTEADA VALUE 'S'.
           05 PCT-LIMITES      PIC X(01).
              88 PCT-LIMITES-CONTROLADOS VALUE 'S'.
           05 PCT-ARCHIVO      PIC X(01).
              88 PCT-ARCHIVADA VALUE 'S'.
           05 PCT-FUSION       PIC X(01).
              88 PCT-FUSIONADA VALUE 'S'.
           05 PCT-POS-LINEAS   PIC 9(07).
           05 PCT-LIM-LINEAS   PIC 9(07).
           05 PCT-LIM-VIOLACIONES PIC 9(07).
           05 PCT-ARC-LINEAS   PIC 9(07).
