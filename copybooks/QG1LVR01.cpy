      ******************************************************************
      * Copybook   : QG1LVR01
      * Author     : ALDV
      * Purpose    : Version de layout con la que se compila cada
      *  programa que descarga, convierte o recarga los archivos del
      *  maestro y sus hijos. Quien agregue un campo a QG1CAN01,
      *  QG1CON01 o QG1LIB01 sube aqui la version del layout en el
      *  mismo cambio y agrega a QG1LAYCV.DAT (COPY QG1LCV01) las
      *  reglas de paso de la version anterior a la nueva, para que
      *  el convertidor QG1CX285 lleve los respaldos viejos al
      *  layout nuevo. La version vigente de cada archivo vivo queda
      *  en el catalogo QG1LAYVR.DAT (COPY QG1LAY01).
      ******************************************************************
       01  VERSIONES-LAYOUT.
           05 LVR-CAN01        PIC 9(02) VALUE 01.
           05 LVR-CON01        PIC 9(02) VALUE 02.
           05 LVR-LIB01        PIC 9(02) VALUE 01.
