      ******************************************************************
      * Copybook   : QG1PAR01
      * Author     : ALDV
      * Purpose    : Layout del corte configurado de particiones del
      *  feed diario (archivo QG1PARTI.DAT). A fin de mes el feed
      *  aceptado ya no entra en la ventana recorrido en un solo
      *  flujo, asi que se parte por rango de COD-CANAL y cada
      *  particion corre su propio flujo. Cada registro es un rango;
      *  la particion es el orden del registro en el archivo (el
      *  primero es la 01). Sin este archivo el corte es el de los
      *  rangos de entidades QG1ENTID.DAT, y sin ninguno de los dos
      *  todo el feed es una sola particion. La rutina QG1CX282
      *  responde la particion de un canal.
      ******************************************************************
       01  REG-PARTICION.
           05 PAR-RANGO-DESDE   PIC 9(03).
           05 PAR-RANGO-HASTA   PIC 9(03).
           05 PAR-DESCRIPCION   PIC X(20).
