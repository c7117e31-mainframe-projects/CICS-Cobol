      ******************************************************************
      * Copybook   : QG1AGR01
      * Author     : ALDV
      * Purpose    : Layout del limite agregado por nodo de la
      *  jerarquia de canales (QG1LIMAGR.DAT, indexado por
      *  AGR-COD-CANAL). MTO-LIMITE-TRX y el perfil de velocidad
      *  tapan a cada canal por separado, pero una red de agentes con
      *  40 puntos puede mover en conjunto mucho mas de lo que se
      *  quiere arriesgar. Este registro tapa el ACUMULADO del dia y
      *  del mes de todo el subarbol del nodo (el propio nodo mas
      *  todos los canales que cuelgan de el en QG1JERAR.DAT, COPY
      *  QG1JER01), expresado en AGR-MONEDA ('PEN' por defecto).
      *  Lo mantiene QG1CX242 (el nodo debe existir en HOST004 y en
      *  la jerarquia), lo controla en batch QG1CX244 sobre el feed
      *  aceptado del dia y en linea la rutina QG1CX243 antes de
      *  aprobar. Un maximo en cero = sin tope de ese tipo.
      ******************************************************************
       01  REG-LIMITE-AGREGADO.
           05 AGR-COD-CANAL     PIC X(03).
           05 AGR-MONEDA        PIC X(03).
           05 AGR-MAX-DIA-MONTO PIC 9(11)V9(02).
           05 AGR-MAX-MES-MONTO PIC 9(13)V9(02).
