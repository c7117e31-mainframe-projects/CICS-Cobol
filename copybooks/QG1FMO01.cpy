      ******************************************************************
      * Copybook   : QG1FMO01
      * Author     : ALDV
      * Purpose    : Layout de la bitacora del monitor de feeds
      *  esperados (QG1FEEDMON.DAT). QG1CX235 agrega un registro cada
      *  vez que cambia el estado de un feed programado para una
      *  fecha de negocio; el ultimo registro de la fecha y fuente es
      *  el estado vigente, el que muestra el tablero QG1CX200.
      *  FMO-ESTADO: 'O' = llego a tiempo, 'T' = llego tarde,
      *  'P' = pendiente (aun dentro de la hora limite),
      *  'F' = faltante (vencida la hora limite sin llegar).
      ******************************************************************
       01  REG-MONITOR-FEED.
           05 FMO-FECHA         PIC 9(08).
           05 FMO-FUENTE        PIC X(04).
           05 FMO-ESTADO        PIC X(01).
              88 FMO-A-TIEMPO VALUE 'O'.
              88 FMO-TARDIO VALUE 'T'.
              88 FMO-PENDIENTE VALUE 'P'.
              88 FMO-FALTANTE VALUE 'F'.
           05 FMO-OBLIGATORIO   PIC X(01).
           05 FMO-HORA-LIMITE   PIC 9(04).
           05 FMO-HORA-LLEGADA  PIC X(06).
           05 FMO-HORA-MONITOR  PIC 9(06).
