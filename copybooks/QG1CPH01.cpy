      ******************************************************************
      * Copybook   : QG1CPH01
      * Author     : ALDV
      * Purpose    : Layout de la historia de capacidad QG1CAPHIS.DAT
      *  (secuencial de agregado). El censo nocturno QG1CX279 agrega
      *  una linea por archivo del catalogo QG1CAPCAT.DAT (COPY
      *  QG1CPC01) con la cuenta de registros y el tamano aproximado
      *  en bytes; el reporte semanal QG1CX280 saca de aqui las tasas
      *  de crecimiento y los dias hasta el techo.
      *  CPH-ESTIMADO 'S': registros estimados por tamano (indexado).
      *  CPH-EXISTE 'N': el archivo no estaba en la noche del censo.
      ******************************************************************
       01  REG-HISTORIA-CAPACIDAD.
           05 CPH-FECHA          PIC 9(08).
           05 CPH-ARCHIVO        PIC X(16).
           05 CPH-REGISTROS      PIC 9(11).
           05 CPH-BYTES          PIC 9(13).
           05 CPH-ESTIMADO       PIC X(01).
           05 CPH-EXISTE         PIC X(01).
