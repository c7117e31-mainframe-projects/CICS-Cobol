      ******************************************************************
      * Copybook   : QG1CPC01
      * Author     : ALDV
      * Purpose    : Layout del catalogo de capacidad QG1CAPCAT.DAT
      *  (line sequential, lo mantiene operaciones como QG1OPRNG.DAT):
      *  una linea por archivo propio del sistema que el censo
      *  nocturno QG1CX279 mide y anota en la historia de capacidad
      *  QG1CAPHIS.DAT (COPY QG1CPH01).
      *  CPC-ORGANIZACION:
      *   'S' secuencial: los registros se cuentan leyendolo,
      *   'I' indexado: los registros se estiman como bytes entre
      *       CPC-LARGO-REG,
      *   'A' generaciones de auditoria: CPC-ARCHIVO es el catalogo
      *       QG1AUDCAT.DAT y se suman todas las generaciones
      *       QG1Annnn.AUD que lista.
      *  CPC-TOPE-REGISTROS: techo configurado (cero = sin techo).
      *  CPC-PROGRAMA: paso que procesa el archivo; el reporte
      *   semanal QG1CX280 lo cruza con QG1RUNDUR.DAT para resaltar
      *   los archivos de los pasos lentos.
      ******************************************************************
       01  REG-CATALOGO-CAPACIDAD.
           05 CPC-ARCHIVO        PIC X(16).
           05 CPC-ORGANIZACION   PIC X(01).
              88 CPC-SECUENCIAL            VALUE 'S'.
              88 CPC-INDEXADO              VALUE 'I'.
              88 CPC-GENERACIONES          VALUE 'A'.
           05 CPC-LARGO-REG      PIC 9(05).
           05 CPC-TOPE-REGISTROS PIC 9(09).
           05 CPC-PROGRAMA       PIC X(08).
