      ******************************************************************
      * Copybook   : QG1RLN01
      * Author     : ALDV
      * Purpose    : Layout de las lineas de los reportes publicados
      *  en linea (QG1RPTLN.DAT, indexado por numero de reporte del
      *  indice QG1RPTIX.DAT, COPY QG1RIX01, + numero de linea desde
      *  1). Lo carga la rutina QG1CX275 copiando el reporte tal
      *  cual; el visor CICS QG1C0022 lo lee por llave para paginar
      *  hacia adelante y hacia atras y para buscar un canal.
      ******************************************************************
       01  REG-LINEA-REPORTE.
           05 RLN-LLAVE.
              10 RLN-NUMERO      PIC 9(07).
              10 RLN-LINEA       PIC 9(06).
           05 RLN-TEXTO          PIC X(132).
