      ******************************************************************
      * Copybook   : QG1RIX01
      * Author     : ALDV
      * Purpose    : Layout del indice de reportes en linea
      *  (QG1RPTIX.DAT, indexado por fecha de negocio + numero). Las
      *  sucursales y auditoria pedian por correo impresiones de los
      *  reportes batch; cada programa que emite un reporte lo
      *  publica al cerrarlo con la rutina unica QG1CX275, que carga
      *  sus lineas en QG1RPTLN.DAT (COPY QG1RLN01) bajo el mismo
      *  RIX-NUMERO y anota aqui la entrada. El visor CICS QG1C0022
      *  lista las entradas de una fecha y pagina y busca en ellas.
      *  RIX-PERMISO: permiso de QG1OPER.DAT que exige el reporte
      *   (CALL QG1CX109: 'S' basta el sign-on, 'W', 'R', 'D', 'T').
      *  RIX-COD-CANAL: en blanco el reporte cubre toda la cartera;
      *   con canal (estado mensual de un canal) el canal debe caer
      *   ademas en el alcance del operador en QG1OPRNG.DAT (CALL
      *   QG1CX210).
      ******************************************************************
       01  REG-INDICE-REPORTE.
           05 RIX-LLAVE.
              10 RIX-FECHA-NEGOCIO PIC 9(08).
              10 RIX-NUMERO      PIC 9(07).
           05 RIX-REPORTE        PIC X(12).
           05 RIX-PROGRAMA       PIC X(08).
           05 RIX-TITULO         PIC X(30).
           05 RIX-PERMISO        PIC X(01).
           05 RIX-COD-CANAL      PIC X(03).
           05 RIX-LINEAS         PIC 9(06).
           05 RIX-FECHA-HORA     PIC X(26).
