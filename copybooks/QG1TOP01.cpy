      ******************************************************************
      * Copybook   : QG1TOP01
      * Author     : ALDV
      * Purpose    : Layout de la tabla de referencia de tipos de
      *  operacion del feed diario (archivo QG1TIPOP.DAT): cada
      *  registro define un codigo valido de TRX-TIPO-OPER (COPY
      *  QG1TRX01), su descripcion y si esta vigente. Un retiro en
      *  agente, un pago de servicios y un deposito cuestan y arriesgan
      *  distinto, y el codigo permite partir el volumen y cobrar la
      *  comision por tipo. Se mantiene con QG1CX233; lo cargan la
      *  rutina de edicion QG1CX161 (solo acepta tipos activos), el
      *  estado mensual QG1CX115 y el tablero QG1CX135 (para la
      *  descripcion).
      *  TOP-ESTADO: 'A' = activo; 'I' = dado de baja (el codigo ya
      *  no se acepta en el feed pero sigue describiendo la historia).
      *  La tabla admite hasta 9 codigos: con la actividad sin tipo
      *  (en blanco) caben en el desglose de 10 de QG1MEN01.
      ******************************************************************
       01  REG-TIPO-OPERACION.
           05 TOP-CODIGO        PIC X(02).
           05 TOP-DESCRIPCION   PIC X(30).
           05 TOP-ESTADO        PIC X(01).
              88 TOP-ACTIVO VALUE 'A'.
              88 TOP-INACTIVO VALUE 'I'.
