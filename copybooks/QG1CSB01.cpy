      ******************************************************************
      * Copybook   : QG1CSB01
      * Author     : ALDV
      * Purpose    : Layout de la bitacora de casos de cumplimiento
      *  QG1CASBIT.DAT, indexada por caso + fecha/hora de la accion.
      *  Cada consulta, asignacion, nota y cierre que hace la
      *  transaccion QG1C0018 sobre un caso de QG1CASOS.DAT (COPY
      *  QG1CAS01) deja aqui quien lo hizo, cuando y que dijo; el
      *  caso solo guarda la ultima nota, la bitacora guarda todas.
      *  CSB-ACCION: 'C' consulta, 'S' asignacion, 'I' nota de
      *  investigacion, 'X' cierre.
      ******************************************************************
       01  REG-BITACORA-CASO.
           05 CSB-LLAVE.
              10 CSB-NUMERO      PIC 9(07).
              10 CSB-FECHA-HORA  PIC X(16).
           05 CSB-OPERADOR       PIC X(08).
           05 CSB-ACCION         PIC X(01).
           05 CSB-TEXTO          PIC X(60).
