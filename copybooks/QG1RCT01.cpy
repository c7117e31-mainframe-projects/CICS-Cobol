      ******************************************************************
      * Copybook   : QG1RCT01
      * Author     : ALDV
      * Purpose    : Layout del extracto trimestral de
      *  recertificacion de operadores (archivo QG1RECERT.DAT, lo
      *  genera QG1CX287 agrupado por supervisor). Un registro por
      *  operador de QG1OPER.DAT con sus permisos, la cantidad de
      *  rangos de alcance de QG1OPRNG.DAT (cero = sin
      *  restriccion), la ultima fecha de uso encontrada en las
      *  auditorias, el run-log, el log de accesos y los pendientes,
      *  y sus marcas. RCT-DECISION sale en blanco; el supervisor la
      *  llena ('M' mantener, 'R' revocar) al recertificar.
      ******************************************************************
       01  REG-RECERTIFICACION.
           05 RCT-SUPERVISOR   PIC X(08).
           05 RCT-OPR-ID       PIC X(08).
           05 RCT-NOMBRE       PIC X(30).
           05 RCT-PERMISOS.
              10 RCT-PERM-WRITE   PIC X(01).
              10 RCT-PERM-REWRITE PIC X(01).
              10 RCT-PERM-DELETE  PIC X(01).
              10 RCT-PERM-TASAS   PIC X(01).
           05 RCT-RANGOS       PIC 9(03).
           05 RCT-ULTIMO-USO   PIC 9(08).
           05 RCT-SIN-USO      PIC X(01).
              88 RCT-OPERADOR-SIN-USO   VALUE 'S'.
           05 RCT-CONFLICTO    PIC X(01).
              88 RCT-CON-CONFLICTO      VALUE 'S'.
           05 RCT-DECISION     PIC X(01).
              88 RCT-MANTENER           VALUE 'M'.
              88 RCT-REVOCAR            VALUE 'R'.
