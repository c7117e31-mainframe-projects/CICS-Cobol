      ******************************************************************
      * Copybook   : QG1SOD01
      * Author     : ALDV
      * Purpose    : Layout de las combinaciones de permisos
      *  incompatibles (archivo QG1SODRG.DAT, line sequential, lo
      *  mantiene auditoria). Cada registro nombra dos permisos de
      *  QG1OPER.DAT (COPY QG1OPR01) que un mismo operador no debe
      *  tener juntos y el motivo; el reporte de conflictos QG1CX287
      *  lista a quien los tenga. Sin el archivo rigen las dos
      *  combinaciones de siempre: alta y baja de canales (W + D) y
      *  cambio de canales y tasas (R + T).
      *  SOD-PERMISO-1 / SOD-PERMISO-2: 'W' alta, 'R' cambio,
      *   'D' baja, 'T' tasas (mismas letras que QG1CX109).
      ******************************************************************
       01  REG-INCOMPATIBLE.
           05 SOD-PERMISO-1    PIC X(01).
           05 SOD-PERMISO-2    PIC X(01).
           05 SOD-MOTIVO       PIC X(40).
