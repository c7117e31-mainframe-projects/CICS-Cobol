      *  Lo mantiene QG1CX178 (existencia de canal y padre contra
      *  HOST004, patron QG1CX130) y lo consume el consolidado
      *  QG1CX179, que agrega volumen e interes arbol arriba.
      *  Los limites agregados por nodo (QG1LIMAGR.DAT, COPY
      *  QG1AGR01) usan esta misma cadena de padres: el control batch
      *  QG1CX244 y la consulta en linea QG1CX243.
      ******************************************************************
       01  REG-JERARQUIA.
           05 JER-COD-CANAL    PIC X(03).
