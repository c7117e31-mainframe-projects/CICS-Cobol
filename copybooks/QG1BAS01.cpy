      ******************************************************************
      * Copybook   : QG1BAS01
      * Author     : ALDV
      * Purpose    : Layout del archivo de bases de calculo de interes
      *  QG1BASE.DAT. El devengo dividia siempre TEN / 100 / 365; los
      *  contratos del banco absorbido son ACT/360 y algunos canales
      *  corporativos son 30/360. Cada registro asigna una convencion
      *  a un canal (BAS-NIVEL 'C', BAS-CLAVE = COD-CANAL) o a un tipo
      *  de canal de QG1TIPO.DAT (BAS-NIVEL 'T', BAS-CLAVE = codigo de
      *  tipo en la primera posicion). La rutina QG1CX218 resuelve la
      *  base de un canal: primero la del canal, luego la de su tipo
      *  (CALL QG1CX110) y si no hay ninguna ACT/365. Se mantiene con
      *  QG1CX219.
      *  BAS-CONVENCION: 'ACT/365', 'ACT/360' o '30/360'.
      ******************************************************************
       01  REG-BASE-CALCULO.
           05 BAS-NIVEL          PIC X(01).
              88 BAS-NIVEL-CANAL VALUE 'C'.
              88 BAS-NIVEL-TIPO  VALUE 'T'.
           05 BAS-CLAVE          PIC X(03).
           05 BAS-CONVENCION     PIC X(07).
              88 BAS-CONVENCION-VALIDA VALUE 'ACT/365' 'ACT/360'
                                             '30/360 '.
