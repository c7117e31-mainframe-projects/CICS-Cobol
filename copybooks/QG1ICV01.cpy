      ******************************************************************
      * Copybook   : QG1ICV01
      * Author     : ALDV
      * Purpose    : Layout del esquema de incentivos por volumen
      *  (archivo QG1INCESQ.DAT), con vigencia. A los canales se les
      *  cobra comision, pero las redes de agentes que superan su
      *  meta de volumen (presupuesto QG1PRESUP.DAT) cobran ademas un
      *  incentivo que se calculaba fuera del sistema. Cada registro
      *  es un tramo del esquema para un tipo de canal de
      *  QG1TIPO.DAT ('*' = cualquier tipo; si el tipo especifico
      *  tiene tramos, la generica no se usa):
      *  ICV-UMBRAL-PCT: cumplimiento minimo de la meta trimestral de
      *   operaciones (volumen real * 100 / meta) para ganar el tramo;
      *   rige el tramo de umbral mas alto alcanzado.
      *  ICV-TASA-PCT: porcentaje que se paga sobre el monto operado
      *   real del trimestre (cero = tramo retirado).
      *  El mantenimiento QG1CX262 solo AGREGA registros (historia
      *  intocable, misma regla de QG1CX214 con QG1PENTAR.DAT) y la
      *  liquidacion trimestral QG1CX263 toma, por tipo y umbral, la
      *  ICV-FECHA-DESDE mas reciente que no sea posterior al fin del
      *  trimestre.
      ******************************************************************
       01  REG-ESQUEMA-INCENTIVO.
           05 ICV-TIP-CODIGO    PIC X(01).
           05 ICV-FECHA-DESDE   PIC 9(08).
           05 ICV-UMBRAL-PCT    PIC 9(03)V9(02).
           05 ICV-TASA-PCT      PIC 9(02)V9(04).
