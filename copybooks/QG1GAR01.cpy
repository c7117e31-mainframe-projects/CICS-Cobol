      ******************************************************************
      * Copybook   : QG1GAR01
      * Author     : ALDV
      * Purpose    : Layout de las garantias por canal (QG1GARANT.DAT,
      *  indexado por canal + numero de garantia). Los canales agente
      *  entregan un deposito en garantia o una carta fianza bancaria
      *  antes de operar, y el tope que se les da no debe pasar de lo
      *  cubierto. Un canal puede tener varias garantias (GAR-NUMERO
      *  01-99); la cobertura del canal a una fecha es la suma de las
      *  que no han vencido, convertida a la moneda del tope con la
      *  rutina QG1CX132 (lo resuelve la rutina QG1CX246).
      *  GAR-TIPO: 'D' deposito en garantia, 'F' carta fianza.
      *  GAR-EMISOR: banco emisor de la fianza o banco donde esta el
      *   deposito.
      *  GAR-VENCE: fecha de vencimiento (AAAAMMDD); en cero solo se
      *   admite para un deposito, que no vence mientras no se
      *   devuelva.
      *  Lo mantiene QG1CX245 (GAR-OPERADOR y GAR-FECHA-ALTA son quien
      *  y cuando lo grabo) y el reporte mensual QG1CX247 avisa los
      *  vencimientos proximos y los canales descubiertos.
      ******************************************************************
       01  REG-GARANTIA-CANAL.
           05 GAR-LLAVE.
              10 GAR-COD-CANAL   PIC X(03).
              10 GAR-NUMERO      PIC 9(02).
           05 GAR-TIPO           PIC X(01).
              88 GAR-DEPOSITO         VALUE 'D'.
              88 GAR-CARTA-FIANZA     VALUE 'F'.
              88 GAR-TIPO-VALIDO      VALUES 'D' 'F'.
           05 GAR-MONTO          PIC 9(09)V9(02).
           05 GAR-MONEDA         PIC X(03).
           05 GAR-EMISOR         PIC X(30).
           05 GAR-VENCE          PIC 9(08).
           05 GAR-OPERADOR       PIC X(08).
           05 GAR-FECHA-ALTA     PIC 9(08).
