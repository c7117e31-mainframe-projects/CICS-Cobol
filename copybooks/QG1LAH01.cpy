      ******************************************************************
      * Copybook   : QG1LAH01
      * Author     : ALDV
      * Purpose    : Registro cabecera de version de layout de las
      *  descargas secuenciales del maestro y sus hijos (respaldo
      *  fechado QG1BKAAAAMMDD.DAT de QG1CX123 y salidas del
      *  convertidor QG1CX285). Va como primer registro y calza con
      *  el trailer 'TRL' del respaldo: marca 'HDR' en las tres
      *  primeras posiciones, el layout en las diez siguientes y
      *  "VER=nn" a continuacion. Un respaldo sin cabecera es
      *  anterior a la cabecera y se trata como version 01.
      ******************************************************************
       01  REG-CABECERA-LAYOUT.
           05 CAB-MARCA        PIC X(03).
              88 CAB-ES-CABECERA        VALUE 'HDR'.
           05 CAB-LAYOUT       PIC X(10).
           05 CAB-ETIQUETA     PIC X(04).
           05 CAB-VERSION      PIC 9(02).
           05 CAB-FECHA        PIC 9(08).
           05 FILLER           PIC X(36).
