      ******************************************************************
      * Copybook   : QG1PAG01
      * Author     : ALDV
      * Purpose    : Layout del extracto de avisos para la pasarela de
      *  mensajeria (archivo QG1PAGING.DAT): una linea por aviso que
      *  el escalamiento QG1CX300 manda a la guardia, con el numero
      *  de alerta, el nivel y el numero de aviso, el operador de
      *  guardia con su nombre y destino (GRD-DESTINO de QG1GRD01), y
      *  el origen, programa y texto de la entrada critica. El
      *  escalamiento agrega al final; la pasarela toma y vacia el
      *  archivo. Para acusar recibo la pasarela deja la respuesta en
      *  QG1ALRACK.DAT (COPY QG1ACK01) con el numero de alerta.
      ******************************************************************
       01  REG-AVISO.
           05 PAG-FECHA-HORA   PIC X(26).
           05 PAG-ALERTA       PIC 9(07).
           05 PAG-NIVEL        PIC 9(01).
           05 PAG-AVISO        PIC 9(02).
           05 PAG-OPERADOR     PIC X(08).
           05 PAG-NOMBRE       PIC X(30).
           05 PAG-DESTINO      PIC X(30).
           05 PAG-ORIGEN       PIC X(01).
           05 PAG-PROGRAMA     PIC X(08).
           05 PAG-TEXTO        PIC X(60).
