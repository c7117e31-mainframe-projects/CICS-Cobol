      ******************************************************************
      * Copybook   : QG1MAN01
      * Author     : ALDV
      * Purpose    : Layout del manifiesto de archivos de salida
      *  (QG1MANIF.DAT, secuencial de agregado). Nadie podia decir
      *  con certeza que version de que archivo salio y cuando. Cada
      *  programa que produce un archivo para fuera (interfaz
      *  contable QG1Lnnnn.GLI de QG1CX116, instrucciones de pago
      *  QG1CX155.PAG, retorno del regulador QG1CX175.REG, entrega
      *  de eventos QG1CX206.EXT y cartas QG1CX209.EXT) lo anota al
      *  cerrarlo con la rutina unica QG1CX272: nombre, fecha de
      *  negocio, registros y hash total de montos (los mismos
      *  totales de control de su trailer) y programa productor.
      *  La rutina guarda ademas una copia exacta del archivo en
      *  MAN-COPIA (QG1Mnnnnnnn.ENV, nnnnnnn = MAN-NUMERO) con sus
      *  lineas fisicas, para que el reenvio de QG1CX273 mande lo
      *  mismo que se registro sin regenerar nada.
      *  Los envios, reenvios y acuses viven en la bitacora de
      *  transmisiones QG1TRANS.DAT (COPY QG1TRN01).
      *  Nombres largos: MAN-ARCHIVO guarda las primeras 12 posiciones
      *  del nombre y es con lo que se identifican las versiones de un
      *  mismo archivo; MAN-ARCHIVO-COMPLETO el nombre entero (hasta
      *  16, ej. QG1CPEENV.TXT), con el que se abre o se repone. En
      *  los registros anteriores llega en blanco y vale MAN-ARCHIVO.
      ******************************************************************
       01  REG-MANIFIESTO.
           05 MAN-NUMERO        PIC 9(07).
           05 MAN-ARCHIVO       PIC X(12).
           05 MAN-FECHA-NEGOCIO PIC 9(08).
           05 MAN-REGISTROS     PIC 9(09).
           05 MAN-HASH          PIC 9(15)V9(02).
           05 MAN-PROGRAMA      PIC X(08).
           05 MAN-FECHA-HORA    PIC X(26).
           05 MAN-COPIA         PIC X(15).
           05 MAN-LINEAS        PIC 9(09).
           05 MAN-ARCHIVO-COMPLETO PIC X(16).
