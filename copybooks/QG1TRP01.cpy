      ******************************************************************
      * Copybook   : QG1TRP01
      * Author     : ALDV
      * Purpose    : Layout de los totales de fin de dia que reportan
      *  los canales (archivo QG1TOTCAN.DAT): cantidad de
      *  transacciones y monto por canal, fecha y moneda, segun los
      *  sistemas del propio canal. El canal envia su archivo de
      *  totales con cabecera HDR de tipo 'T'; QG1CX162 lo registra
      *  en el catalogo de feeds (rechaza el replay de una secuencia)
      *  y agrega aqui sus lineas con la fuente, la secuencia y la
      *  fecha de registro. La conciliacion QG1CX291 los cruza contra
      *  lo posteado; si el canal reenvia los totales de una fecha,
      *  vale la ultima linea registrada de ese canal, fecha y
      *  moneda.
      *  Las primeras cinco posiciones (TRP-COD-CANAL a TRP-MONTO)
      *  son la linea de detalle tal como la manda el canal.
      ******************************************************************
       01  REG-TOTAL-REPORTADO.
           05 TRP-COD-CANAL     PIC X(03).
           05 TRP-FECHA         PIC 9(08).
           05 TRP-MONEDA        PIC X(03).
           05 TRP-CANTIDAD      PIC 9(09).
           05 TRP-MONTO         PIC 9(13)V9(02).
           05 TRP-FUENTE        PIC X(04).
           05 TRP-SECUENCIA     PIC 9(06).
           05 TRP-FECHA-REGISTRO PIC 9(08).
