      ******************************************************************
      * Copybook   : QG1DEB01
      * Author     : ALDV
      * Purpose    : Layout del control de cobros por debito directo
      *  (archivo QG1DEBITO.DAT). Cada cargo que la corrida de
      *  cobranza QG1CX228 manda al banco queda aqui como enviado
      *  hasta que la carga del retorno del banco QG1CX229 lo marca
      *  cobrado (y anota el abono 'H' en el libro) o fallido. Los
      *  fallidos quedan en el archivo como cola de seguimiento de
      *  cobranza; un canal con un cargo enviado no se vuelve a
      *  cargar hasta que llegue su retorno.
      *  DEB-REFERENCIA: 'DD' + fecha de envio; con el canal
      *   identifica el cargo en el archivo del banco, en su retorno
      *   y en el movimiento del libro.
      *  DEB-ESTADO: 'E' enviado al banco, 'C' cobrado, 'F' fallido.
      ******************************************************************
       01  REG-DEBITO.
           05 DEB-COD-CANAL       PIC X(03).
           05 DEB-REFERENCIA      PIC X(12).
           05 DEB-FECHA-ENVIO     PIC 9(08).
           05 DEB-MONTO           PIC 9(11)V9(02).
           05 DEB-ESTADO          PIC X(01).
              88 DEB-ENVIADO         VALUE 'E'.
              88 DEB-COBRADO         VALUE 'C'.
              88 DEB-FALLIDO         VALUE 'F'.
           05 DEB-FECHA-RESULTADO PIC 9(08).
           05 DEB-MOTIVO          PIC X(30).
