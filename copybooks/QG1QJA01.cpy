      ******************************************************************
      * Copybook   : QG1QJA01
      * Author     : ALDV
      * Purpose    : Layout del libro de reclamos de clientes
      *  QG1QUEJA.DAT, indexado por canal de origen + numero de
      *  reclamo (el numero corre por canal). La mesa de reclamos
      *  llevaba una hoja aparte que no conocia los codigos de canal;
      *  ahora cada reclamo se captura en linea con la transaccion
      *  QG1C0021, que valida el canal contra HOST004.
      *  QJA-CATEGORIA: 'CI' cobro indebido, 'OP' operacion no
      *   reconocida o no completada, 'SV' servicio no disponible,
      *   'AT' atencion, 'IN' informacion, 'OT' otro.
      *  QJA-FECHA-LIMITE: fecha de recepcion mas QUEJA-PLAZO-DIAS
      *   (QG1CX112, por defecto 15) dias habiles del calendario
      *   QG1CALEN.DAT (CALL QG1CX197 'S').
      *  Ciclo: 'A' abierto -> 'R' respondido, con el resultado
      *   'F' fundado, 'P' fundado en parte o 'I' infundado, la fecha
      *   de respuesta y QJA-EN-PLAZO 'N' si se respondio despues del
      *   limite. Los abiertos vencidos entran a la cola de trabajo
      *   (QG1CX211 / QG1C0016) y el libro alimenta el retorno
      *   trimestral de reclamos por canal QG1CX258.
      ******************************************************************
       01  REG-QUEJA.
           05 QJA-LLAVE.
              10 QJA-COD-CANAL   PIC X(03).
              10 QJA-NUMERO      PIC 9(05).
           05 QJA-FECHA-RECEPCION PIC 9(08).
           05 QJA-CATEGORIA      PIC X(02).
              88 QJA-OTRA-CATEGORIA   VALUE 'OT'.
              88 QJA-CATEGORIA-VALIDA VALUES 'CI' 'OP' 'SV' 'AT'
                                             'IN' 'OT'.
           05 QJA-DOC-CLIENTE    PIC X(12).
           05 QJA-DESCRIPCION    PIC X(40).
           05 QJA-FECHA-LIMITE   PIC 9(08).
           05 QJA-CAPTURADA-POR  PIC X(08).
           05 QJA-ESTADO         PIC X(01).
              88 QJA-ABIERTA          VALUE 'A'.
              88 QJA-RESPONDIDA       VALUE 'R'.
           05 QJA-RESULTADO      PIC X(01).
              88 QJA-FUNDADA          VALUE 'F'.
              88 QJA-FUNDADA-PARTE    VALUE 'P'.
              88 QJA-INFUNDADA        VALUE 'I'.
              88 QJA-RESULTADO-VALIDO VALUES 'F' 'P' 'I'.
           05 QJA-FECHA-RESPUESTA PIC 9(08).
           05 QJA-EN-PLAZO       PIC X(01).
           05 QJA-RESPUESTA      PIC X(40).
           05 QJA-RESPONDIDA-POR PIC X(08).
