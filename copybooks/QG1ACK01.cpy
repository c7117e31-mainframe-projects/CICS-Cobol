      ******************************************************************
      * Copybook   : QG1ACK01
      * Author     : ALDV
      * Purpose    : Layout de los acuses de recibo de alertas de
      *  guardia (archivo QG1ALRACK.DAT): los graba la consola de
      *  acuse QG1CX301 (ACK-ORIGEN 'C') o la pasarela de mensajeria
      *  cuando el operador responde el aviso (ACK-ORIGEN 'G'). El
      *  escalamiento QG1CX300 los aplica al inicio de cada corrida
      *  contra QG1ALERTA.DAT y contra el problema de QG1PROBLM.DAT
      *  que origino la alerta, y luego retira del archivo solo los
      *  acuses que cargo (los que llegan durante la corrida quedan).
      ******************************************************************
       01  REG-ACUSE.
           05 ACK-ALERTA       PIC 9(07).
           05 ACK-OPERADOR     PIC X(08).
           05 ACK-FECHA-HORA   PIC X(26).
           05 ACK-ORIGEN       PIC X(01).
