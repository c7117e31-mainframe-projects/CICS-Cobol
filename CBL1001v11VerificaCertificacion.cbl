      *  para el mensaje de rechazo. La consultan los activadores
      *  (QG1CX054 y la operacion E de QG1CX107) antes de mover un
      *  canal de P a A.
      * Lista de vigilancia: un canal con una coincidencia CONFIRMADA
      *  contra la lista de sanciones y PEP (CALL QG1CX254) tampoco
      *  puede activarse aunque tenga la certificacion completa; se
      *  agrega VIGILANCIA a los pendientes. Se levanta descartando la
      *  coincidencia en la revision QG1CX255.
      * Contrato: la lista de certificacion trae un quinto paso,
      *  ONB-CONTRATO (contrato de servicio vigente, palomeado en
      *  QG1CX180 contra QG1CONTR.DAT), que tambien debe estar en 'S';
      *  si falta se agrega CONTRATO a los pendientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       WORKING-STORAGE SECTION.
       01 FS-CERTIFICACION     PIC X(02).
       01 WK-LISTA-BLOQUEO     PIC X(01).
       01 WK-LISTA-ID          PIC X(12).
       01 WK-LISTA-TIPO        PIC X(01).

       LINKAGE SECTION.
       01 LS-COD-CANAL         PIC X(03).
               END-READ
               CLOSE HOST-CERTIFICACION
            END-IF
            PERFORM 2000-REVISA-LISTA
            PERFORM 4000-FINAL.
      *
       1000-EVALUA-PASOS.
            IF ONB-CONTACTO = 'S' AND ONB-LIMITE = 'S'
               AND ONB-TASA = 'S' AND ONB-PRUEBA = 'S'
               AND ONB-CONTRATO = 'S'
               MOVE 'S' TO LS-COMPLETA
            ELSE
               MOVE SPACES TO LS-PENDIENTES
                  STRING FUNCTION TRIM(LS-PENDIENTES) " PRUEBA"
                     DELIMITED SIZE INTO LS-PENDIENTES
               END-IF
               IF ONB-CONTRATO NOT = 'S'
                  STRING FUNCTION TRIM(LS-PENDIENTES) " CONTRATO"
                     DELIMITED SIZE INTO LS-PENDIENTES
               END-IF
            END-IF.
      *
       2000-REVISA-LISTA.
            CALL "QG1CX254" USING LS-COD-CANAL, WK-LISTA-BLOQUEO,
                                   WK-LISTA-ID, WK-LISTA-TIPO
            IF WK-LISTA-BLOQUEO = 'S'
               MOVE 'N' TO LS-COMPLETA
               STRING FUNCTION TRIM(LS-PENDIENTES) " VIGILANCIA"
                  DELIMITED SIZE INTO LS-PENDIENTES
            END-IF.
      *
       4000-FINAL.
