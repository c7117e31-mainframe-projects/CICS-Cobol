      *    - y deja toda la operacion en la auditoria QG1CX183.AUD
      *      (layout QG1AUD01).
      *  El antes/despues queda en QG1CX183.RPT en ambos modos.
      * Ubicacion del contacto: el contacto heredado por el
      *  sobreviviente lleva tambien el ubigeo y las coordenadas del
      *  origen (grupo CTO-UBICACION de QG1CON01).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           05 WK-CTO-EMAIL     PIC X(30).
           05 WK-CTO-DIRECCION PIC X(40).
           05 WK-CTO-HORARIO   PIC X(20).
           05 WK-CTO-UBICACION PIC X(24).
       01 WK-HAY-CTO-ORIGEN    PIC X(01).
       01 WK-HAY-CTO-SUCESOR   PIC X(01).

                     MOVE CTO-EMAIL       TO WK-CTO-EMAIL
                     MOVE CTO-DIRECCION   TO WK-CTO-DIRECCION
                     MOVE CTO-HORARIO     TO WK-CTO-HORARIO
                     MOVE CTO-UBICACION   TO WK-CTO-UBICACION
               END-READ
               MOVE WK-SUCESOR TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                     MOVE WK-CTO-EMAIL      TO CTO-EMAIL
                     MOVE WK-CTO-DIRECCION  TO CTO-DIRECCION
                     MOVE WK-CTO-HORARIO    TO CTO-HORARIO
                     MOVE WK-CTO-UBICACION  TO CTO-UBICACION
                     WRITE REG-CONTACTO
                     MOVE "CONTACTO HEREDADO POR EL SOBREVIVIENTE"
                       TO WS-LIN-DETALLE
