      * Antes de tocar el maestro toma el candado de escritor del
      *  maestro (rutina QG1CX139) y lo libera al terminar, para no
      *  cruzarse con los demas escritores de HOST004.
      * Limite propuesto: un alta o cambio que trae PND-MONEDA-LIM
      *  (solicitudes del CRM cargadas por QG1CX295, ya validadas
      *  contra la regla del tipo) aplica tambien MTO-LIMITE-TRX y
      *  COD-MONEDA-LIM; sin moneda el limite del maestro no cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WS-TABLA-PENDIENTES.
          05 WS-PND-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PND-REGISTRO PIC X(108).

       01 WK-I                 PIC 9(05).

            SET CANAL-ACTIVO     TO TRUE
            MOVE 0 TO FEC-EFECTIVA, MTO-LIMITE-TRX
            MOVE 'PEN' TO COD-MONEDA-LIM
            PERFORM 3700-TOMA-LIMITE
            MOVE 1 TO NUM-VERSION-REG

            WRITE REG-HOST004
                  MOVE TXT-NOM   TO WK-OLD-DESCRIPCION
                  MOVE PND-ABREVIATURA TO TXT-ABRV
                  MOVE PND-DESCRIPCION TO TXT-NOM
                  PERFORM 3700-TOMA-LIMITE
                  ADD 1 TO NUM-VERSION-REG
                  REWRITE REG-HOST004
                     INVALID KEY
            ADD 1 TO WS-TOT-APLICADOS
            DISPLAY "APLICADO CAMBIO " PND-SECUENCIA " CANAL "
                    PND-CODIGO.
      *
      * Moneda en blanco: el cambio no propone limite y el del
      * maestro queda como esta.
       3700-TOMA-LIMITE.
            IF PND-MONEDA-LIM NOT = SPACES
               AND PND-LIMITE-TRX IS NUMERIC
               MOVE PND-LIMITE-TRX TO MTO-LIMITE-TRX
               MOVE PND-MONEDA-LIM TO COD-MONEDA-LIM
            END-IF.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
