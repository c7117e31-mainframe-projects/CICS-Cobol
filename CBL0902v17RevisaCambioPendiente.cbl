      *  recarga a memoria y se regraba (mismo movimiento de
      *  recarga/regrabado que QG1CX084 hace con el extracto), porque
      *  un LINE SEQUENTIAL no admite REWRITE en el lugar.
      * Solicitudes del CRM: las que carga QG1CX295 llegan con la
      *  referencia del CRM como solicitante y, si la solicitud lo
      *  trae, con el limite propuesto, que se muestra al revisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WS-TABLA-PENDIENTES.
          05 WS-PND-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PND-REGISTRO PIC X(108).

       01 WK-I                 PIC 9(05).
       01 WK-APROBADOR         PIC X(08).
       01 WK-LIMITE-ED         PIC ZZZZZZZZ9,99.
       01 WK-VEREDICTO         PIC X(01).

       01 WS-TOT-APROBADOS     PIC 9(05) VALUE 0.
            DISPLAY "CAMBIO " PND-SECUENCIA " ACCION " PND-ACCION
                    " CANAL " PND-CODIGO " " PND-ABREVIATURA
                    " SOLICITO " PND-SOLICITANTE
            IF PND-MONEDA-LIM NOT = SPACES
               MOVE PND-LIMITE-TRX TO WK-LIMITE-ED
               DISPLAY "   LIMITE PROPUESTO " WK-LIMITE-ED " "
                       PND-MONEDA-LIM
            END-IF
            IF PND-SOLICITANTE = WK-APROBADOR
               DISPLAY "NO PUEDE APROBAR SU PROPIA CAPTURA, "
                       "SE DEJA PENDIENTE"
