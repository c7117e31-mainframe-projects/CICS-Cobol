      *    - y escribe cada captura en la auditoria QG1PARAM.AUD
      *      (fecha/hora, operador, clave, valor), consultable con
      *      QG1CX193 al estilo QG1CX095.
      * Comprobantes electronicos: claves CPE-RUC-EMISOR (tipo A,
      *  alfanumerico no vacio; RUC del emisor para QG1CX223, con
      *  variante por entidad CPE-RUC-EMISOR-nn validada por prefijo
      *  igual que CUPO-DIARIO-nnn) y CPE-DIAS-ACEPTA (dias sin
      *  respuesta antes de listar un comprobante en QG1CX225).
      * Cuentas de abono: clave ABO-DIAS-RETENCION (dias habiles de
      *  cuarentena, 0 a 30, que QG1CX232 pone a una cuenta nueva o
      *  cambiada antes de que QG1CX155 le pague).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
             'VENTANA-MINUTOS     N000000000010000009999QG1CX201'.
          05 FILLER PIC X(50) VALUE
             'COLA-DIAS-MAX       N000000000010000000999QG1CX212'.
          05 FILLER PIC X(50) VALUE
             'CPE-RUC-EMISOR      A000000000000000000000QG1CX223'.
          05 FILLER PIC X(50) VALUE
             'CPE-DIAS-ACEPTA     N000000000010000000999QG1CX225'.
          05 FILLER PIC X(50) VALUE
             'ABO-DIAS-RETENCION  N000000000000000000030QG1CX232'.
       01 FILLER REDEFINES WS-DICCIONARIO.
          05 WS-DIC-ENTRADA OCCURS 26 TIMES.
             10 WS-DIC-CLAVE   PIC X(20).
             10 WS-DIC-TIPO    PIC X(01).
             10 WS-DIC-MINIMO  PIC 9(11).
       2200-VALIDA-Y-ESCALONA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > 26 OR WK-POS > 0
               IF WS-DIC-CLAVE(WK-I) = WK-CLAVE
                  MOVE WK-I TO WK-POS
               END-IF
               AND WK-CLAVE(1:12) = 'CUPO-DIARIO-'
               AND WK-CLAVE(13:3) NOT = SPACES
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > 26 OR WK-POS > 0
                  IF WS-DIC-CLAVE(WK-I) = 'CUPO-DIARIO'
                     MOVE WK-I TO WK-POS
                  END-IF
               END-PERFORM
            END-IF
      * y el RUC emisor por entidad CPE-RUC-EMISOR-nn de QG1CX223 con
      * la regla de la clave CPE-RUC-EMISOR
            IF WK-POS = 0
               AND WK-CLAVE(1:15) = 'CPE-RUC-EMISOR-'
               AND WK-CLAVE(16:2) NOT = SPACES
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > 26 OR WK-POS > 0
                  IF WS-DIC-CLAVE(WK-I) = 'CPE-RUC-EMISOR'
                     MOVE WK-I TO WK-POS
                  END-IF
               END-PERFORM
            END-IF
            IF WK-POS = 0
               ADD 1 TO WS-TOT-RECHAZADOS
               DISPLAY "RECHAZADO: CLAVE DESCONOCIDA " WK-CLAVE
                  ELSE
                     PERFORM 2400-ESCALONA
                  END-IF
               WHEN 'A'
                  IF WK-VALOR = SPACES
                     ADD 1 TO WS-TOT-RECHAZADOS
                     DISPLAY "RECHAZADO: LA CLAVE REQUIERE UN VALOR"
                  ELSE
                     PERFORM 2400-ESCALONA
                  END-IF
            END-EVALUATE.
      *
       2400-ESCALONA.
