      *  El canal debe existir y estar CANAL-PENDIENTE. La compuerta
      *  QG1CX181 exige los cuatro pasos en 'S' antes de dejar pasar
      *  la activacion P -> A.
      * Contrato: se agrega el paso V contrato vigente, con evidencia
      *  en los contratos de servicio QG1CONTR.DAT: el canal debe
      *  tener a hoy un contrato vigente segun la rutina QG1CX260.
      *  La compuerta QG1CX181 exige tambien este paso en 'S'.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-EXISTIA           PIC X(01).

       01 WK-CTR-VIGENTE       PIC X(01).
       01 WK-CTR-NUMERO        PIC X(12).
       01 WK-CTR-FIN           PIC 9(08).

       01 WS-TOT-PALOMAZOS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

            IF WK-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "PASO (C=CONTACTO L=LIMITE T=TASA P=PRUEBA "
                       "V=CONTRATO VIGENTE):"
               ACCEPT WK-PASO
               PERFORM 2200-VALIDA-Y-PALOMEA
            END-IF.
                  PERFORM 3200-VERIFICA-TASA
               WHEN 'P'
                  PERFORM 3300-VERIFICA-PRUEBA
               WHEN 'V'
                  PERFORM 3400-VERIFICA-CONTRATO
               WHEN OTHER
                  DISPLAY "RECHAZADO: PASO NO RECONOCIDO " WK-PASO
            END-EVALUATE.
                          "EL HISTORICO"
               END-IF
            END-IF.
      *
       3400-VERIFICA-CONTRATO.
            CALL "QG1CX260" USING WK-CODIGO, WK-FECHA-HOY,
                                   WK-CTR-VIGENTE, WK-CTR-NUMERO,
                                   WK-CTR-FIN
            IF WK-CTR-VIGENTE = 'S'
               MOVE 'S' TO WK-EVIDENCIA-OK
               DISPLAY "CONTRATO " WK-CTR-NUMERO " VIGENTE HASTA "
                       WK-CTR-FIN
            ELSE
               DISPLAY "RECHAZADO: SIN CONTRATO VIGENTE EN "
                       "QG1CONTR.DAT"
            END-IF.
      *
       4000-GRABA-PALOMAZO.
            MOVE 'S' TO WK-EXISTIA
                  MOVE 'N' TO WK-EXISTIA
                  MOVE WK-CODIGO TO ONB-COD-CANAL
                  MOVE 'N' TO ONB-CONTACTO, ONB-LIMITE,
                              ONB-TASA, ONB-PRUEBA, ONB-CONTRATO
            END-READ

            EVALUATE WK-PASO
               WHEN 'L' MOVE 'S' TO ONB-LIMITE
               WHEN 'T' MOVE 'S' TO ONB-TASA
               WHEN 'P' MOVE 'S' TO ONB-PRUEBA
               WHEN 'V' MOVE 'S' TO ONB-CONTRATO
            END-EVALUATE
            MOVE WK-OPERADOR  TO ONB-OPERADOR
            MOVE WK-FECHA-HOY TO ONB-FECHA-ULT
