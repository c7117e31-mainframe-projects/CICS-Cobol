      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida de cobertura de garantias por
      *  canal. Recibe el canal, una fecha, la moneda del tope y el
      *  monto a cubrir (un MTO-LIMITE-TRX propuesto o el maximo
      *  diario de un perfil de velocidad) y regresa:
      *    LS-COBERTURA    = suma de las garantias del canal en
      *                      QG1GARANT.DAT (COPY QG1GAR01) no vencidas
      *                      a la fecha (GAR-VENCE en cero o no
      *                      anterior), convertidas a la moneda del
      *                      tope con CALL QG1CX132 (con tipo de
      *                      cambio viejo tambien); una garantia sin
      *                      tipo de cambio no se cuenta, porque no se
      *                      puede demostrar lo que cubre,
      *    LS-CON-GARANTIA = 'S' si el canal tiene alguna garantia
      *                      registrada (aunque este vencida),
      *    LS-CUBIERTO     = 'S' si el monto cabe en la cobertura.
      *  Un canal sin ninguna garantia registrada no es agente y pasa
      *  sin objecion (criterio QG1CX187). Para un canal con garantia
      *  un monto en cero es "sin tope" y nunca esta cubierto.
      *  El archivo se carga en tabla en la primera invocacion
      *  (lectura secuencial por llave, patron QG1CX217). La usan el
      *  mantenimiento del maestro QG1CX054, el cambio masivo
      *  QG1CX107, el mantenimiento de velocidad QG1CX165, la captura
      *  de limites temporales QG1CX239 y el reporte QG1CX247.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX246.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-GARANTIAS ASSIGN TO "QG1GARANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GAR-LLAVE
           FILE STATUS IS FS-GARANTIAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-GARANTIAS.
           COPY QG1GAR01.

       WORKING-STORAGE SECTION.
       01 FS-GARANTIAS         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

       01 WS-TOT-GARANTIAS     PIC 9(04) VALUE 0.
       01 WS-TABLA-GARANTIAS.
          05 WS-GAR-TBL        OCCURS 1 TO 3000 TIMES
                                DEPENDING ON WS-TOT-GARANTIAS.
             10 WS-GAR-CANAL   PIC X(03).
             10 WS-GAR-MONTO   PIC 9(09)V9(02).
             10 WS-GAR-MONEDA  PIC X(03).
             10 WS-GAR-VENCE   PIC 9(08).

       01 WK-I                 PIC 9(04).
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       LINKAGE SECTION.
       01 LS-CANAL             PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-MONEDA            PIC X(03).
       01 LS-MONTO             PIC 9(13)V9(02).
       01 LS-COBERTURA         PIC 9(13)V9(02).
       01 LS-CON-GARANTIA      PIC X(01).
       01 LS-CUBIERTO          PIC X(01).

       PROCEDURE DIVISION USING LS-CANAL,
                                LS-FECHA,
                                LS-MONEDA,
                                LS-MONTO,
                                LS-COBERTURA,
                                LS-CON-GARANTIA,
                                LS-CUBIERTO.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-GARANTIAS
            END-IF
            PERFORM 2000-SUMA-COBERTURA
            PERFORM 3000-COMPARA-MONTO
            PERFORM 4000-FINAL.
      *
       1000-CARGA-GARANTIAS.
            MOVE 0 TO WS-TOT-GARANTIAS
            OPEN INPUT HOST-GARANTIAS
            IF FS-GARANTIAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-GARANTIAS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 1100-GUARDA-GARANTIA
                  END-READ
               END-PERFORM
               CLOSE HOST-GARANTIAS
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       1100-GUARDA-GARANTIA.
            IF WS-TOT-GARANTIAS = 3000
               DISPLAY "ABEND: TABLA DE GARANTIAS LLENA "
                       "(3000 ENTRADAS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-GARANTIAS
            MOVE GAR-COD-CANAL TO WS-GAR-CANAL(WS-TOT-GARANTIAS)
            MOVE GAR-MONTO     TO WS-GAR-MONTO(WS-TOT-GARANTIAS)
            MOVE GAR-MONEDA    TO WS-GAR-MONEDA(WS-TOT-GARANTIAS)
            MOVE GAR-VENCE     TO WS-GAR-VENCE(WS-TOT-GARANTIAS).
      *
       2000-SUMA-COBERTURA.
            MOVE 0   TO LS-COBERTURA
            MOVE 'N' TO LS-CON-GARANTIA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-GARANTIAS
               IF WS-GAR-CANAL(WK-I) = LS-CANAL
                  MOVE 'S' TO LS-CON-GARANTIA
                  IF WS-GAR-VENCE(WK-I) = 0
                     OR WS-GAR-VENCE(WK-I) NOT < LS-FECHA
                     PERFORM 2100-SUMA-UNA
                  END-IF
               END-IF
            END-PERFORM.
      *
       2100-SUMA-UNA.
            CALL "QG1CX132" USING WS-GAR-MONEDA(WK-I), LS-MONEDA,
                                   LS-FECHA, WS-GAR-MONTO(WK-I),
                                   WK-MONTO-CONV, WK-TASA-APLICADA,
                                   WK-CONVERSION-OK
            IF WK-CONVERSION-OK = 'S' OR WK-CONVERSION-OK = 'V'
               ADD WK-MONTO-CONV TO LS-COBERTURA
            ELSE
               DISPLAY "GARANTIA DE " LS-CANAL " EN "
                       WS-GAR-MONEDA(WK-I)
                       " SIN TIPO DE CAMBIO, NO SE CUENTA"
            END-IF.
      *
       3000-COMPARA-MONTO.
            MOVE 'S' TO LS-CUBIERTO
            IF LS-CON-GARANTIA = 'S'
               IF LS-MONTO = 0 OR LS-MONTO > LS-COBERTURA
                  MOVE 'N' TO LS-CUBIERTO
               END-IF
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX246.
