      *  genera instruccion: sale senalado en el reporte de
      *  excepciones QG1CX155.RPT para que operaciones capture la
      *  cuenta con QG1CX154 y recorra.
      * Devoluciones: cada instruccion generada se anota en el libro
      *  auxiliar como pago 'PG' al canal (sentido 'D', referencia
      *  "PAG AAAAMM") via la rutina unica QG1CX149, para que la carga
      *  de pagos devueltos QG1CX230 tenga contra que casar y revertir.
      *  Un canal que ya tiene el pago del periodo anotado (recorrida
      *  del mismo periodo) no se vuelve a pagar. Una cuenta marcada
      *  invalida (ABO-ESTADO-CUENTA 'I') no recibe pago: el neto pasa
      *  a la lista de reintentos QG1REPAGO.DAT (COPY QG1REP01). Al
      *  inicio de cada corrida se repagan los reintentos pendientes
      *  cuya cuenta ya fue corregida con QG1CX154, con su periodo y
      *  monto originales; los que siguen sin corregir se listan.
      * Cuarentena: una cuenta dada de alta o cambiada por el aplicador
      *  del doble control QG1CX232 no recibe pago antes de su
      *  ABO-FECHA-LIBERACION; el neto del periodo pasa a la lista de
      *  reintentos con motivo "CUENTA EN CUARENTENA" y se repaga en la
      *  primera corrida posterior a la liberacion. Los reintentos cuya
      *  cuenta sigue en cuarentena se listan y esperan.
      * Incentivos: los incentivos por volumen que la liquidacion
      *  trimestral QG1CX263 anota en el libro (movimiento 'IC'
      *  sentido 'H', referencia "INC AAAAT") se pagan en la primera
      *  corrida siguiente, sea cual sea el periodo de interes que se
      *  pague: una instruccion aparte por canal y trimestre, con el
      *  ultimo mes del trimestre como periodo, anotada en el libro
      *  como pago 'PG' sentido 'D' con referencia "PIN AAAAT". Un
      *  incentivo ya pagado no se repite; uno sin cuenta de abono,
      *  con la cuenta invalida o en cuarentena se lista y queda en
      *  el libro para la siguiente corrida. Los pagos "PIN" se
      *  netean (sentido 'D' menos 'H'): el incentivo que el banco
      *  devuelve y QG1CX230 revierte con 'PG' sentido 'H' vuelve a
      *  contar como no pagado y se repaga, como cualquier incentivo
      *  pendiente, en cuanto QG1CX154 deja la cuenta valida.
      * Manifiesto: al cerrar QG1CX155.PAG se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio y el conteo y hash
      *  total del trailer; su envio y acuse se siguen en QG1CX273 /
      *  QG1CX274.
      * Bajas liquidadas: a un canal con liquidacion de baja en
      *  QG1BAJA.DAT (COPY QG1BAJ01) ya no se le paga aqui. Su
      *  interes, sus incentivos y sus reintentos los salda el pago
      *  final de la liquidacion QG1CX288 por el saldo del libro;
      *  aqui se listan como CANAL DADO DE BAJA y un reintento queda
      *  pendiente hasta que ese pago final lo cubra.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-REPAGOS ASSIGN TO "QG1REPAGO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPAGOS.

           SELECT HOST-BAJAS ASSIGN TO "QG1BAJA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

           SELECT HOST-PAGOS ASSIGN TO "QG1CX155.PAG"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-REPAGOS.
           COPY QG1REP01.

       FD  HOST-PAGOS.
       01  REG-PAGO.
           05 PAG-COD-CANAL    PIC X(03).
           05 PAG-MONTO        PIC 9(11)V9(02).
           05 PAG-PERIODO      PIC 9(06).

       FD  HOST-BAJAS.
           COPY QG1BAJ01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       01 FS-CIERRE            PIC X(02).
       01 FS-RETENCIONES       PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 FS-REPAGOS           PIC X(02).
       01 FS-BAJAS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO           PIC 9(06).
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-CODIGO            PIC X(03).
       01 WK-PERIODO-PAGO      PIC 9(06).
       01 WK-MONTO-PAGO        PIC 9(11)V9(02).
       01 WK-REFERENCIA-PAG    PIC X(12).
       01 WK-TIPO-MOV          PIC X(02) VALUE 'PG'.
       01 WK-DEBE-HABER        PIC X(01) VALUE 'D'.
       01 WK-OPERADOR          PIC X(08) VALUE SPACES.
       01 WK-SALDO-RESULTANTE  PIC S9(11)V9(02).

      * Canales con el pago del periodo ya anotado en el libro (pagos
      * 'D' menos reversas 'H' de la referencia PAG AAAAMM)
       01 WS-TOT-PAGADOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-PAGADOS.
          05 WS-PGD-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-PAGADOS.
             10 WS-PGD-CODIGO  PIC X(03).
             10 WS-PGD-NETO    PIC S9(03).

      * Lista de reintentos en memoria; se regraba al final
       01 WS-TOT-REPAGOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-REPAGOS.
          05 WS-REP-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-REPAGOS.
             10 WS-REP-REGISTRO PIC X(69).
       01 WK-J                 PIC 9(05).
       01 WK-K                 PIC 9(05).
       01 WK-POS               PIC 9(05).

      * Incentivos anotados en el libro por canal y trimestre, con lo
      * ya pagado de cada uno (referencia PIN AAAAT)
       01 WS-TOT-INCENTIVOS    PIC 9(05) VALUE 0.
       01 WS-TABLA-INCENTIVOS.
          05 WS-INC-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-INCENTIVOS.
             10 WS-INC-CODIGO  PIC X(03).
             10 WS-INC-TRIMESTRE.
                15 WS-INC-ANIO PIC 9(04).
                15 WS-INC-TRIM PIC 9(01).
             10 WS-INC-MONTO   PIC 9(11)V9(02).
             10 WS-INC-NETO    PIC S9(03).
             10 WS-INC-PAGADO  PIC S9(03).
       01 WK-INC-TRIMESTRE     PIC X(05).
       01 WK-REFERENCIA-INC    PIC X(12).

      * Canales con liquidacion de baja (QG1CX288 les paga el saldo)
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TABLA-BAJAS.
          05 WS-BAJ-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-BAJAS.
             10 WS-BAJ-CODIGO  PIC X(03).
       01 WK-BAJ-CODIGO        PIC X(03).
       01 WK-BAJ-CONCEPTO      PIC X(10).
       01 WK-ES-BAJA           PIC X(01).
       01 WK-B                 PIC 9(04).
       01 WS-TOT-DE-BAJA       PIC 9(05) VALUE 0.

       01 WS-TOT-RETENCIONES   PIC 9(04) VALUE 0.
       01 WS-TABLA-RETENCIONES.

       01 WS-TOT-PAGOS         PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-CUENTA    PIC 9(05) VALUE 0.
       01 WS-TOT-YA-PAGADOS    PIC 9(05) VALUE 0.
       01 WS-TOT-RETENIDOS     PIC 9(05) VALUE 0.
       01 WS-TOT-REPAGADOS     PIC 9(05) VALUE 0.
       01 WS-TOT-CUARENTENA    PIC 9(05) VALUE 0.
       01 WS-TOT-INC-PAGADOS   PIC 9(05) VALUE 0.
       01 WS-TOT-INC-PENDIENTES PIC 9(05) VALUE 0.
       01 WS-SUMA-PAGADO       PIC 9(13)V9(02) VALUE 0.
       01 WS-HASH-MONTOS       PIC 9(13)V9(02) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX155.PAG'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX155'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-NETO-ED           PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-RETENCIONES
            PERFORM 2500-CARGA-PAGADOS
            PERFORM 2700-CARGA-REPAGOS
            PERFORM 2800-CARGA-BAJAS
            PERFORM 3000-GENERA-PAGOS
            PERFORM 4000-GRABA-TRAILER
            PERFORM 5000-REGRABA-REPAGOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "PERIODO CERRADO A PAGAR (AAAAMM) : "
            ACCEPT WK-PERIODO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE SPACES TO WK-REFERENCIA-PAG
            STRING "PAG " WK-PERIODO
               DELIMITED SIZE INTO WK-REFERENCIA-PAG.
      *
       2000-CARGA-RETENCIONES.
            OPEN INPUT HOST-RETENCIONES
               DISPLAY "SIN DETALLE DE RETENCIONES, SE PAGA EL "
                       "INTERES BRUTO"
            END-IF.
      *
       2500-CARGA-PAGADOS.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-TIPO-MOV = 'PG'
                           AND LIB-REFERENCIA = WK-REFERENCIA-PAG
                           MOVE LIB-COD-CANAL TO WK-CODIGO
                           PERFORM 2550-UBICA-PAGADO
                           IF LIB-DEBE-HABER = 'D'
                              ADD 1 TO WS-PGD-NETO(WK-POS)
                           ELSE
                              SUBTRACT 1 FROM WS-PGD-NETO(WK-POS)
                           END-IF
                        END-IF
                        IF LIB-TIPO-MOV = 'IC'
                           OR (LIB-TIPO-MOV = 'PG'
                               AND LIB-REFERENCIA(1:4) = 'PIN ')
                           PERFORM 2600-ANOTA-INCENTIVO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF.
      *
       2550-UBICA-PAGADO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-PAGADOS OR WK-POS > 0
               IF WS-PGD-CODIGO(WK-K) = WK-CODIGO
                  MOVE WK-K TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-PAGADOS = 5000
                  DISPLAY "ABEND: TABLA DE CANALES PAGADOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-PAGADOS
               MOVE WS-TOT-PAGADOS TO WK-POS
               MOVE WK-CODIGO TO WS-PGD-CODIGO(WK-POS)
               MOVE 0 TO WS-PGD-NETO(WK-POS)
            END-IF.
      *
       2600-ANOTA-INCENTIVO.
            MOVE LIB-REFERENCIA(5:5) TO WK-INC-TRIMESTRE
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-INCENTIVOS OR WK-POS > 0
               IF WS-INC-CODIGO(WK-K) = LIB-COD-CANAL
                  AND WS-INC-TRIMESTRE(WK-K) = WK-INC-TRIMESTRE
                  MOVE WK-K TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-INCENTIVOS = 5000
                  DISPLAY "ABEND: TABLA DE INCENTIVOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-INCENTIVOS
               MOVE WS-TOT-INCENTIVOS TO WK-POS
               MOVE LIB-COD-CANAL    TO WS-INC-CODIGO(WK-POS)
               MOVE WK-INC-TRIMESTRE TO WS-INC-TRIMESTRE(WK-POS)
               MOVE 0 TO WS-INC-MONTO(WK-POS), WS-INC-NETO(WK-POS),
                         WS-INC-PAGADO(WK-POS)
            END-IF
            IF LIB-TIPO-MOV = 'IC'
               IF LIB-DEBE-HABER = 'H'
                  ADD 1 TO WS-INC-NETO(WK-POS)
                  MOVE LIB-MONTO TO WS-INC-MONTO(WK-POS)
               ELSE
                  SUBTRACT 1 FROM WS-INC-NETO(WK-POS)
               END-IF
            ELSE
               IF LIB-DEBE-HABER = 'D'
                  ADD 1 TO WS-INC-PAGADO(WK-POS)
               ELSE
                  SUBTRACT 1 FROM WS-INC-PAGADO(WK-POS)
               END-IF
            END-IF.
      *
       2700-CARGA-REPAGOS.
            OPEN INPUT HOST-REPAGOS
            IF FS-REPAGOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-REPAGOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REP-PENDIENTE
                           PERFORM 2750-AGREGA-REPAGO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-REPAGOS
            END-IF.
      *
       2750-AGREGA-REPAGO.
            IF WS-TOT-REPAGOS = 5000
               DISPLAY "ABEND: TABLA DE REINTENTOS DE PAGO LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-REPAGOS
            MOVE REG-REPAGO TO WS-REP-REGISTRO(WS-TOT-REPAGOS).
      *
       2800-CARGA-BAJAS.
            OPEN INPUT HOST-BAJAS
            IF FS-BAJAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BAJAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-BAJAS = 2000
                           DISPLAY "ABEND: TABLA DE BAJAS LLENA "
                                   "(2000 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-BAJAS
                        MOVE BAJ-COD-CANAL
                          TO WS-BAJ-CODIGO(WS-TOT-BAJAS)
                  END-READ
               END-PERFORM
               CLOSE HOST-BAJAS
            END-IF.
      *
       2850-BUSCA-BAJA.
            MOVE 'N' TO WK-ES-BAJA
            PERFORM VARYING WK-B FROM 1 BY 1
                    UNTIL WK-B > WS-TOT-BAJAS OR WK-ES-BAJA = 'S'
               IF WS-BAJ-CODIGO(WK-B) = WK-BAJ-CODIGO
                  MOVE 'S' TO WK-ES-BAJA
               END-IF
            END-PERFORM.
      *
       3000-GENERA-PAGOS.
            OPEN INPUT HOST-CIERRE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-REPAGOS
               MOVE WS-REP-REGISTRO(WK-J) TO REG-REPAGO
               IF REP-PENDIENTE
                  MOVE REP-COD-CANAL TO WK-BAJ-CODIGO
                  PERFORM 2850-BUSCA-BAJA
                  IF WK-ES-BAJA = 'S'
                     MOVE "REINTENTO" TO WK-BAJ-CONCEPTO
                     PERFORM 3060-SENALA-BAJA
                  ELSE
                     PERFORM 3050-REINTENTA-PAGO
                  END-IF
               END-IF
            END-PERFORM

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CIERRE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CIE-PERIODO = WK-PERIODO AND CIE-MTD > 0
                        MOVE CIE-CODIGO TO WK-BAJ-CODIGO
                        PERFORM 2850-BUSCA-BAJA
                        IF WK-ES-BAJA = 'S'
                           MOVE "INTERES" TO WK-BAJ-CONCEPTO
                           PERFORM 3060-SENALA-BAJA
                        ELSE
                           PERFORM 3100-PAGA-UN-CANAL
                        END-IF
                     END-IF
               END-READ
            END-PERFORM

            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-INCENTIVOS
               IF WS-INC-NETO(WK-J) > 0
                  AND WS-INC-PAGADO(WK-J) NOT > 0
                  MOVE WS-INC-CODIGO(WK-J) TO WK-BAJ-CODIGO
                  PERFORM 2850-BUSCA-BAJA
                  IF WK-ES-BAJA = 'S'
                     MOVE "INCENTIVO" TO WK-BAJ-CONCEPTO
                     PERFORM 3060-SENALA-BAJA
                  ELSE
                     PERFORM 3400-PAGA-INCENTIVO
                  END-IF
               END-IF
            END-PERFORM
            CLOSE HOST-CIERRE, HOST-ABONOS.
      *
      * repago de un pago devuelto o retenido, con su periodo y monto
       3050-REINTENTA-PAGO.
            MOVE REP-MONTO TO WK-NETO-ED
            MOVE REP-COD-CANAL TO ABO-COD-CANAL
            READ HOST-ABONOS
               KEY IS ABO-COD-CANAL
               INVALID KEY
                  MOVE 'I' TO ABO-ESTADO-CUENTA
            END-READ
            IF ABO-CUENTA-INVALIDA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "REINTENTO PENDIENTE - CANAL " REP-COD-CANAL
                      " PERIODO " REP-PERIODO " NETO " WK-NETO-ED
                      " CUENTA SIN CORREGIR"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
            IF ABO-FECHA-LIBERACION > WK-FECHA-HOY
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "REINTENTO PENDIENTE - CANAL " REP-COD-CANAL
                      " PERIODO " REP-PERIODO " NETO " WK-NETO-ED
                      " CUARENTENA " ABO-FECHA-LIBERACION
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE REP-COD-CANAL TO WK-CODIGO
               MOVE REP-PERIODO   TO WK-PERIODO-PAGO
               MOVE REP-MONTO     TO WK-MONTO-PAGO
               PERFORM 3300-EMITE-PAGO
               ADD 1 TO WS-TOT-REPAGADOS
               MOVE 'R'          TO REP-ESTADO
               MOVE WK-FECHA-HOY TO REP-FECHA-REPAGO
               MOVE REG-REPAGO   TO WS-REP-REGISTRO(WK-J)
               IF REP-PERIODO = WK-PERIODO
                  PERFORM 2550-UBICA-PAGADO
                  ADD 1 TO WS-PGD-NETO(WK-POS)
               END-IF
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "REPAGO CANAL " REP-COD-CANAL
                      " PERIODO " REP-PERIODO " NETO " WK-NETO-ED
                      "  CUENTA " ABO-CUENTA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            END-IF.
      *
      * canal con liquidacion de baja: lo paga QG1CX288; un reintento
      * sigue pendiente en la lista
       3060-SENALA-BAJA.
            ADD 1 TO WS-TOT-DE-BAJA
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WK-BAJ-CONCEPTO " NO PAGADO - CANAL " WK-BAJ-CODIGO
                   " DADO DE BAJA, LO SALDA LA LIQUIDACION QG1CX288"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3100-PAGA-UN-CANAL.
            MOVE CIE-MTD TO WK-NETO
               END-IF
            END-PERFORM

            MOVE CIE-CODIGO TO WK-CODIGO
            PERFORM 2550-UBICA-PAGADO
            IF WK-NETO NOT > 0
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " CIE-CODIGO " SIN NETO A PAGAR"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
            IF WS-PGD-NETO(WK-POS) > 0
               ADD 1 TO WS-TOT-YA-PAGADOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " CIE-CODIGO " YA PAGADO EN EL PERIODO "
                      WK-PERIODO " - NO SE REPITE"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE CIE-CODIGO TO ABO-COD-CANAL
               READ HOST-ABONOS
                  NOT INVALID KEY
                     PERFORM 3200-GRABA-INSTRUCCION
               END-READ
            END-IF
            END-IF.
      *
       3150-SENALA-SIN-CUENTA.
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3200-GRABA-INSTRUCCION.
            IF ABO-CUENTA-INVALIDA
               OR ABO-FECHA-LIBERACION > WK-FECHA-HOY
               PERFORM 3250-RETIENE-PAGO
            ELSE
               MOVE CIE-CODIGO  TO WK-CODIGO
               MOVE WK-PERIODO  TO WK-PERIODO-PAGO
               MOVE WK-NETO     TO WK-MONTO-PAGO
               PERFORM 3300-EMITE-PAGO
               ADD 1 TO WS-PGD-NETO(WK-POS)

               MOVE WK-NETO TO WK-NETO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " CIE-CODIGO
                      "  NETO PAGADO " WK-NETO-ED
                      "  CUENTA " ABO-CUENTA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * cuenta marcada invalida por una devolucion o aun en cuarentena:
      * el neto queda en la lista de reintentos (una sola vez por canal
      * y periodo)
       3250-RETIENE-PAGO.
            IF ABO-CUENTA-INVALIDA
               ADD 1 TO WS-TOT-RETENIDOS
            ELSE
               ADD 1 TO WS-TOT-CUARENTENA
               MOVE "CUENTA EN CUARENTENA" TO ABO-MOTIVO-INVALIDA
            END-IF
            MOVE WK-NETO TO WK-NETO-ED
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-REPAGOS OR WK-POS > 0
               MOVE WS-REP-REGISTRO(WK-J) TO REG-REPAGO
               IF REP-COD-CANAL = CIE-CODIGO
                  AND REP-PERIODO = WK-PERIODO
                  AND REP-PENDIENTE
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               MOVE CIE-CODIGO          TO REP-COD-CANAL
               MOVE WK-PERIODO          TO REP-PERIODO
               MOVE WK-NETO             TO REP-MONTO
               MOVE WK-FECHA-HOY        TO REP-FECHA-DEVOLUCION
               MOVE ABO-MOTIVO-INVALIDA TO REP-MOTIVO
               MOVE 'P'                 TO REP-ESTADO
               MOVE 0                   TO REP-FECHA-REPAGO
               PERFORM 2750-AGREGA-REPAGO
            END-IF
            MOVE SPACES TO WS-LIN-DETALLE
            IF ABO-CUENTA-INVALIDA
               STRING "CUENTA INVALIDA - CANAL " CIE-CODIGO
                      " NETO " WK-NETO-ED " RETENIDO PARA REINTENTO"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            ELSE
               STRING "CUENTA EN CUARENTENA HASTA "
                      ABO-FECHA-LIBERACION " - CANAL " CIE-CODIGO
                      " NETO " WK-NETO-ED " RETENIDO"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * instruccion al banco y pago 'PG' al canal en el libro auxiliar
       3300-EMITE-PAGO.
            MOVE WK-CODIGO       TO PAG-COD-CANAL
            MOVE ABO-BANCO       TO PAG-BANCO
            MOVE ABO-CUENTA      TO PAG-CUENTA
            MOVE ABO-TITULAR     TO PAG-TITULAR
            MOVE WK-MONTO-PAGO   TO PAG-MONTO
            MOVE WK-PERIODO-PAGO TO PAG-PERIODO
            WRITE REG-PAGO
            ADD 1 TO WS-TOT-PAGOS
            ADD WK-MONTO-PAGO TO WS-SUMA-PAGADO
            ADD WK-MONTO-PAGO TO WS-HASH-MONTOS

            MOVE SPACES TO WK-REFERENCIA-PAG
            STRING "PAG " WK-PERIODO-PAGO
               DELIMITED SIZE INTO WK-REFERENCIA-PAG
            CALL "QG1CX149" USING WK-CODIGO, WK-FECHA-HOY,
                                   WK-TIPO-MOV, WK-DEBE-HABER,
                                   WK-MONTO-PAGO, WK-REFERENCIA-PAG,
                                   WK-OPERADOR, WK-SALDO-RESULTANTE.
      *
      * incentivo por volumen anotado y aun no pagado
       3400-PAGA-INCENTIVO.
            MOVE WS-INC-MONTO(WK-J) TO WK-NETO-ED
            MOVE WS-INC-CODIGO(WK-J) TO ABO-COD-CANAL
            READ HOST-ABONOS
               KEY IS ABO-COD-CANAL
               INVALID KEY
                  MOVE 'I' TO ABO-ESTADO-CUENTA
                  MOVE "SIN CUENTA DE ABONO" TO ABO-MOTIVO-INVALIDA
            END-READ
            IF ABO-CUENTA-INVALIDA
               OR ABO-FECHA-LIBERACION > WK-FECHA-HOY
               ADD 1 TO WS-TOT-INC-PENDIENTES
               MOVE SPACES TO WS-LIN-DETALLE
               IF ABO-CUENTA-INVALIDA
                  STRING "INCENTIVO PENDIENTE - CANAL "
                         WS-INC-CODIGO(WK-J) " TRIMESTRE "
                         WS-INC-TRIMESTRE(WK-J) " NETO " WK-NETO-ED
                         " " ABO-MOTIVO-INVALIDA
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               ELSE
                  STRING "INCENTIVO PENDIENTE - CANAL "
                         WS-INC-CODIGO(WK-J) " TRIMESTRE "
                         WS-INC-TRIMESTRE(WK-J) " NETO " WK-NETO-ED
                         " CUARENTENA " ABO-FECHA-LIBERACION
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               END-IF
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE WS-INC-CODIGO(WK-J) TO PAG-COD-CANAL
               MOVE ABO-BANCO           TO PAG-BANCO
               MOVE ABO-CUENTA          TO PAG-CUENTA
               MOVE ABO-TITULAR         TO PAG-TITULAR
               MOVE WS-INC-MONTO(WK-J)  TO PAG-MONTO
               COMPUTE PAG-PERIODO = WS-INC-ANIO(WK-J) * 100
                                   + WS-INC-TRIM(WK-J) * 3
               WRITE REG-PAGO
               ADD 1 TO WS-TOT-PAGOS, WS-TOT-INC-PAGADOS
               ADD WS-INC-MONTO(WK-J) TO WS-SUMA-PAGADO
               ADD WS-INC-MONTO(WK-J) TO WS-HASH-MONTOS

               MOVE SPACES TO WK-REFERENCIA-INC
               STRING "PIN " WS-INC-TRIMESTRE(WK-J)
                  DELIMITED SIZE INTO WK-REFERENCIA-INC
               MOVE WS-INC-MONTO(WK-J) TO WK-MONTO-PAGO
               CALL "QG1CX149" USING WS-INC-CODIGO(WK-J),
                                      WK-FECHA-HOY,
                                      WK-TIPO-MOV, WK-DEBE-HABER,
                                      WK-MONTO-PAGO, WK-REFERENCIA-INC,
                                      WK-OPERADOR, WK-SALDO-RESULTANTE

               MOVE SPACES TO WS-LIN-DETALLE
               STRING "INCENTIVO CANAL " WS-INC-CODIGO(WK-J)
                      " TRIMESTRE " WS-INC-TRIMESTRE(WK-J)
                      " NETO " WK-NETO-ED "  CUENTA " ABO-CUENTA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       4000-GRABA-TRAILER.
            MOVE 'TRL'          TO PAG-COD-CANAL
            WRITE REG-PAGO
            CLOSE HOST-PAGOS

            MOVE WK-FECHA-HOY   TO WK-MAN-FECHA
            MOVE WS-TOT-PAGOS   TO WK-MAN-REGISTROS
            MOVE WS-HASH-MONTOS TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-PAGADO TO WK-SUMA-ED
                   "  TOTAL PAGADO: " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REPAGADOS: "         WS-TOT-REPAGADOS
                   "  RETENIDOS: "       WS-TOT-RETENIDOS
                   "  YA PAGADOS: "      WS-TOT-YA-PAGADOS
                   "  CUARENTENA: "      WS-TOT-CUARENTENA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "INCENTIVOS PAGADOS: "    WS-TOT-INC-PAGADOS
                   "  INCENTIVOS PENDIENTES: " WS-TOT-INC-PENDIENTES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "INSTRUCCIONES GENERADAS : " WS-TOT-PAGOS
            DISPLAY "CANALES SIN CUENTA      : " WS-TOT-SIN-CUENTA
            DISPLAY "TOTAL PAGADO            : " WS-SUMA-PAGADO
            DISPLAY "REPAGOS DE DEVOLUCIONES : " WS-TOT-REPAGADOS
            DISPLAY "RETENIDOS CTA INVALIDA  : " WS-TOT-RETENIDOS
            DISPLAY "RETENIDOS EN CUARENTENA : " WS-TOT-CUARENTENA
            DISPLAY "INCENTIVOS PAGADOS      : " WS-TOT-INC-PAGADOS
            DISPLAY "INCENTIVOS PENDIENTES   : " WS-TOT-INC-PENDIENTES
            DISPLAY "OMITIDOS POR BAJA       : " WS-TOT-DE-BAJA.
      *
      * solo quedan los reintentos aun pendientes
       5000-REGRABA-REPAGOS.
            OPEN OUTPUT HOST-REPAGOS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-REPAGOS
               MOVE WS-REP-REGISTRO(WK-J) TO REG-REPAGO
               IF REP-PENDIENTE
                  WRITE REG-REPAGO
               END-IF
            END-PERFORM
            CLOSE HOST-REPAGOS.
      *
       9000-FINAL.
           STOP RUN.
