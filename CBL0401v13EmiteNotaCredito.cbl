      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Emision de notas de credito sobre facturas de
      *  comision. Cuando un canal disputaba una factura la unica
      *  herramienta era el ajuste manual QG1CX150, y la factura
      *  seguia figurando como cobrada completa. Este programa captura
      *  por consola (operador con permiso de escritura, CALL
      *  QG1CX109) la factura original por su serie y correlativo en
      *  el registro de comprobantes QG1CPE.DAT (COPY QG1CPE01), la
      *  base a acreditar y el motivo:
      *    - la base no puede pasar de lo que queda sin acreditar de
      *      la factura (las notas previas no rechazadas se descuentan),
      *    - el IGV de la nota sale a la tasa de la factura original;
      *      la nota que acredita el saldo completo toma el IGV
      *      restante exacto, para que factura menos notas quede en
      *      cero sin diferencia de redondeo,
      *    - la nota se numera en la serie 'FC' + entidad (siguiente
      *      correlativo de esa serie en el registro) y queda como
      *      tipo '07' en estado 'P' con la referencia a la factura;
      *      el extracto QG1CX223 la envia a la administracion
      *      tributaria en su siguiente corrida,
      *    - en el libro auxiliar se anota la reversa a favor del
      *      canal ('H') via QG1CX149: 'CU' por la base e 'IG' por el
      *      IGV, con el numero de la nota como referencia; la
      *      interfaz contable QG1CX116 revierte el IGV por pagar.
      *  Una factura acreditada por completo deja de estar vigente: si
      *  el periodo se vuelve a facturar, QG1CX223 la emite con un
      *  numero nuevo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX226.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COMPROBANTES ASSIGN TO "QG1CPE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS FS-COMPROBANTES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COMPROBANTES.
           COPY QG1CPE01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-COMPROBANTES      PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-NOTAS         PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-SERIE-ORIGINAL    PIC X(04).
       01 WK-CORR-ORIGINAL     PIC 9(08).
       01 WK-FACTURA-ORIGINAL  PIC X(201).
       01 WK-LLAVE-ORIGINAL    PIC X(12).
       01 WK-TOTAL-ORIGINAL    PIC 9(11)V9(02).
       01 WK-BASE-ORIGINAL     PIC 9(11)V9(02).
       01 WK-IGV-ORIGINAL      PIC 9(11)V9(02).
       01 WK-TASA-ORIGINAL     PIC 9(02)V9(02).

       01 WK-SERIE-NOTA        PIC X(04).
       01 WK-ULTIMO-NOTA       PIC 9(08).
       01 WK-BASE-ACREDITADA   PIC 9(11)V9(02).
       01 WK-IGV-ACREDITADO    PIC 9(11)V9(02).
       01 WK-BASE-DISPONIBLE   PIC 9(11)V9(02).

       01 WK-BASE-NOTA         PIC 9(11)V9(02).
       01 WK-IGV-NOTA          PIC 9(11)V9(02).
       01 WK-TOTAL-NOTA        PIC 9(11)V9(02).
       01 WK-MOTIVO            PIC X(30).
       01 WK-CONFIRMA          PIC X(01).

       01 WK-LIB-TIPO          PIC X(02) VALUE 'CU'.
       01 WK-LIB-TIPO-IGV      PIC X(02) VALUE 'IG'.
       01 WK-LIB-SENTIDO       PIC X(01) VALUE 'H'.
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-LIB-REFERENCIA    PIC X(12).
       01 WK-LIB-SALDO         PIC S9(11)V9(02).

       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-IGV-ED            PIC ZZZZZZZZZZ9,99.
       01 WK-TOTAL-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SALDO-ED          PIC -ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-NOTAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "EMISION DE NOTAS DE CREDITO SOBRE COMISIONES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ESCRITURA - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN I-O HOST-COMPROBANTES
            IF FS-COMPROBANTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-COMPROBANTES FALLIDO - "
                       "FILE STATUS " FS-COMPROBANTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-NOTAS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNA-NOTA
            END-PERFORM
            CLOSE HOST-COMPROBANTES
            DISPLAY "NOTAS DE CREDITO EMITIDAS : " WS-TOT-NOTAS.
      *
       2100-CAPTURA-UNA-NOTA.
            DISPLAY "SERIE DE LA FACTURA ORIGINAL (ENTER PARA "
                    "TERMINAR) : "
            MOVE SPACES TO WK-SERIE-ORIGINAL
            ACCEPT WK-SERIE-ORIGINAL

            IF WK-SERIE-ORIGINAL = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "CORRELATIVO DE LA FACTURA ORIGINAL : "
               ACCEPT WK-CORR-ORIGINAL
               MOVE WK-SERIE-ORIGINAL TO CPE-SERIE
               MOVE WK-CORR-ORIGINAL  TO CPE-CORRELATIVO
               READ HOST-COMPROBANTES
                  KEY IS CPE-LLAVE
                  INVALID KEY
                     DISPLAY "NOTA RECHAZADA: " WK-SERIE-ORIGINAL "-"
                             WK-CORR-ORIGINAL " NO EXISTE EN EL "
                             "REGISTRO"
                  NOT INVALID KEY
                     PERFORM 2200-VALIDA-ORIGINAL
               END-READ
            END-IF.
      *
       2200-VALIDA-ORIGINAL.
            IF NOT CPE-ES-FACTURA
               DISPLAY "NOTA RECHAZADA: " CPE-LLAVE
                       " NO ES UNA FACTURA"
            ELSE
               MOVE REG-COMPROBANTE TO WK-FACTURA-ORIGINAL
               MOVE CPE-LLAVE       TO WK-LLAVE-ORIGINAL
               MOVE CPE-BASE        TO WK-BASE-ORIGINAL
               MOVE CPE-IGV         TO WK-IGV-ORIGINAL
               MOVE CPE-TOTAL       TO WK-TOTAL-ORIGINAL
               MOVE CPE-TASA-IGV    TO WK-TASA-ORIGINAL
               MOVE SPACES TO WK-SERIE-NOTA
               STRING "FC" CPE-SERIE(3:2)
                  DELIMITED SIZE INTO WK-SERIE-NOTA
               PERFORM 2300-RECORRE-SERIE-NOTAS
               COMPUTE WK-BASE-DISPONIBLE =
                  WK-BASE-ORIGINAL - WK-BASE-ACREDITADA
               MOVE WK-BASE-ORIGINAL   TO WK-MONTO-ED
               MOVE WK-BASE-DISPONIBLE TO WK-TOTAL-ED
               DISPLAY "BASE FACTURADA " WK-MONTO-ED
                       "  SIN ACREDITAR " WK-TOTAL-ED
               IF WK-BASE-DISPONIBLE = 0
                  DISPLAY "NOTA RECHAZADA: LA FACTURA YA ESTA "
                          "ACREDITADA POR COMPLETO"
               ELSE
                  PERFORM 2400-CAPTURA-DETALLE
               END-IF
            END-IF.
      *
      * Las notas de una factura de la entidad nn estan todas en la
      * serie FCnn: un solo recorrido da lo ya acreditado y el ultimo
      * correlativo usado.
       2300-RECORRE-SERIE-NOTAS.
            MOVE 0 TO WK-ULTIMO-NOTA, WK-BASE-ACREDITADA,
                      WK-IGV-ACREDITADO
            MOVE WK-SERIE-NOTA TO CPE-SERIE
            MOVE 0             TO CPE-CORRELATIVO
            MOVE 'N' TO WS-EOF
            START HOST-COMPROBANTES KEY IS NOT < CPE-LLAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COMPROBANTES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CPE-SERIE NOT = WK-SERIE-NOTA
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        MOVE CPE-CORRELATIVO TO WK-ULTIMO-NOTA
                        IF CPE-DOC-REFERENCIA = WK-LLAVE-ORIGINAL
                           AND NOT CPE-RECHAZADO
                           ADD CPE-BASE TO WK-BASE-ACREDITADA
                           ADD CPE-IGV  TO WK-IGV-ACREDITADO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
      *
       2400-CAPTURA-DETALLE.
            DISPLAY "BASE A ACREDITAR (99999999999V99) : "
            ACCEPT WK-BASE-NOTA
            DISPLAY "MOTIVO (30) : "
            MOVE SPACES TO WK-MOTIVO
            ACCEPT WK-MOTIVO
            EVALUATE TRUE
               WHEN WK-BASE-NOTA = 0
                  DISPLAY "NOTA RECHAZADA: MONTO EN CERO"
               WHEN WK-BASE-NOTA > WK-BASE-DISPONIBLE
                  DISPLAY "NOTA RECHAZADA: EL MONTO SUPERA LO QUE "
                          "QUEDA SIN ACREDITAR"
               WHEN WK-MOTIVO = SPACES
                  DISPLAY "NOTA RECHAZADA: FALTA EL MOTIVO"
               WHEN OTHER
                  PERFORM 2500-CALCULA-NOTA
            END-EVALUATE.
      *
       2500-CALCULA-NOTA.
            IF WK-BASE-NOTA = WK-BASE-DISPONIBLE
               COMPUTE WK-IGV-NOTA =
                  WK-IGV-ORIGINAL - WK-IGV-ACREDITADO
            ELSE
               COMPUTE WK-IGV-NOTA ROUNDED =
                  WK-BASE-NOTA * WK-TASA-ORIGINAL / 100
            END-IF
            COMPUTE WK-TOTAL-NOTA = WK-BASE-NOTA + WK-IGV-NOTA
            MOVE WK-BASE-NOTA  TO WK-MONTO-ED
            MOVE WK-IGV-NOTA   TO WK-IGV-ED
            MOVE WK-TOTAL-NOTA TO WK-TOTAL-ED
            DISPLAY "NOTA: BASE " WK-MONTO-ED " IGV " WK-IGV-ED
                    " TOTAL " WK-TOTAL-ED
            DISPLAY "CONFIRMA EMISION (S/N) : "
            MOVE SPACE TO WK-CONFIRMA
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'S'
               PERFORM 2600-GRABA-NOTA
            ELSE
               DISPLAY "NOTA DESCARTADA POR EL OPERADOR"
            END-IF.
      *
       2600-GRABA-NOTA.
            MOVE WK-FACTURA-ORIGINAL TO REG-COMPROBANTE
            MOVE WK-SERIE-NOTA       TO CPE-SERIE
            ADD 1 TO WK-ULTIMO-NOTA
            MOVE WK-ULTIMO-NOTA      TO CPE-CORRELATIVO
            MOVE '07'                TO CPE-TIPO-DOC
            MOVE WK-FECHA-HOY        TO CPE-FECHA-EMISION
            MOVE WK-BASE-NOTA        TO CPE-BASE
            MOVE WK-IGV-NOTA         TO CPE-IGV
            MOVE WK-TOTAL-NOTA       TO CPE-TOTAL
            MOVE 'P'                 TO CPE-ESTADO
            MOVE 0                   TO CPE-FECHA-RESPUESTA
            MOVE SPACES              TO CPE-COD-RESPUESTA,
                                        CPE-MSJ-RESPUESTA
            MOVE WK-LLAVE-ORIGINAL   TO CPE-DOC-REFERENCIA
            MOVE WK-MOTIVO           TO CPE-MOTIVO
            WRITE REG-COMPROBANTE
               INVALID KEY
                  DISPLAY "ABEND: NUMERO " CPE-LLAVE
                          " YA EXISTE EN EL REGISTRO"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-WRITE

            MOVE CPE-LLAVE    TO WK-LIB-REFERENCIA
            MOVE WK-BASE-NOTA TO WK-LIB-MONTO
            CALL "QG1CX149" USING CPE-COD-CANAL, WK-FECHA-HOY,
                                   WK-LIB-TIPO, WK-LIB-SENTIDO,
                                   WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                   WK-OPERADOR, WK-LIB-SALDO
            IF WK-IGV-NOTA > 0
               MOVE WK-IGV-NOTA TO WK-LIB-MONTO
               CALL "QG1CX149" USING CPE-COD-CANAL, WK-FECHA-HOY,
                                      WK-LIB-TIPO-IGV, WK-LIB-SENTIDO,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-OPERADOR, WK-LIB-SALDO
            END-IF

            ADD 1 TO WS-TOT-NOTAS
            MOVE WK-LIB-SALDO TO WK-SALDO-ED
            DISPLAY "NOTA DE CREDITO " CPE-SERIE "-" CPE-CORRELATIVO
                    " EMITIDA SOBRE " WK-LLAVE-ORIGINAL
                    " - SALDO DEL CANAL " CPE-COD-CANAL " : "
                    WK-SALDO-ED.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX226.
