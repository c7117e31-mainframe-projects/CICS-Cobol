      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga de las respuestas de la administracion
      *  tributaria a los comprobantes electronicos enviados por
      *  QG1CX223. Lee QG1CPERSP.TXT (una linea por comprobante:
      *  serie, correlativo, estado A aceptado / O aceptado con
      *  observaciones / R rechazado, codigo y mensaje de respuesta,
      *  fecha) y actualiza el comprobante en el registro QG1CPE.DAT
      *  (COPY QG1CPE01) por su llave. Una respuesta de un numero que
      *  no existe en el registro, o con estado invalido, no se aplica
      *  y queda en QG1CX224.RPT. Un rechazo se lista aparte: el
      *  numero queda tomado y la correccion es una nota de credito,
      *  nunca una nueva factura con otro numero. La corrida queda en
      *  el run-log QG1CX120.
      * Notas de credito: la respuesta a una nota (tipo '07' de
      *  QG1CX226) se aplica igual; una nota rechazada deja de
      *  acreditar la factura y se lista para emitir una nota nueva.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX224.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-RESPUESTAS ASSIGN TO "QG1CPERSP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTAS.

           SELECT HOST-COMPROBANTES ASSIGN TO "QG1CPE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS FS-COMPROBANTES.

           SELECT HOST-RPT ASSIGN TO "QG1CX224.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-RESPUESTAS.
       01  REG-RESPUESTA.
           05 RSP-SERIE          PIC X(04).
           05 RSP-CORRELATIVO    PIC 9(08).
           05 RSP-ESTADO         PIC X(01).
              88 RSP-ESTADO-VALIDO VALUE 'A' 'O' 'R'.
           05 RSP-CODIGO         PIC X(04).
           05 RSP-MENSAJE        PIC X(60).
           05 RSP-FECHA          PIC 9(08).

       FD  HOST-COMPROBANTES.
           COPY QG1CPE01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-RESPUESTAS        PIC X(02).
       01 FS-COMPROBANTES      PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WS-TOT-LEIDAS        PIC 9(05) VALUE 0.
       01 WS-TOT-ACEPTADAS     PIC 9(05) VALUE 0.
       01 WS-TOT-OBSERVADAS    PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(05) VALUE 0.
       01 WS-TOT-ERRORES       PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX224'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-APLICA-RESPUESTAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE RESPUESTAS DE COMPROBANTES ELECTRONICOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST-RESPUESTAS
            IF FS-RESPUESTAS NOT = '00'
               DISPLAY "ABEND: SIN RESPUESTAS QG1CPERSP.TXT - FILE "
                       "STATUS " FS-RESPUESTAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O HOST-COMPROBANTES
            IF FS-COMPROBANTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-COMPROBANTES FALLIDO - "
                       "FILE STATUS " FS-COMPROBANTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RESPUESTAS DE COMPROBANTES ELECTRONICOS - CARGA "
                   WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-APLICA-RESPUESTAS.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-RESPUESTAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     PERFORM 2100-APLICA-UNA
               END-READ
            END-PERFORM.
      *
       2100-APLICA-UNA.
            IF NOT RSP-ESTADO-VALIDO
               ADD 1 TO WS-TOT-ERRORES
               MOVE SPACES TO WS-LIN-DETALLE
               STRING RSP-SERIE "-" RSP-CORRELATIVO
                      "  NO APLICADA: ESTADO INVALIDO " RSP-ESTADO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE RSP-SERIE       TO CPE-SERIE
               MOVE RSP-CORRELATIVO TO CPE-CORRELATIVO
               READ HOST-COMPROBANTES
                  KEY IS CPE-LLAVE
                  INVALID KEY
                     PERFORM 2150-NUMERO-INEXISTENTE
                  NOT INVALID KEY
                     PERFORM 2200-ACTUALIZA-COMPROBANTE
               END-READ
            END-IF.
      *
       2150-NUMERO-INEXISTENTE.
            ADD 1 TO WS-TOT-ERRORES
            MOVE SPACES TO WS-LIN-DETALLE
            STRING RSP-SERIE "-" RSP-CORRELATIVO
                   "  NO APLICADA: NUMERO NO EXISTE EN EL REGISTRO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2200-ACTUALIZA-COMPROBANTE.
            MOVE RSP-ESTADO  TO CPE-ESTADO
            MOVE RSP-FECHA   TO CPE-FECHA-RESPUESTA
            MOVE RSP-CODIGO  TO CPE-COD-RESPUESTA
            MOVE RSP-MENSAJE TO CPE-MSJ-RESPUESTA
            REWRITE REG-COMPROBANTE
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DE " CPE-LLAVE " FALLIDO"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-REWRITE

            MOVE SPACES TO WS-LIN-DETALLE
            EVALUATE TRUE
               WHEN CPE-ACEPTADO
                  ADD 1 TO WS-TOT-ACEPTADAS
                  STRING CPE-SERIE "-" CPE-CORRELATIVO
                         "  CANAL " CPE-COD-CANAL "  ACEPTADA"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN CPE-OBSERVADO
                  ADD 1 TO WS-TOT-OBSERVADAS
                  STRING CPE-SERIE "-" CPE-CORRELATIVO
                         "  CANAL " CPE-COD-CANAL "  OBSERVADA "
                         CPE-COD-RESPUESTA " " CPE-MSJ-RESPUESTA
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN CPE-ES-NOTA-CREDITO
                  ADD 1 TO WS-TOT-RECHAZADAS
                  STRING CPE-SERIE "-" CPE-CORRELATIVO
                         "  CANAL " CPE-COD-CANAL "  NOTA RECHAZADA "
                         CPE-COD-RESPUESTA
                         " - NO ACREDITA, EMITIR OTRA NOTA"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZADAS
                  STRING CPE-SERIE "-" CPE-CORRELATIVO
                         "  CANAL " CPE-COD-CANAL "  RECHAZADA "
                         CPE-COD-RESPUESTA
                         " - EMITIR NOTA DE CREDITO, NO RENUMERAR"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
            END-EVALUATE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
            CLOSE HOST-RESPUESTAS, HOST-COMPROBANTES
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LEIDAS: "        WS-TOT-LEIDAS
                   "  ACEPTADAS: "   WS-TOT-ACEPTADAS
                   "  OBSERVADAS: "  WS-TOT-OBSERVADAS
                   "  RECHAZADAS: "  WS-TOT-RECHAZADAS
                   "  NO APLICADAS: " WS-TOT-ERRORES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "RESPUESTAS LEIDAS        : " WS-TOT-LEIDAS
            DISPLAY "RECHAZADAS               : " WS-TOT-RECHAZADAS
            DISPLAY "NO APLICADAS             : " WS-TOT-ERRORES

            IF WS-TOT-RECHAZADAS > 0 OR WS-TOT-ERRORES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "RESPUESTAS CPE=" WS-TOT-LEIDAS
                   " RECH=" WS-TOT-RECHAZADAS
                   " NOAPL=" WS-TOT-ERRORES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX224.
