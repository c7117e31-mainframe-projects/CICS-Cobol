      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga del saldo principal por canal desde el
      *  extracto de posicion de tesoreria QG1TESPOS.DAT al archivo
      *  indexado QG1PRINC.DAT (COPY QG1PRI01) que usa el devengo
      *  QG1CX114. Cada linea trae canal, fecha de la posicion
      *  (AAAAMMDD) y saldo (13 digitos, 2 decimales implicitos); la
      *  linea 'TRL' trae el conteo de lineas en la posicion de la
      *  fecha y la suma de saldos en la del saldo.
      *    - PRIMERO verifica el trailer contra lo releido (mismo
      *      criterio de QG1CX124): sin trailer, o con conteo o suma
      *      distintos, termina con RETURN-CODE 16 sin tocar el
      *      archivo de saldos,
      *    - despues edita cada linea (canal en HOST004, fecha via
      *      QG1CX072, saldo numerico) y graba el saldo con vigencia
      *      desde la fecha de la posicion, origen 'T'; si ya habia
      *      saldo del canal para esa fecha (tesoreria reenvio la
      *      posicion) se regraba,
      *    - las lineas rechazadas salen con su motivo en
      *      QG1CX216.RPT y la corrida queda en el run-log QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX216.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-POSICION ASSIGN TO "QG1TESPOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POSICION.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-PRINCIPAL ASSIGN TO "QG1PRINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRI-LLAVE
           FILE STATUS IS FS-PRINCIPAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX216.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-POSICION.
       01  REG-POSICION.
           05 TES-COD-CANAL    PIC X(03).
           05 TES-FECHA        PIC X(08).
           05 TES-FECHA-N REDEFINES TES-FECHA
                               PIC 9(08).
           05 TES-SALDO        PIC X(13).
           05 TES-SALDO-N REDEFINES TES-SALDO
                               PIC 9(11)V9(02).

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-PRINCIPAL.
           COPY QG1PRI01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-POSICION          PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-PRINCIPAL         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-HAY-TRAILER       PIC X(01) VALUE 'N'.
       01 WS-TRL-CONTEO        PIC 9(08) VALUE 0.
       01 WS-TRL-SUMA          PIC 9(13)V9(02) VALUE 0.
       01 WS-LEI-CONTEO        PIC 9(08) VALUE 0.
       01 WS-LEI-SUMA          PIC 9(13)V9(02) VALUE 0.

       01 WK-FECHA             PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-MOTIVO            PIC X(25).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WS-TOT-ALTAS         PIC 9(07) VALUE 0.
       01 WS-TOT-REGRABADOS    PIC 9(07) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(07) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX216'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-VERIFICA-TRAILER
            PERFORM 3000-CARGA-SALDOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE SALDO PRINCIPAL DESDE TESORERIA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY.
      *
       2000-VERIFICA-TRAILER.
            OPEN INPUT HOST-POSICION
            IF FS-POSICION NOT = '00'
               DISPLAY "ABEND: SIN POSICION DE TESORERIA "
                       "QG1TESPOS.DAT - FILE STATUS " FS-POSICION
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-POSICION
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF TES-COD-CANAL = 'TRL'
                        MOVE 'S' TO WS-HAY-TRAILER
                        IF TES-FECHA IS NUMERIC
                           MOVE TES-FECHA-N TO WS-TRL-CONTEO
                        END-IF
                        IF TES-SALDO IS NUMERIC
                           MOVE TES-SALDO-N TO WS-TRL-SUMA
                        END-IF
                     ELSE
                        ADD 1 TO WS-LEI-CONTEO
                        IF TES-SALDO IS NUMERIC
                           ADD TES-SALDO-N TO WS-LEI-SUMA
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-POSICION

            IF WS-HAY-TRAILER = 'N'
               OR WS-TRL-CONTEO NOT = WS-LEI-CONTEO
               OR WS-TRL-SUMA NOT = WS-LEI-SUMA
               DISPLAY "ABEND: TRAILER DE LA POSICION NO CUADRA"
               DISPLAY "  TRAILER: CNT=" WS-TRL-CONTEO
                       " SUMA=" WS-TRL-SUMA
               DISPLAY "  LEIDO  : CNT=" WS-LEI-CONTEO
                       " SUMA=" WS-LEI-SUMA
               MOVE 'E' TO WK-LOG-SEVERIDAD
               MOVE "CARGA DE POSICION RECHAZADA: TRAILER NO CUADRA"
                 TO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "TRAILER VERIFICADO: CNT=" WS-LEI-CONTEO.
      *
       3000-CARGA-SALDOS.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O HOST-PRINCIPAL
            IF FS-PRINCIPAL = '35'
               OPEN OUTPUT HOST-PRINCIPAL
               CLOSE HOST-PRINCIPAL
               OPEN I-O HOST-PRINCIPAL
            END-IF
            IF FS-PRINCIPAL NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-PRINCIPAL FALLIDO - "
                       "FILE STATUS " FS-PRINCIPAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST-POSICION
            OPEN OUTPUT HOST-RPT
            MOVE "CARGA DE POSICION DE TESORERIA - LINEAS RECHAZADAS"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-POSICION
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF TES-COD-CANAL NOT = 'TRL'
                        PERFORM 3100-EDITA-LINEA
                        IF WK-EDIT-STATUS = '00'
                           PERFORM 3200-GRABA-SALDO
                        ELSE
                           PERFORM 3300-RECHAZA-LINEA
                        END-IF
                     END-IF
               END-READ
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ALTAS: "       WS-TOT-ALTAS
                   "  REGRABADOS: " WS-TOT-REGRABADOS
                   "  RECHAZOS: "   WS-TOT-RECHAZOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-POSICION, HOST004, HOST-PRINCIPAL, HOST-RPT

            DISPLAY "SALDOS NUEVOS     : " WS-TOT-ALTAS
            DISPLAY "SALDOS REGRABADOS : " WS-TOT-REGRABADOS
            DISPLAY "LINEAS RECHAZADAS : " WS-TOT-RECHAZOS

            MOVE 'I' TO WK-LOG-SEVERIDAD
            IF WS-TOT-RECHAZOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "POSICION CARGADA ALTAS=" WS-TOT-ALTAS
                   " REGR=" WS-TOT-REGRABADOS
                   " RECH=" WS-TOT-RECHAZOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       3100-EDITA-LINEA.
            MOVE '00' TO WK-EDIT-STATUS
            MOVE SPACES TO WK-MOTIVO

            MOVE TES-COD-CANAL TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  MOVE "CANAL NO EXISTE" TO WK-MOTIVO
            END-READ

            IF WK-EDIT-STATUS = '00'
               IF TES-FECHA IS NUMERIC
                  MOVE TES-FECHA-N TO WK-FECHA
                  CALL "QG1CX072" USING WK-FECHA, WK-FECHA-VALIDA
               ELSE
                  MOVE 'N' TO WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  MOVE '02' TO WK-EDIT-STATUS
                  MOVE "FECHA DE POSICION INVALIDA" TO WK-MOTIVO
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00'
               AND TES-SALDO IS NOT NUMERIC
               MOVE '03' TO WK-EDIT-STATUS
               MOVE "SALDO NO NUMERICO" TO WK-MOTIVO
            END-IF.
      *
       3200-GRABA-SALDO.
            MOVE TES-COD-CANAL TO PRI-COD-CANAL
            MOVE TES-FECHA-N   TO PRI-FECHA-DESDE
            MOVE TES-SALDO-N   TO PRI-MONTO
            MOVE 'T'           TO PRI-ORIGEN
            MOVE SPACES        TO PRI-OPERADOR
            MOVE WK-FECHA-HOY  TO PRI-FECHA-ALTA
            WRITE REG-SALDO-PRINCIPAL
               INVALID KEY
                  REWRITE REG-SALDO-PRINCIPAL
                     INVALID KEY
                        MOVE "ERROR AL GRABAR SALDO" TO WK-MOTIVO
                        PERFORM 3300-RECHAZA-LINEA
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-REGRABADOS
                  END-REWRITE
               NOT INVALID KEY
                  ADD 1 TO WS-TOT-ALTAS
            END-WRITE.
      *
       3300-RECHAZA-LINEA.
            ADD 1 TO WS-TOT-RECHAZOS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING REG-POSICION DELIMITED SIZE
                   "  "         DELIMITED SIZE
                   WK-MOTIVO    DELIMITED SIZE
               INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX216.
