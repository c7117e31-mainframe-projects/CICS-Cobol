      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revision de los cambios pendientes de cuenta de
      *  abono QG1PNDABO.DAT (COPY QG1PNB01), el segundo par de ojos
      *  del doble control de QG1ABONO.DAT: un operador con permiso de
      *  alta (CALL QG1CX109, 'W') DISTINTO del solicitante recorre
      *  los pendientes 'P' uno por uno, ve la cuenta vigente del
      *  canal (lectura aleatoria de QG1ABONO.DAT, COPY QG1ABO01)
      *  junto a la propuesta, y los aprueba o rechaza, igual que
      *  QG1CX189 con los pendientes financieros. El archivo se
      *  recarga a memoria y se regraba completo con los estados
      *  nuevos; solo lo aprobado llega a QG1ABONO.DAT via el
      *  aplicador QG1CX232.
      * Acceso de lectura: cada pendiente revisado muestra la cuenta
      *  vigente y la propuesta; queda anotado en QG1ACCESO.LOG (CALL
      *  QG1CX277, dato 'ABO', terminal 'CONS') con el revisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX231.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDABO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-ABONOS ASSIGN TO "QG1ABONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PENDIENTES.
           COPY QG1PNB01.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-ABONOS        PIC X(01) VALUE 'N'.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-DECISION          PIC X(01).
       01 WK-ACC-TERMINAL      PIC X(04) VALUE 'CONS'.
       01 WK-ACC-PROGRAMA      PIC X(08) VALUE 'QG1CX231'.
       01 WK-ACC-DATO          PIC X(03) VALUE 'ABO'.

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PNB-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNB-REG     PIC X(105).

       01 WK-I                 PIC 9(04).
       01 WS-TOT-APROBADOS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZADOS    PIC 9(04) VALUE 0.
       01 WS-TOT-SALTADOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-PENDIENTES
            PERFORM 3000-REVISA-PENDIENTES
            PERFORM 4000-REGRABA-PENDIENTES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REVISION DE CAMBIOS DE CUENTA DE ABONO (CHECKER)"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL APROBADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ALTA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST-ABONOS
            IF FS-ABONOS = '00'
               MOVE 'S' TO WS-HAY-ABONOS
            END-IF.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "SIN CAMBIOS DE CUENTA PENDIENTES "
                       "(QG1PNDABO.DAT)"
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PENDIENTES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-PENDIENTES = 500
                        DISPLAY "ABEND: TABLA DE PENDIENTES LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-PENDIENTES
                     MOVE REG-PENDIENTE-ABO
                       TO WS-PNB-REG(WS-TOT-PENDIENTES)
               END-READ
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       3000-REVISA-PENDIENTES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNB-REG(WK-I) TO REG-PENDIENTE-ABO
               IF PNB-EN-REVISION
                  PERFORM 3100-REVISA-UNO
                  MOVE REG-PENDIENTE-ABO TO WS-PNB-REG(WK-I)
               END-IF
            END-PERFORM
            IF WS-HAY-ABONOS = 'S'
               CLOSE HOST-ABONOS
            END-IF
            DISPLAY "APROBADOS  : " WS-TOT-APROBADOS
            DISPLAY "RECHAZADOS : " WS-TOT-RECHAZADOS
            DISPLAY "SALTADOS   : " WS-TOT-SALTADOS.
      *
       3100-REVISA-UNO.
            IF PNB-SOLICITANTE = WK-OPERADOR
               ADD 1 TO WS-TOT-SALTADOS
               DISPLAY "SECUENCIA " PNB-SECUENCIA " SALTADA: EL "
                       "APROBADOR NO PUEDE SER EL SOLICITANTE"
            ELSE
               DISPLAY "SECUENCIA " PNB-SECUENCIA
                       " ACCION " PNB-ACCION
                       " CANAL " PNB-COD-CANAL
                       " (SOLICITO " PNB-SOLICITANTE
                       " EL " PNB-FECHA-CAPTURA ")"
               PERFORM 3200-MUESTRA-VIGENTE
               CALL "QG1CX277" USING WK-OPERADOR, WK-ACC-TERMINAL,
                                      WK-ACC-PROGRAMA, PNB-COD-CANAL,
                                      WK-ACC-DATO
               IF PNB-ACCION NOT = 'B'
                  DISPLAY "  PROPUESTA: " PNB-BANCO " " PNB-CUENTA
                  DISPLAY "             " PNB-TITULAR
                          " MANDATO " PNB-MANDATO
               END-IF
               DISPLAY "DECISION (A=APROBAR, R=RECHAZAR, "
                       "ENTER=DEJAR) : "
               MOVE SPACE TO WK-DECISION
               ACCEPT WK-DECISION
               EVALUATE WK-DECISION
                  WHEN 'A'
                     SET PNB-APROBADO TO TRUE
                     MOVE WK-OPERADOR TO PNB-APROBADOR
                     ADD 1 TO WS-TOT-APROBADOS
                  WHEN 'R'
                     SET PNB-RECHAZADO TO TRUE
                     MOVE WK-OPERADOR TO PNB-APROBADOR
                     ADD 1 TO WS-TOT-RECHAZADOS
                  WHEN OTHER
                     ADD 1 TO WS-TOT-SALTADOS
               END-EVALUATE
            END-IF.
      *
       3200-MUESTRA-VIGENTE.
            IF WS-HAY-ABONOS = 'S'
               MOVE PNB-COD-CANAL TO ABO-COD-CANAL
               READ HOST-ABONOS
                  KEY IS ABO-COD-CANAL
                  INVALID KEY
                     DISPLAY "  VIGENTE  : SIN CUENTA"
                  NOT INVALID KEY
                     DISPLAY "  VIGENTE  : " ABO-BANCO " " ABO-CUENTA
                     DISPLAY "             " ABO-TITULAR
                             " MANDATO " ABO-MANDATO-DEBITO
               END-READ
            ELSE
               DISPLAY "  VIGENTE  : SIN CUENTA"
            END-IF.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNB-REG(WK-I) TO REG-PENDIENTE-ABO
               WRITE REG-PENDIENTE-ABO
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX231.
