      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revision de los cambios pendientes de contacto de
      *  canal QG1PNDCTO.DAT (COPY QG1PNC01) que encola la carga de
      *  solicitudes del CRM QG1CX295, el segundo par de ojos del
      *  doble control de QG1CTO.DAT: un operador con permiso de alta
      *  (CALL QG1CX109, 'W') DISTINTO del solicitante recorre los
      *  pendientes 'P' uno por uno, ve el contacto vigente del canal
      *  (lectura aleatoria de QG1CTO.DAT, COPY QG1CON01) junto a la
      *  propuesta, y los aprueba o rechaza, igual que QG1CX231 con
      *  las cuentas de abono. El archivo se recarga a memoria y se
      *  regraba completo con los estados nuevos; solo lo aprobado
      *  llega a QG1CTO.DAT via el aplicador QG1CX306.
      * Acceso de lectura: cada pendiente revisado muestra el contacto
      *  vigente y el propuesto; queda anotado en QG1ACCESO.LOG (CALL
      *  QG1CX277, dato 'CTO', terminal 'CONS') con el revisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX305.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDCTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PENDIENTES.
           COPY QG1PNC01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-CONTACTOS     PIC X(01) VALUE 'N'.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-DECISION          PIC X(01).
       01 WK-ACC-TERMINAL      PIC X(04) VALUE 'CONS'.
       01 WK-ACC-PROGRAMA      PIC X(08) VALUE 'QG1CX305'.
       01 WK-ACC-DATO          PIC X(03) VALUE 'CTO'.

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PNC-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNC-REG     PIC X(175).

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
            MOVE "REVISION DE CAMBIOS DE CONTACTO DE CANAL (CHECKER)"
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
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
            END-IF.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "SIN CAMBIOS DE CONTACTO PENDIENTES "
                       "(QG1PNDCTO.DAT)"
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
                     MOVE REG-PENDIENTE-CTO
                       TO WS-PNC-REG(WS-TOT-PENDIENTES)
               END-READ
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       3000-REVISA-PENDIENTES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNC-REG(WK-I) TO REG-PENDIENTE-CTO
               IF PNC-EN-REVISION
                  PERFORM 3100-REVISA-UNO
                  MOVE REG-PENDIENTE-CTO TO WS-PNC-REG(WK-I)
               END-IF
            END-PERFORM
            IF WS-HAY-CONTACTOS = 'S'
               CLOSE HOST-CONTACTOS
            END-IF
            DISPLAY "APROBADOS  : " WS-TOT-APROBADOS
            DISPLAY "RECHAZADOS : " WS-TOT-RECHAZADOS
            DISPLAY "SALTADOS   : " WS-TOT-SALTADOS.
      *
       3100-REVISA-UNO.
            IF PNC-SOLICITANTE = WK-OPERADOR
               ADD 1 TO WS-TOT-SALTADOS
               DISPLAY "SECUENCIA " PNC-SECUENCIA " SALTADA: EL "
                       "APROBADOR NO PUEDE SER EL SOLICITANTE"
            ELSE
               DISPLAY "SECUENCIA " PNC-SECUENCIA
                       " ACCION " PNC-ACCION
                       " CANAL " PNC-COD-CANAL
                       " (SOLICITO " PNC-SOLICITANTE
                       " EL " PNC-FECHA-CAPTURA ")"
               PERFORM 3200-MUESTRA-VIGENTE
               CALL "QG1CX277" USING WK-OPERADOR, WK-ACC-TERMINAL,
                                      WK-ACC-PROGRAMA, PNC-COD-CANAL,
                                      WK-ACC-DATO
               DISPLAY "  PROPUESTA: " PNC-RESPONSABLE " "
                       PNC-TELEFONO
               DISPLAY "             " PNC-EMAIL " " PNC-HORARIO
               DISPLAY "             " PNC-DIRECCION
                       " UBIGEO " PNC-UBIGEO
               DISPLAY "DECISION (A=APROBAR, R=RECHAZAR, "
                       "ENTER=DEJAR) : "
               MOVE SPACE TO WK-DECISION
               ACCEPT WK-DECISION
               EVALUATE WK-DECISION
                  WHEN 'A'
                     SET PNC-APROBADO TO TRUE
                     MOVE WK-OPERADOR TO PNC-APROBADOR
                     ADD 1 TO WS-TOT-APROBADOS
                  WHEN 'R'
                     SET PNC-RECHAZADO TO TRUE
                     MOVE WK-OPERADOR TO PNC-APROBADOR
                     ADD 1 TO WS-TOT-RECHAZADOS
                  WHEN OTHER
                     ADD 1 TO WS-TOT-SALTADOS
               END-EVALUATE
            END-IF.
      *
       3200-MUESTRA-VIGENTE.
            IF WS-HAY-CONTACTOS = 'S'
               MOVE PNC-COD-CANAL TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                  KEY IS CTO-COD-CANAL
                  INVALID KEY
                     DISPLAY "  VIGENTE  : SIN CONTACTO"
                  NOT INVALID KEY
                     DISPLAY "  VIGENTE  : " CTO-RESPONSABLE " "
                             CTO-TELEFONO
                     DISPLAY "             " CTO-EMAIL " "
                             CTO-HORARIO
                     DISPLAY "             " CTO-DIRECCION
                             " UBIGEO " CTO-UBIGEO
               END-READ
            ELSE
               DISPLAY "  VIGENTE  : SIN CONTACTO"
            END-IF.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNC-REG(WK-I) TO REG-PENDIENTE-CTO
               WRITE REG-PENDIENTE-CTO
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX305.
