      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revision de los limites temporales pendientes
      *  QG1LIMTMP.DAT (COPY QG1LTM01), el segundo par de ojos del
      *  doble control de los topes temporales por canal: un operador
      *  con permiso de alta (CALL QG1CX109, 'W') DISTINTO del
      *  solicitante recorre los pendientes 'P' uno por uno, ve el
      *  tope vigente del maestro (lectura aleatoria de HOST004)
      *  junto al tope propuesto y su vigencia, y los aprueba o
      *  rechaza, igual que QG1CX231 con las cuentas de abono. El
      *  archivo se recarga a memoria y se regraba completo con los
      *  estados nuevos; desde la siguiente corrida la rutina
      *  QG1CX238 aplica lo aprobado en su vigencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX240.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TEMPORALES ASSIGN TO "QG1LIMTMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPORALES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TEMPORALES.
           COPY QG1LTM01.

       FD  HOST004.
           COPY QG1CAN01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TEMPORALES        PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-HOST          PIC X(01) VALUE 'N'.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-DECISION          PIC X(01).

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-LTM-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-LTM-REG     PIC X(93).

       01 WK-I                 PIC 9(04).
       01 WK-LIMITE-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       01 WK-MONTO-ED          PIC ZZZ.ZZZ.ZZ9,99.
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
            MOVE "REVISION DE LIMITES TEMPORALES (CHECKER)"
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
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               MOVE 'S' TO WS-HAY-HOST
            END-IF.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-TEMPORALES
            IF FS-TEMPORALES NOT = '00'
               DISPLAY "SIN LIMITES TEMPORALES CAPTURADOS "
                       "(QG1LIMTMP.DAT)"
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-TEMPORALES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-PENDIENTES = 2000
                        DISPLAY "ABEND: TABLA DE LIMITES TEMPORALES "
                                "LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-PENDIENTES
                     MOVE REG-LIMITE-TEMPORAL
                       TO WS-LTM-REG(WS-TOT-PENDIENTES)
               END-READ
            END-PERFORM
            CLOSE HOST-TEMPORALES.
      *
       3000-REVISA-PENDIENTES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-LTM-REG(WK-I) TO REG-LIMITE-TEMPORAL
               IF LTM-EN-REVISION
                  PERFORM 3100-REVISA-UNO
                  MOVE REG-LIMITE-TEMPORAL TO WS-LTM-REG(WK-I)
               END-IF
            END-PERFORM
            IF WS-HAY-HOST = 'S'
               CLOSE HOST004
            END-IF
            DISPLAY "APROBADOS  : " WS-TOT-APROBADOS
            DISPLAY "RECHAZADOS : " WS-TOT-RECHAZADOS
            DISPLAY "SALTADOS   : " WS-TOT-SALTADOS.
      *
       3100-REVISA-UNO.
            IF LTM-SOLICITANTE = WK-OPERADOR
               ADD 1 TO WS-TOT-SALTADOS
               DISPLAY "SECUENCIA " LTM-SECUENCIA " SALTADA: EL "
                       "APROBADOR NO PUEDE SER EL SOLICITANTE"
            ELSE
               DISPLAY "SECUENCIA " LTM-SECUENCIA
                       " CANAL " LTM-COD-CANAL
                       " (SOLICITO " LTM-SOLICITANTE
                       " EL " LTM-FECHA-CAPTURA ")"
               PERFORM 3200-MUESTRA-VIGENTE
               MOVE LTM-MONTO TO WK-MONTO-ED
               DISPLAY "  PROPUESTO: " WK-MONTO-ED " " LTM-MONEDA
                       " DEL " LTM-DESDE " AL " LTM-HASTA
               DISPLAY "  MOTIVO   : " LTM-MOTIVO
               DISPLAY "DECISION (A=APROBAR, R=RECHAZAR, "
                       "ENTER=DEJAR) : "
               MOVE SPACE TO WK-DECISION
               ACCEPT WK-DECISION
               EVALUATE WK-DECISION
                  WHEN 'A'
                     SET LTM-APROBADO TO TRUE
                     MOVE WK-OPERADOR TO LTM-APROBADOR
                     ADD 1 TO WS-TOT-APROBADOS
                  WHEN 'R'
                     SET LTM-RECHAZADO TO TRUE
                     MOVE WK-OPERADOR TO LTM-APROBADOR
                     ADD 1 TO WS-TOT-RECHAZADOS
                  WHEN OTHER
                     ADD 1 TO WS-TOT-SALTADOS
               END-EVALUATE
            END-IF.
      *
       3200-MUESTRA-VIGENTE.
            IF WS-HAY-HOST = 'S'
               MOVE LTM-COD-CANAL TO COD-CANAL
               READ HOST004
                  KEY IS COD-CANAL
                  INVALID KEY
                     DISPLAY "  MAESTRO  : CANAL NO EXISTE"
                  NOT INVALID KEY
                     MOVE MTO-LIMITE-TRX TO WK-LIMITE-ED
                     DISPLAY "  MAESTRO  : " WK-LIMITE-ED " "
                             COD-MONEDA-LIM
               END-READ
            ELSE
               DISPLAY "  MAESTRO  : SIN MAESTRO DE CANALES"
            END-IF.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-TEMPORALES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-LTM-REG(WK-I) TO REG-LIMITE-TEMPORAL
               WRITE REG-LIMITE-TEMPORAL
            END-PERFORM
            CLOSE HOST-TEMPORALES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX240.
