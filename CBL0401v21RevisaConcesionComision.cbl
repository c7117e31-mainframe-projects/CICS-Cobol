      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revision de las concesiones de comision pendientes
      *  QG1CONCES.DAT (COPY QG1CNC01), el segundo par de ojos del
      *  doble control de las concesiones comerciales: un operador
      *  con permiso de tasas (CALL QG1CX109, 'T') DISTINTO del
      *  solicitante recorre las pendientes 'P' una por una, ve el
      *  canal, el tipo de concesion, su vigencia en periodos y el
      *  motivo comercial, y las aprueba o rechaza, igual que
      *  QG1CX240 con los limites temporales. Quien aprueba queda en
      *  CNC-APROBADOR. El archivo se recarga a memoria y se regraba
      *  completo con los estados nuevos; el motor de facturacion
      *  QG1CX148 aplica lo aprobado en los periodos que cubre.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX303.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CONCESIONES ASSIGN TO "QG1CONCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCESIONES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CONCESIONES.
           COPY QG1CNC01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CONCESIONES       PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-DECISION          PIC X(01).

       01 WS-TOT-CONCESIONES   PIC 9(04) VALUE 0.
       01 WS-TABLA-CONCESIONES.
          05 WS-CNC-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CONCESIONES.
             10 WS-CNC-REG     PIC X(92).

       01 WK-I                 PIC 9(04).
       01 WK-PORCENTAJE-ED     PIC ZZ9,99.
       01 WK-MINIMO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TOT-APROBADAS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(04) VALUE 0.
       01 WS-TOT-SALTADAS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-CONCESIONES
            PERFORM 3000-REVISA-PENDIENTES
            PERFORM 4000-REGRABA-CONCESIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REVISION DE CONCESIONES DE COMISION (CHECKER)"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL APROBADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-CONCESIONES.
            OPEN INPUT HOST-CONCESIONES
            IF FS-CONCESIONES NOT = '00'
               DISPLAY "SIN CONCESIONES CAPTURADAS (QG1CONCES.DAT)"
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CONCESIONES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-CONCESIONES = 2000
                        DISPLAY "ABEND: TABLA DE CONCESIONES LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-CONCESIONES
                     MOVE REG-CONCESION
                       TO WS-CNC-REG(WS-TOT-CONCESIONES)
               END-READ
            END-PERFORM
            CLOSE HOST-CONCESIONES.
      *
       3000-REVISA-PENDIENTES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CONCESIONES
               MOVE WS-CNC-REG(WK-I) TO REG-CONCESION
               IF CNC-EN-REVISION
                  PERFORM 3100-REVISA-UNA
                  MOVE REG-CONCESION TO WS-CNC-REG(WK-I)
               END-IF
            END-PERFORM
            DISPLAY "APROBADAS  : " WS-TOT-APROBADAS
            DISPLAY "RECHAZADAS : " WS-TOT-RECHAZADAS
            DISPLAY "SALTADAS   : " WS-TOT-SALTADAS.
      *
       3100-REVISA-UNA.
            IF CNC-SOLICITANTE = WK-OPERADOR
               ADD 1 TO WS-TOT-SALTADAS
               DISPLAY "SECUENCIA " CNC-SECUENCIA " SALTADA: EL "
                       "APROBADOR NO PUEDE SER EL SOLICITANTE"
            ELSE
               DISPLAY "SECUENCIA " CNC-SECUENCIA
                       " CANAL " CNC-COD-CANAL
                       " (SOLICITO " CNC-SOLICITANTE
                       " EL " CNC-FECHA-CAPTURA ")"
               EVALUATE TRUE
                  WHEN CNC-EXONERACION
                     DISPLAY "  CONCESION: EXONERACION TOTAL"
                  WHEN CNC-DESCUENTO
                     MOVE CNC-PORCENTAJE TO WK-PORCENTAJE-ED
                     DISPLAY "  CONCESION: DESCUENTO DE "
                             WK-PORCENTAJE-ED " POR CIENTO"
                  WHEN CNC-MINIMO-REBAJADO
                     MOVE CNC-MINIMO-MES TO WK-MINIMO-ED
                     DISPLAY "  CONCESION: MINIMO MENSUAL REBAJADO A "
                             WK-MINIMO-ED
               END-EVALUATE
               DISPLAY "  PERIODOS : " CNC-DESDE " A " CNC-HASTA
               DISPLAY "  MOTIVO   : " CNC-MOTIVO
               DISPLAY "DECISION (A=APROBAR, R=RECHAZAR, "
                       "ENTER=DEJAR) : "
               MOVE SPACE TO WK-DECISION
               ACCEPT WK-DECISION
               EVALUATE WK-DECISION
                  WHEN 'A'
                     SET CNC-APROBADA TO TRUE
                     MOVE WK-OPERADOR TO CNC-APROBADOR
                     ADD 1 TO WS-TOT-APROBADAS
                  WHEN 'R'
                     SET CNC-RECHAZADA TO TRUE
                     MOVE WK-OPERADOR TO CNC-APROBADOR
                     ADD 1 TO WS-TOT-RECHAZADAS
                  WHEN OTHER
                     ADD 1 TO WS-TOT-SALTADAS
               END-EVALUATE
            END-IF.
      *
       4000-REGRABA-CONCESIONES.
            OPEN OUTPUT HOST-CONCESIONES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CONCESIONES
               MOVE WS-CNC-REG(WK-I) TO REG-CONCESION
               WRITE REG-CONCESION
            END-PERFORM
            CLOSE HOST-CONCESIONES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX303.
