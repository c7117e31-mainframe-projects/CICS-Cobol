      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Consola de acuse de recibo de alertas de la
      *  guardia. El operador se identifica (CALL QG1CX109, permiso
      *  de sign-on), ve las alertas pendientes del registro
      *  QG1ALERTA.DAT (COPY QG1ALR01) y digita el numero de la que
      *  toma. Cada acuse se AGREGA a QG1ALRACK.DAT (COPY QG1ACK01)
      *  con el operador y la fecha-hora real; la pasarela de
      *  mensajeria deja ahi mismo los acuses que llegan por
      *  respuesta al aviso. El escalamiento QG1CX300 los aplica en
      *  su siguiente corrida: detiene el escalamiento de la alerta y
      *  anota el acuse en el problema de origen. Cada acuse queda en
      *  la bitacora (CALL QG1CX120).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX301.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ALERTAS ASSIGN TO "QG1ALERTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTAS.

           SELECT HOST-ACUSES ASSIGN TO "QG1ALRACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ALERTAS.
           COPY QG1ALR01.

       FD  HOST-ACUSES.
           COPY QG1ACK01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ALERTAS           PIC X(02).
       01 FS-ACUSES            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-ACUSES        PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'S'.
       01 WK-AUTORIZADO        PIC X(01).

      * alertas pendientes de acuse
       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PEN-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PEN-NUMERO  PIC 9(07).
             10 WS-PEN-ACUSADA PIC X(01).

       01 WK-ENTRADA           PIC X(07).
       01 WK-NUMERO            PIC 9(07).
       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX301'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-LISTA-PENDIENTES
            PERFORM 3000-CAPTURA-ACUSES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ACUSE DE ALERTAS DE LA GUARDIA" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR NO AUTORIZADO - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-LISTA-PENDIENTES.
            OPEN INPUT HOST-ALERTAS
            IF FS-ALERTAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ALERTAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF NOT ALR-ACUSADA
                           PERFORM 2100-AGREGA-PENDIENTE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ALERTAS
            END-IF
            DISPLAY "ALERTAS PENDIENTES DE ACUSE : " WS-TOT-PENDIENTES.
      *
       2100-AGREGA-PENDIENTE.
            IF WS-TOT-PENDIENTES = 1000
               DISPLAY "ABEND: TABLA DE ALERTAS PENDIENTES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-PENDIENTES
            MOVE ALR-NUMERO TO WS-PEN-NUMERO(WS-TOT-PENDIENTES)
            MOVE 'N' TO WS-PEN-ACUSADA(WS-TOT-PENDIENTES)
            IF ALR-PENDIENTE
               DISPLAY ALR-NUMERO " " ALR-FECHA-HORA-ORIG(1:12) " "
                       ALR-PROGRAMA " NIVEL " ALR-NIVEL " "
                       ALR-OPERADOR " " ALR-TEXTO
            ELSE
               DISPLAY ALR-NUMERO " " ALR-FECHA-HORA-ORIG(1:12) " "
                       ALR-PROGRAMA " SIN GUARDIA     "
                       ALR-TEXTO
            END-IF.
      *
       3000-CAPTURA-ACUSES.
            OPEN EXTEND HOST-ACUSES
            IF FS-ACUSES = '35'
               OPEN OUTPUT HOST-ACUSES
            END-IF
            IF FS-ACUSES NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1ALRACK.DAT FALLIDO - FILE "
                       "STATUS " FS-ACUSES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 3100-CAPTURA-UN-ACUSE
            END-PERFORM

            CLOSE HOST-ACUSES
            DISPLAY "ACUSES REGISTRADOS : " WS-TOT-ACUSES.
      *
       3100-CAPTURA-UN-ACUSE.
            DISPLAY "NUMERO DE ALERTA (ENTER PARA TERMINAR) : "
            MOVE SPACES TO WK-ENTRADA
            ACCEPT WK-ENTRADA

            IF WK-ENTRADA = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               MOVE FUNCTION NUMVAL(WK-ENTRADA) TO WK-NUMERO
               PERFORM 3200-VALIDA-Y-AGREGA
            END-IF.
      *
       3200-VALIDA-Y-AGREGA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES OR WK-POS > 0
               IF WS-PEN-NUMERO(WK-I) = WK-NUMERO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WK-POS = 0
                  DISPLAY "ACUSE RECHAZADO: LA ALERTA " WK-NUMERO
                          " NO EXISTE O YA FUE ACUSADA"
               WHEN WS-PEN-ACUSADA(WK-POS) = 'S'
                  DISPLAY "ACUSE RECHAZADO: LA ALERTA " WK-NUMERO
                          " YA FUE ACUSADA EN ESTA SESION"
               WHEN OTHER
                  MOVE WK-NUMERO   TO ACK-ALERTA
                  MOVE WK-OPERADOR TO ACK-OPERADOR
                  MOVE FUNCTION CURRENT-DATE TO ACK-FECHA-HORA
                  MOVE 'C'         TO ACK-ORIGEN
                  WRITE REG-ACUSE
                  MOVE 'S' TO WS-PEN-ACUSADA(WK-POS)
                  ADD 1 TO WS-TOT-ACUSES
                  DISPLAY "ALERTA " WK-NUMERO " ACUSADA POR "
                          WK-OPERADOR

                  MOVE SPACES TO WK-LOG-TEXTO
                  STRING "ACUSE DE ALERTA " WK-NUMERO " POR "
                         WK-OPERADOR
                     DELIMITED SIZE INTO WK-LOG-TEXTO
                  CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                         WK-LOG-SEVERIDAD, WK-LOG-TEXTO
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX301.
