      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento del programa de feeds esperados
      *  QG1FEEDPRG.DAT (COPY QG1FPR01): que fuente tiene que llegar,
      *  en que dias, hasta que hora y si su falta detiene un paso de
      *  posteo:
      *    A = alta de una fuente (un alta sobre una fuente existente
      *        reemplaza su programacion),
      *    B = baja: la fuente deja de esperarse,
      *  y listado del programa al terminar. Mismo patron que
      *  QG1CX233: carga el archivo en tabla, aplica las capturas y
      *  lo regraba completo. Una fuente obligatoria exige el
      *  programa del paso de posteo que la consume (el que QG1CX118
      *  niega mientras falte). Requiere permiso de alta del operador
      *  (CALL QG1CX109, 'W').
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX234.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PROGRAMA ASSIGN TO "QG1FEEDPRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PROGRAMA.
           COPY QG1FPR01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PROGRAMA          PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WS-TOT-FEEDS         PIC 9(02) VALUE 0.
       01 WS-TABLA-FEEDS.
          05 WS-FPR-TBL        OCCURS 1 TO 50 TIMES
                                DEPENDING ON WS-TOT-FEEDS.
             10 WS-FPR-REGISTRO PIC X(48).

       01 WK-I                 PIC 9(02).
       01 WK-POS               PIC 9(02).
       01 WK-ACCION            PIC X(01).
       01 WK-VALIDO            PIC X(01).
       01 WK-HORA-ENTRADA      PIC X(04).
       01 WK-FEED.
           05 WK-FUENTE        PIC X(04).
           05 WK-DESCRIPCION   PIC X(30).
           05 WK-DIAS          PIC X(01).
           05 WK-HORA-LIMITE   PIC 9(04).
           05 WK-OBLIGATORIO   PIC X(01).
           05 WK-PROGRAMA      PIC X(08).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-PROGRAMA
            PERFORM 3000-CAPTURA-FEEDS
            PERFORM 4000-REGRABA-PROGRAMA
            PERFORM 5000-LISTA-PROGRAMA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DEL PROGRAMA DE FEEDS ESPERADOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ALTA - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-PROGRAMA.
            OPEN INPUT HOST-PROGRAMA
            IF FS-PROGRAMA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PROGRAMA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-FEEDS = 50
                           DISPLAY "ABEND: PROGRAMA DE FEEDS LLENO "
                                   "(50 FUENTES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-FEEDS
                        MOVE REG-FEED-PROGRAMADO
                          TO WS-FPR-REGISTRO(WS-TOT-FEEDS)
                  END-READ
               END-PERFORM
               CLOSE HOST-PROGRAMA
            END-IF.
      *
       3000-CAPTURA-FEEDS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 3100-CAPTURA-UNO
            END-PERFORM.
      *
       3100-CAPTURA-UNO.
            DISPLAY "ACCION A/B (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               MOVE SPACES TO WK-FEED
               MOVE 0 TO WK-HORA-LIMITE
               DISPLAY "FUENTE DEL FEED (4 POS.) : "
               ACCEPT WK-FUENTE
               IF WK-ACCION = 'A'
                  DISPLAY "DESCRIPCION (30 POS.) : "
                  ACCEPT WK-DESCRIPCION
                  DISPLAY "DIAS (H=HABILES, T=TODOS) : "
                  ACCEPT WK-DIAS
                  DISPLAY "HORA LIMITE DE LLEGADA (HHMM) : "
                  MOVE SPACES TO WK-HORA-ENTRADA
                  ACCEPT WK-HORA-ENTRADA
                  DISPLAY "OBLIGATORIO (S/N) : "
                  ACCEPT WK-OBLIGATORIO
                  IF WK-OBLIGATORIO = 'S'
                     DISPLAY "PASO DE POSTEO QUE LO CONSUME "
                             "(PROGRAMA) : "
                     ACCEPT WK-PROGRAMA
                  END-IF
               END-IF
               PERFORM 3200-APLICA-ACCION
            END-IF.
      *
       3200-APLICA-ACCION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-FEEDS OR WK-POS > 0
               MOVE WS-FPR-REGISTRO(WK-I) TO REG-FEED-PROGRAMADO
               IF FPR-FUENTE = WK-FUENTE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WK-FUENTE = SPACES
                  DISPLAY "RECHAZADO: FALTA LA FUENTE"
               WHEN WK-ACCION = 'A'
                  PERFORM 3300-ALTA-FEED
               WHEN WK-ACCION = 'B' AND WK-POS = 0
                  DISPLAY "RECHAZADO: LA FUENTE " WK-FUENTE
                          " NO ESTA PROGRAMADA"
               WHEN WK-ACCION = 'B'
                  PERFORM VARYING WK-I FROM WK-POS BY 1
                          UNTIL WK-I >= WS-TOT-FEEDS
                     MOVE WS-FPR-REGISTRO(WK-I + 1)
                       TO WS-FPR-REGISTRO(WK-I)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-TOT-FEEDS
                  DISPLAY "FUENTE " WK-FUENTE " YA NO SE ESPERA"
               WHEN OTHER
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       3300-ALTA-FEED.
            PERFORM 3400-VALIDA-FEED
            IF WK-VALIDO = 'S'
               EVALUATE TRUE
                  WHEN WK-POS > 0
                     MOVE WK-FEED TO WS-FPR-REGISTRO(WK-POS)
                     DISPLAY "FUENTE " WK-FUENTE " REPROGRAMADA"
                  WHEN WS-TOT-FEEDS = 50
                     DISPLAY "RECHAZADO: PROGRAMA DE FEEDS LLENO "
                             "(50 FUENTES)"
                  WHEN OTHER
                     ADD 1 TO WS-TOT-FEEDS
                     MOVE WK-FEED TO WS-FPR-REGISTRO(WS-TOT-FEEDS)
                     DISPLAY "FUENTE " WK-FUENTE " PROGRAMADA"
               END-EVALUATE
            END-IF.
      *
       3400-VALIDA-FEED.
            MOVE 'N' TO WK-VALIDO
            IF WK-HORA-ENTRADA NUMERIC
               MOVE WK-HORA-ENTRADA TO WK-HORA-LIMITE
            END-IF
            EVALUATE TRUE
               WHEN WK-DESCRIPCION = SPACES
                  DISPLAY "RECHAZADO: FALTA LA DESCRIPCION"
               WHEN WK-DIAS NOT = 'H' AND WK-DIAS NOT = 'T'
                  DISPLAY "RECHAZADO: DIAS DEBE SER H O T"
               WHEN WK-HORA-ENTRADA NOT NUMERIC
                  OR WK-HORA-LIMITE(1:2) > '23'
                  OR WK-HORA-LIMITE(3:2) > '59'
                  DISPLAY "RECHAZADO: HORA LIMITE INVALIDA - "
                          WK-HORA-ENTRADA
               WHEN WK-OBLIGATORIO NOT = 'S'
                  AND WK-OBLIGATORIO NOT = 'N'
                  DISPLAY "RECHAZADO: OBLIGATORIO DEBE SER S O N"
               WHEN WK-OBLIGATORIO = 'S' AND WK-PROGRAMA = SPACES
                  DISPLAY "RECHAZADO: UN FEED OBLIGATORIO NECESITA "
                          "SU PASO DE POSTEO"
               WHEN OTHER
                  MOVE 'S' TO WK-VALIDO
            END-EVALUATE.
      *
       4000-REGRABA-PROGRAMA.
            OPEN OUTPUT HOST-PROGRAMA
            IF FS-PROGRAMA NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-PROGRAMA FALLIDO - FILE "
                       "STATUS " FS-PROGRAMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-FEEDS
               MOVE WS-FPR-REGISTRO(WK-I) TO REG-FEED-PROGRAMADO
               WRITE REG-FEED-PROGRAMADO
            END-PERFORM
            CLOSE HOST-PROGRAMA.
      *
       5000-LISTA-PROGRAMA.
            DISPLAY "FEEDS ESPERADOS (FUENTE DIAS LIMITE OBLIG PASO):"
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-FEEDS
               MOVE WS-FPR-REGISTRO(WK-I) TO REG-FEED-PROGRAMADO
               DISPLAY FPR-FUENTE " " FPR-DIAS " " FPR-HORA-LIMITE
                       " " FPR-OBLIGATORIO " " FPR-PROGRAMA " "
                       FPR-DESCRIPCION
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX234.
