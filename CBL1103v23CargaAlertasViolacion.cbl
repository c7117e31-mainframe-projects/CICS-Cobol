      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga nocturna de las violaciones del dia como
      *  casos de cumplimiento. Corre despues de los controles que
      *  escriben QG1CX092.VIO (QG1CX092 lo reinicia; QG1CX166,
      *  QG1CX168 y QG1CX244 le agregan) y pasa cada linea a la
      *  rutina QG1CX248 como alerta 'VIO' del canal (posiciones 1-3
      *  de la linea) a la fecha de la operacion (posiciones 5-12).
      *  Un canal con un caso de violaciones abierto no abre otro: la
      *  rutina suma la ocurrencia si es de un dia nuevo, asi que
      *  volver a correr la carga el mismo dia no duplica nada.
      *  Muestra por consola las lineas leidas, los casos nuevos, las
      *  que se sumaron a un caso abierto y las que no se pudieron
      *  cargar, y deja la entrada en la bitacora de corridas con
      *  CALL QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX249.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-VIOLACIONES ASSIGN TO "QG1CX092.VIO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOLACIONES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-VIOLACIONES       PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-CASO-ORIGEN       PIC X(03) VALUE 'VIO'.
       01 WK-CASO-CANAL        PIC X(03).
       01 WK-CASO-FECHA        PIC 9(08).
       01 WK-CASO-DETALLE      PIC X(60).
       01 WK-CASO-NUMERO       PIC 9(07).
       01 WK-CASO-RESULTADO    PIC X(01).

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-NUEVOS        PIC 9(07) VALUE 0.
       01 WS-TOT-DUPLICADAS    PIC 9(07) VALUE 0.
       01 WS-TOT-ERRORES       PIC 9(07) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX249'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-VIOLACIONES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE VIOLACIONES A CASOS DE CUMPLIMIENTO"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
       2000-CARGA-VIOLACIONES.
            OPEN INPUT HOST-VIOLACIONES
            IF FS-VIOLACIONES NOT = '00'
               DISPLAY "SIN VIOLACIONES DEL DIA (QG1CX092.VIO), "
                       "NADA QUE CARGAR"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOLACIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REG-VIOLACION NOT = SPACES
                           ADD 1 TO WS-TOT-LEIDAS
                           PERFORM 2100-CARGA-UNA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOLACIONES
            END-IF.
      *
      * Una linea con la fecha ilegible se registra con la fecha de
      * hoy: la alerta no se pierde por un defecto de formato.
       2100-CARGA-UNA.
            MOVE REG-VIOLACION(1:3)  TO WK-CASO-CANAL
            IF REG-VIOLACION(5:8) IS NUMERIC
               MOVE REG-VIOLACION(5:8) TO WK-CASO-FECHA
            ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CASO-FECHA
            END-IF
            MOVE REG-VIOLACION(1:60) TO WK-CASO-DETALLE
            CALL "QG1CX248" USING WK-CASO-ORIGEN, WK-CASO-CANAL,
                                   WK-CASO-FECHA, WK-CASO-DETALLE,
                                   WK-CASO-NUMERO, WK-CASO-RESULTADO
            EVALUATE WK-CASO-RESULTADO
               WHEN 'N'
                  ADD 1 TO WS-TOT-NUEVOS
                  DISPLAY "CASO " WK-CASO-NUMERO " ABIERTO PARA "
                          WK-CASO-CANAL
               WHEN 'D'
                  ADD 1 TO WS-TOT-DUPLICADAS
               WHEN OTHER
                  ADD 1 TO WS-TOT-ERRORES
            END-EVALUATE.
      *
       8000-TOTALES.
            DISPLAY "VIOLACIONES LEIDAS    : " WS-TOT-LEIDAS
            DISPLAY "CASOS NUEVOS          : " WS-TOT-NUEVOS
            DISPLAY "SUMADAS A CASO ABIERTO: " WS-TOT-DUPLICADAS
            DISPLAY "NO CARGADAS           : " WS-TOT-ERRORES

            IF WS-TOT-ERRORES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "VIOLACIONES " WS-TOT-LEIDAS
                   " CASOS NUEVOS " WS-TOT-NUEVOS
                   " NO CARGADAS " WS-TOT-ERRORES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX249.
