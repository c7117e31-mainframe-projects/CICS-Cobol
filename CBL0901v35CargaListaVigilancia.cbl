      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga semanal de la lista de vigilancia
      *  (sanciones y PEP) que cumplimiento recibe en QG1LISTA.TXT,
      *  una linea por entrada:
      *    tipo (1) 'S' sancionado / 'P' PEP, id de la entrada (12),
      *    fuente (10), nombre (50), pais (3).
      *  La lista recibida es la vigente completa, asi que la carga
      *  reemplaza QG1LISTA.DAT (COPY QG1LST01) entero: una entrada
      *  que la autoridad retiro deja de cotejarse. Una lista recibida
      *  vacia o ausente aborta SIN tocar la lista anterior.
      *  Rechaza la linea sin id o sin nombre, con tipo distinto de
      *  S/P o con id repetido, y la muestra por consola con el
      *  motivo. Totales de cargadas, sancionados, PEP y rechazadas,
      *  y la entrada en la bitacora de corridas con CALL QG1CX120.
      *  Despues de la carga corre el cotejo semanal QG1CX252.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX251.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-RECIBIDA ASSIGN TO "QG1LISTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBIDA.

           SELECT HOST-LISTA ASSIGN TO "QG1LISTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LST-ID
           FILE STATUS IS FS-LISTA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-RECIBIDA.
       01  REG-RECIBIDA.
           05 REC-TIPO         PIC X(01).
           05 REC-ID           PIC X(12).
           05 REC-FUENTE       PIC X(10).
           05 REC-NOMBRE       PIC X(50).
           05 REC-PAIS         PIC X(03).

       FD  HOST-LISTA.
           COPY QG1LST01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-RECIBIDA          PIC X(02).
       01 FS-LISTA             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-MOTIVO            PIC X(30).

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-CARGADAS      PIC 9(07) VALUE 0.
       01 WS-TOT-SANCIONES     PIC 9(07) VALUE 0.
       01 WS-TOT-PEP           PIC 9(07) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(07) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX251'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-LISTA
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
      * La primera linea se lee antes de abrir la lista en OUTPUT:
      * un archivo recibido vacio no debe borrar la lista vigente.
       1000-INICIO.
            MOVE "CARGA DE LA LISTA DE VIGILANCIA (SANCIONES Y PEP)"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST-RECIBIDA
            IF FS-RECIBIDA NOT = '00'
               DISPLAY "ABEND: SIN LISTA RECIBIDA QG1LISTA.TXT - FILE "
                       "STATUS " FS-RECIBIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            READ HOST-RECIBIDA
               AT END MOVE 'Y' TO WS-EOF
            END-READ
            IF WS-EOF = 'Y'
               DISPLAY "ABEND: LA LISTA RECIBIDA VIENE VACIA, SE "
                       "CONSERVA LA LISTA ANTERIOR"
               CLOSE HOST-RECIBIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-LISTA
            IF FS-LISTA NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1LISTA.DAT FALLIDO - FILE "
                       "STATUS " FS-LISTA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-LISTA.
            PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-TOT-LEIDAS
               PERFORM 2100-CARGA-UNA
               READ HOST-RECIBIDA
                  AT END MOVE 'Y' TO WS-EOF
               END-READ
            END-PERFORM
            CLOSE HOST-RECIBIDA, HOST-LISTA.
      *
       2100-CARGA-UNA.
            MOVE SPACES TO WK-MOTIVO
            EVALUATE TRUE
               WHEN REC-ID = SPACES
                  MOVE 'SIN ID DE ENTRADA' TO WK-MOTIVO
               WHEN REC-NOMBRE = SPACES
                  MOVE 'SIN NOMBRE' TO WK-MOTIVO
               WHEN REC-TIPO NOT = 'S' AND REC-TIPO NOT = 'P'
                  MOVE 'TIPO DISTINTO DE S/P' TO WK-MOTIVO
               WHEN OTHER
                  MOVE REC-ID      TO LST-ID
                  MOVE REC-TIPO    TO LST-TIPO
                  MOVE REC-FUENTE  TO LST-FUENTE
                  MOVE REC-NOMBRE  TO LST-NOMBRE
                  MOVE REC-PAIS    TO LST-PAIS
                  MOVE WK-FECHA-HOY TO LST-FECHA-CARGA
                  WRITE REG-LISTA-VIGILANCIA
                     INVALID KEY
                        MOVE 'ID REPETIDO EN LA LISTA' TO WK-MOTIVO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CARGADAS
                        IF LST-SANCION
                           ADD 1 TO WS-TOT-SANCIONES
                        ELSE
                           ADD 1 TO WS-TOT-PEP
                        END-IF
                  END-WRITE
            END-EVALUATE
            IF WK-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOT-RECHAZADAS
               DISPLAY "RECHAZADA LINEA " WS-TOT-LEIDAS ": "
                       WK-MOTIVO " - " REC-ID " " REC-NOMBRE(1:30)
            END-IF.
      *
       8000-TOTALES.
            DISPLAY "LINEAS RECIBIDAS      : " WS-TOT-LEIDAS
            DISPLAY "ENTRADAS CARGADAS     : " WS-TOT-CARGADAS
            DISPLAY "  SANCIONADOS         : " WS-TOT-SANCIONES
            DISPLAY "  PEP                 : " WS-TOT-PEP
            DISPLAY "RECHAZADAS            : " WS-TOT-RECHAZADAS

            IF WS-TOT-RECHAZADAS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "LISTA " WK-FECHA-HOY
                   " CARGADAS " WS-TOT-CARGADAS
                   " RECHAZADAS " WS-TOT-RECHAZADAS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX251.
