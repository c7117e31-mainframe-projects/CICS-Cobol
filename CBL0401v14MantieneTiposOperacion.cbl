      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de la tabla de referencia de tipos
      *  de operacion del feed diario QG1TIPOP.DAT (COPY QG1TOP01):
      *    A = alta de un tipo con su descripcion (un alta sobre un
      *        codigo existente reemplaza la descripcion y lo deja
      *        activo de nuevo),
      *    B = baja del tipo: queda inactivo, el pre-editor deja de
      *        aceptarlo en el feed pero sigue describiendo la
      *        historia mensual y las cuotas ya cargadas,
      *  y listado de la tabla al terminar. Mismo patron que
      *  QG1CX221: carga el archivo en tabla, aplica las capturas y
      *  lo regraba completo. La tabla admite 9 codigos (el desglose
      *  mensual de QG1MEN01 guarda 10 entradas, una es la actividad
      *  sin tipo) y el codigo en blanco no es un tipo. Requiere
      *  permiso de tasas del operador (CALL QG1CX109): un tipo nuevo
      *  cambia lo que se le factura al canal igual que una cuota.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX233.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TIPOS ASSIGN TO "QG1TIPOP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TIPOS.
           COPY QG1TOP01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TIPOS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TOP-TBL        OCCURS 1 TO 9 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TOP-REGISTRO PIC X(33).

       01 WK-I                 PIC 9(02).
       01 WK-POS               PIC 9(02).
       01 WK-ACCION            PIC X(01).
       01 WK-TIPO.
           05 WK-CODIGO        PIC X(02).
           05 WK-DESCRIPCION   PIC X(30).
           05 WK-ESTADO        PIC X(01).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-TIPOS
            PERFORM 3000-CAPTURA-TIPOS
            PERFORM 4000-REGRABA-TIPOS
            PERFORM 5000-LISTA-TIPOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE TIPOS DE OPERACION DEL FEED"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-TIPOS.
            OPEN INPUT HOST-TIPOS
            IF FS-TIPOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TIPOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-TIPOS = 9
                           DISPLAY "ABEND: TABLA DE TIPOS DE OPERACION "
                                   "LLENA (9 CODIGOS)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-TIPOS
                        MOVE REG-TIPO-OPERACION
                          TO WS-TOP-REGISTRO(WS-TOT-TIPOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-TIPOS
            END-IF.
      *
       3000-CAPTURA-TIPOS.
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
               MOVE SPACES TO WK-TIPO
               DISPLAY "TIPO DE OPERACION (2 POS.) : "
               ACCEPT WK-CODIGO
               IF WK-ACCION = 'A'
                  DISPLAY "DESCRIPCION (30 POS.) : "
                  ACCEPT WK-DESCRIPCION
               END-IF
               PERFORM 3200-APLICA-ACCION
            END-IF.
      *
       3200-APLICA-ACCION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS OR WK-POS > 0
               MOVE WS-TOP-REGISTRO(WK-I) TO REG-TIPO-OPERACION
               IF TOP-CODIGO = WK-CODIGO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WK-CODIGO = SPACES
                  DISPLAY "RECHAZADO: EL TIPO EN BLANCO ES LA "
                          "ACTIVIDAD SIN TIPO"
               WHEN WK-ACCION = 'A'
                  PERFORM 3300-ALTA-TIPO
               WHEN WK-ACCION = 'B' AND WK-POS = 0
                  DISPLAY "RECHAZADO: EL TIPO " WK-CODIGO
                          " NO EXISTE"
               WHEN WK-ACCION = 'B'
      * la baja es logica: la historia y las cuotas siguen usando el
      * codigo y su descripcion
                  MOVE WS-TOP-REGISTRO(WK-POS) TO REG-TIPO-OPERACION
                  SET TOP-INACTIVO TO TRUE
                  MOVE REG-TIPO-OPERACION TO WS-TOP-REGISTRO(WK-POS)
                  DISPLAY "TIPO " WK-CODIGO " DADO DE BAJA"
               WHEN OTHER
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       3300-ALTA-TIPO.
            MOVE 'A' TO WK-ESTADO
            EVALUATE TRUE
               WHEN WK-DESCRIPCION = SPACES
                  DISPLAY "RECHAZADO: FALTA LA DESCRIPCION DEL TIPO"
               WHEN WK-POS > 0
                  MOVE WK-TIPO TO WS-TOP-REGISTRO(WK-POS)
                  DISPLAY "TIPO " WK-CODIGO " REEMPLAZADO Y ACTIVO"
               WHEN WS-TOT-TIPOS = 9
                  DISPLAY "RECHAZADO: TABLA DE TIPOS DE OPERACION "
                          "LLENA (9 CODIGOS)"
               WHEN OTHER
                  ADD 1 TO WS-TOT-TIPOS
                  MOVE WK-TIPO TO WS-TOP-REGISTRO(WS-TOT-TIPOS)
                  DISPLAY "TIPO " WK-CODIGO " DADO DE ALTA"
            END-EVALUATE.
      *
       4000-REGRABA-TIPOS.
            OPEN OUTPUT HOST-TIPOS
            IF FS-TIPOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-TIPOS FALLIDO - FILE "
                       "STATUS " FS-TIPOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS
               MOVE WS-TOP-REGISTRO(WK-I) TO REG-TIPO-OPERACION
               WRITE REG-TIPO-OPERACION
            END-PERFORM
            CLOSE HOST-TIPOS.
      *
       5000-LISTA-TIPOS.
            DISPLAY "TIPOS DE OPERACION (A=ACTIVO, I=BAJA):"
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS
               MOVE WS-TOP-REGISTRO(WK-I) TO REG-TIPO-OPERACION
               DISPLAY TOP-CODIGO " " TOP-DESCRIPCION " " TOP-ESTADO
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX233.
