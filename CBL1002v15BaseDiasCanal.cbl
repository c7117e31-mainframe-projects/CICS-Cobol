      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina de la base de calculo de interes por
      *  canal. Recibe un COD-CANAL y la fecha del dia que se devenga
      *  y responde la convencion que aplica (QG1BASE.DAT, COPY
      *  QG1BAS01: la del canal, si no la de su tipo segun CALL
      *  QG1CX110, si no ACT/365), los dias que devenga esa fecha y
      *  el divisor anual. El interes del dia queda:
      *     MONTO * TEN / 100 / DIVISOR * DIAS
      *    ACT/365 : 1 dia, divisor 365 (lo que hacia el devengo).
      *    ACT/360 : 1 dia, divisor 360.
      *    30/360  : divisor 360; cada mes devenga 30 dias: el dia 31
      *              devenga 0 y el ultimo dia de febrero completa
      *              el mes (3 dias, o 2 en anio bisiesto).
      *  Igual que QG1CX217, el archivo se carga en tabla en la
      *  primera invocacion. La base vigente es la del archivo al
      *  momento de la corrida: el archivo no lleva fecha de
      *  vigencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX218.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-BASES ASSIGN TO "QG1BASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BASES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-BASES.
           COPY QG1BAS01.

       WORKING-STORAGE SECTION.
       01 FS-BASES             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

       01 WS-TOT-BASES         PIC 9(04) VALUE 0.
       01 WS-TABLA-BASES.
          05 WS-BAS-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-BASES.
             10 WS-BAS-NIVEL   PIC X(01).
             10 WS-BAS-CLAVE   PIC X(03).
             10 WS-BAS-CONVENCION PIC X(07).

       01 WS-ULT-CODIGO        PIC X(03) VALUE HIGH-VALUES.
       01 WS-ULT-CONVENCION    PIC X(07).

       01 WK-I                 PIC 9(04).
       01 WK-CONVENCION-CANAL  PIC X(07).
       01 WK-CONVENCION-TIPO   PIC X(07).
       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).

       01 WK-FECHA             PIC 9(08).
       01 WK-FECHA-R REDEFINES WK-FECHA.
          05 WK-ANIO           PIC 9(04).
          05 WK-MES            PIC 9(02).
          05 WK-DIA            PIC 9(02).
       01 WK-COCIENTE          PIC 9(04).
       01 WK-RESTO-4           PIC 9(04).
       01 WK-RESTO-100         PIC 9(04).
       01 WK-RESTO-400         PIC 9(04).
       01 WK-FIN-FEBRERO       PIC 9(02).

       LINKAGE SECTION.
       01 LS-CODIGO            PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-BASE              PIC X(07).
       01 LS-DIAS              PIC 9(01).
       01 LS-DIVISOR           PIC 9(03).

       PROCEDURE DIVISION USING LS-CODIGO,
                                LS-FECHA,
                                LS-BASE,
                                LS-DIAS,
                                LS-DIVISOR.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-BASES
            END-IF
            PERFORM 2000-RESUELVE-BASE
            PERFORM 3000-DIAS-DEL-DIA
            PERFORM 4000-FINAL.
      *
       1000-CARGA-BASES.
            MOVE 0 TO WS-TOT-BASES
            OPEN INPUT HOST-BASES
            IF FS-BASES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BASES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-BASES = 1000
                           DISPLAY "ABEND: TABLA DE BASES DE CALCULO "
                                   "LLENA (1000 ENTRADAS)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-BASES
                        MOVE BAS-NIVEL TO WS-BAS-NIVEL(WS-TOT-BASES)
                        MOVE BAS-CLAVE TO WS-BAS-CLAVE(WS-TOT-BASES)
                        MOVE BAS-CONVENCION
                          TO WS-BAS-CONVENCION(WS-TOT-BASES)
                  END-READ
               END-PERFORM
               CLOSE HOST-BASES
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       2000-RESUELVE-BASE.
      * el devengo llama canal por canal y dia por dia: la base del
      * ultimo canal resuelto se reutiliza sin volver a QG1CX110
            IF LS-CODIGO NOT = WS-ULT-CODIGO
               MOVE SPACES TO WK-CONVENCION-CANAL, WK-CONVENCION-TIPO
               CALL "QG1CX110" USING LS-CODIGO, WK-TIPO-CODIGO,
                                      WK-TIPO-DESC, WK-TIPO-ENCONTRADO
               IF WK-TIPO-ENCONTRADO NOT = 'S'
                  MOVE SPACE TO WK-TIPO-CODIGO
               END-IF
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-BASES
                  IF WS-BAS-NIVEL(WK-I) = 'C'
                     AND WS-BAS-CLAVE(WK-I) = LS-CODIGO
                     MOVE WS-BAS-CONVENCION(WK-I)
                       TO WK-CONVENCION-CANAL
                  END-IF
                  IF WS-BAS-NIVEL(WK-I) = 'T'
                     AND WK-TIPO-CODIGO NOT = SPACE
                     AND WS-BAS-CLAVE(WK-I)(1:1) = WK-TIPO-CODIGO
                     MOVE WS-BAS-CONVENCION(WK-I)
                       TO WK-CONVENCION-TIPO
                  END-IF
               END-PERFORM

               EVALUATE TRUE
                  WHEN WK-CONVENCION-CANAL NOT = SPACES
                     MOVE WK-CONVENCION-CANAL TO WS-ULT-CONVENCION
                  WHEN WK-CONVENCION-TIPO NOT = SPACES
                     MOVE WK-CONVENCION-TIPO TO WS-ULT-CONVENCION
                  WHEN OTHER
                     MOVE 'ACT/365' TO WS-ULT-CONVENCION
               END-EVALUATE
               MOVE LS-CODIGO TO WS-ULT-CODIGO
            END-IF
            MOVE WS-ULT-CONVENCION TO LS-BASE.
      *
       3000-DIAS-DEL-DIA.
            MOVE LS-FECHA TO WK-FECHA
            EVALUATE LS-BASE
               WHEN 'ACT/360'
                  MOVE 1   TO LS-DIAS
                  MOVE 360 TO LS-DIVISOR
               WHEN '30/360 '
                  MOVE 360 TO LS-DIVISOR
                  PERFORM 3100-DIAS-TREINTA
               WHEN OTHER
                  MOVE 1   TO LS-DIAS
                  MOVE 365 TO LS-DIVISOR
            END-EVALUATE.
      *
       3100-DIAS-TREINTA.
            MOVE 1 TO LS-DIAS
            IF WK-DIA = 31
               MOVE 0 TO LS-DIAS
            END-IF
            IF WK-MES = 2
               DIVIDE WK-ANIO BY 4   GIVING WK-COCIENTE
                      REMAINDER WK-RESTO-4
               DIVIDE WK-ANIO BY 100 GIVING WK-COCIENTE
                      REMAINDER WK-RESTO-100
               DIVIDE WK-ANIO BY 400 GIVING WK-COCIENTE
                      REMAINDER WK-RESTO-400
               IF WK-RESTO-4 = 0
                  AND (WK-RESTO-100 NOT = 0 OR WK-RESTO-400 = 0)
                  MOVE 29 TO WK-FIN-FEBRERO
               ELSE
                  MOVE 28 TO WK-FIN-FEBRERO
               END-IF
      * el ultimo dia de febrero completa los 30 dias del mes
               IF WK-DIA = WK-FIN-FEBRERO
                  COMPUTE LS-DIAS = 30 - WK-FIN-FEBRERO + 1
               END-IF
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX218.
