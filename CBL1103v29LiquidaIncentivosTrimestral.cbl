      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Liquidacion trimestral de los incentivos por
      *  volumen a los canales que superan su meta. Recibe el
      *  trimestre (AAAAT) y cruza por canal:
      *    - la meta: suma del volumen presupuestado de los tres
      *      meses en QG1PRESUP.DAT (las mismas metas de la varianza
      *      QG1CX174; un canal sin meta no liquida),
      *    - lo real: suma del volumen y del monto de los tres meses
      *      en la historia mensual QG1CX091.MES (COPY QG1MEN01),
      *    - el esquema de incentivos QG1INCESQ.DAT (COPY QG1ICV01)
      *      del tipo de canal (CALL QG1CX110), vigente al fin del
      *      trimestre: rige el tramo de umbral mas alto que alcanza
      *      el cumplimiento (real * 100 / meta).
      *  Incentivo = monto real del trimestre * tasa del tramo / 100.
      *  Cada incentivo se anota en el libro auxiliar QG1LIBRO.DAT
      *  como movimiento 'IC' a favor del canal ('H'), referencia
      *  "INC AAAAT", via la rutina unica QG1CX149; la siguiente
      *  corrida de pagos QG1CX155 lo paga. Un canal que ya tiene el
      *  incentivo del trimestre anotado (recorrida) no se vuelve a
      *  anotar. Sin esquema vigente la corrida es abend.
      *  Deja un estado por canal (meta, real, cumplimiento, tramo y
      *  pago) en QG1CX263.EST; el resumen queda en el run-log via
      *  CALL QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX263.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ESQUEMA ASSIGN TO "QG1INCESQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESQUEMA.

           SELECT HOST-PRESUPUESTO ASSIGN TO "QG1PRESUP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-ESTADO ASSIGN TO "QG1CX263.EST"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ESQUEMA.
           COPY QG1ICV01.

       FD  HOST-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           05 PRE-CODIGO       PIC X(03).
           05 PRE-PERIODO      PIC 9(06).
           05 PRE-VOLUMEN      PIC 9(07).
           05 PRE-INTERES      PIC 9(11)V9(02).

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-ESTADO.
       01  REG-ESTADO          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ESQUEMA           PIC X(02).
       01 FS-PRESUPUESTO       PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO.
           05 WK-ANIO          PIC 9(04).
           05 WK-TRIMESTRE     PIC 9(01).
       01 WK-MMDD-FIN          PIC 9(04).
       01 WK-FIN-TRIM          PIC 9(08).
       01 WK-MES-1             PIC 9(06).
       01 WK-MES-3             PIC 9(06).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WK-LIB-TIPO-MOV      PIC X(02) VALUE 'IC'.
       01 WK-LIB-DEBE-HABER    PIC X(01) VALUE 'H'.
       01 WK-LIB-REFERENCIA    PIC X(12).
       01 WK-LIB-OPERADOR      PIC X(08) VALUE SPACES.
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-SALDO-RESULTANTE  PIC S9(11)V9(02).

      * tramos vigentes al fin del trimestre, uno por tipo y umbral
       01 WS-TOT-TRAMOS        PIC 9(03) VALUE 0.
       01 WS-TABLA-TRAMOS.
          05 WS-TRM-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-TRAMOS.
             10 WS-TRM-TIPO    PIC X(01).
             10 WS-TRM-UMBRAL  PIC 9(03)V9(02).
             10 WS-TRM-DESDE   PIC 9(08).
             10 WS-TRM-TASA    PIC 9(02)V9(04).

      * canales con meta en el trimestre
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-TIPO    PIC X(01).
             10 WS-CAN-META    PIC 9(09).
             10 WS-CAN-REAL    PIC 9(09).
             10 WS-CAN-MONTO   PIC 9(13)V9(02).
             10 WS-CAN-ANOTADO PIC S9(03).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(03).
       01 WK-POS               PIC 9(04).
       01 WK-CODIGO            PIC X(03).

       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).

       01 WK-CUMPLIMIENTO      PIC 9(05)V9(02).
       01 WK-TIPO-BUSCA        PIC X(01).
       01 WK-TIPO-CON-TRAMOS   PIC X(01).
       01 WK-TRAMO-UMBRAL      PIC 9(03)V9(02).
       01 WK-TRAMO-TASA        PIC 9(02)V9(04).
       01 WK-INCENTIVO         PIC 9(11)V9(02).
       01 WK-SITUACION         PIC X(40).

       01 WS-TOT-GANADORES     PIC 9(04) VALUE 0.
       01 WS-TOT-ANOTADOS      PIC 9(04) VALUE 0.
       01 WS-TOT-YA-ANOTADOS   PIC 9(04) VALUE 0.
       01 WS-SUMA-INCENTIVOS   PIC 9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX263'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-VOLUMEN-ED        PIC ZZZZZZZZ9.
       01 WK-PCT-ED            PIC ZZZZ9,99.
       01 WK-TASA-ED           PIC Z9,9999.
       01 WK-MONTO-ED          PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-ESQUEMA
            PERFORM 3000-CARGA-METAS
            PERFORM 3500-CARGA-REALES
            PERFORM 3700-CARGA-ANOTADOS
            PERFORM 4000-LIQUIDA-CANALES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "LIQUIDACION TRIMESTRAL DE INCENTIVOS POR VOLUMEN"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "TRIMESTRE A LIQUIDAR (AAAAT, T = TRIMESTRE 1-4) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO NOT NUMERIC
               OR WK-TRIMESTRE < 1 OR WK-TRIMESTRE > 4
               DISPLAY "ABEND: TRIMESTRE INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            EVALUATE WK-TRIMESTRE
               WHEN 1 MOVE 0331 TO WK-MMDD-FIN
               WHEN 2 MOVE 0630 TO WK-MMDD-FIN
               WHEN 3 MOVE 0930 TO WK-MMDD-FIN
               WHEN 4 MOVE 1231 TO WK-MMDD-FIN
            END-EVALUATE
            COMPUTE WK-FIN-TRIM = WK-ANIO * 10000 + WK-MMDD-FIN
            COMPUTE WK-MES-3 = WK-ANIO * 100 + WK-TRIMESTRE * 3
            COMPUTE WK-MES-1 = WK-MES-3 - 2
            MOVE SPACES TO WK-LIB-REFERENCIA
            STRING "INC " WK-PERIODO
               DELIMITED SIZE INTO WK-LIB-REFERENCIA
            DISPLAY "PERIODOS " WK-MES-1 " A " WK-MES-3.
      *
       2000-CARGA-ESQUEMA.
            OPEN INPUT HOST-ESQUEMA
            IF FS-ESQUEMA NOT = '00'
               DISPLAY "ABEND: SIN ESQUEMA DE INCENTIVOS QG1INCESQ.DAT"
                       " - FILE STATUS " FS-ESQUEMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-ESQUEMA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ICV-FECHA-DESDE NOT > WK-FIN-TRIM
                        PERFORM 2100-ANOTA-TRAMO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-ESQUEMA
            IF WS-TOT-TRAMOS = 0
               DISPLAY "ABEND: SIN ESQUEMA VIGENTE AL " WK-FIN-TRIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * por tipo y umbral gana la vigencia mas reciente
       2100-ANOTA-TRAMO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-TRAMOS OR WK-POS > 0
               IF WS-TRM-TIPO(WK-J) = ICV-TIP-CODIGO
                  AND WS-TRM-UMBRAL(WK-J) = ICV-UMBRAL-PCT
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-TRAMOS = 200
                  DISPLAY "ABEND: TABLA DE TRAMOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-TRAMOS
               MOVE WS-TOT-TRAMOS  TO WK-POS
               MOVE ICV-TIP-CODIGO TO WS-TRM-TIPO(WK-POS)
               MOVE ICV-UMBRAL-PCT TO WS-TRM-UMBRAL(WK-POS)
               MOVE 0              TO WS-TRM-DESDE(WK-POS)
            END-IF
            IF ICV-FECHA-DESDE NOT < WS-TRM-DESDE(WK-POS)
               MOVE ICV-FECHA-DESDE TO WS-TRM-DESDE(WK-POS)
               MOVE ICV-TASA-PCT    TO WS-TRM-TASA(WK-POS)
            END-IF.
      *
       3000-CARGA-METAS.
            OPEN INPUT HOST-PRESUPUESTO
            IF FS-PRESUPUESTO NOT = '00'
               DISPLAY "ABEND: SIN PRESUPUESTO QG1PRESUP.DAT - "
                       "FILE STATUS " FS-PRESUPUESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PRESUPUESTO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF PRE-PERIODO NOT < WK-MES-1
                        AND PRE-PERIODO NOT > WK-MES-3
                        MOVE PRE-CODIGO TO WK-CODIGO
                        PERFORM 3100-UBICA-CANAL
                        ADD PRE-VOLUMEN TO WS-CAN-META(WK-POS)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-PRESUPUESTO
            DISPLAY "CANALES CON META : " WS-TOT-CANALES.
      *
       3100-UBICA-CANAL.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = WK-CODIGO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-CANALES = 500
                  DISPLAY "ABEND: TABLA DE CANALES LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CANALES
               MOVE WS-TOT-CANALES TO WK-POS
               MOVE WK-CODIGO TO WS-CAN-CODIGO(WK-POS)
               MOVE 0 TO WS-CAN-META(WK-POS), WS-CAN-REAL(WK-POS),
                         WS-CAN-MONTO(WK-POS), WS-CAN-ANOTADO(WK-POS)
               CALL "QG1CX110" USING WK-CODIGO, WK-TIPO-CODIGO,
                                      WK-TIPO-DESC, WK-TIPO-ENCONTRADO
               IF WK-TIPO-ENCONTRADO = 'S'
                  MOVE WK-TIPO-CODIGO TO WS-CAN-TIPO(WK-POS)
               ELSE
                  MOVE '?' TO WS-CAN-TIPO(WK-POS)
               END-IF
            END-IF.
      *
      * solo interesa lo real de los canales con meta
       3500-CARGA-REALES.
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-PERIODO NOT < WK-MES-1
                           AND MEN-PERIODO NOT > WK-MES-3
                           PERFORM 3600-ANOTA-REAL
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            ELSE
               DISPLAY "SIN HISTORIA MENSUAL, VOLUMEN REAL EN CERO"
            END-IF.
      *
       3600-ANOTA-REAL.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-CODIGO(WK-I) = MEN-COD-CANAL
                  ADD MEN-VOLUMEN TO WS-CAN-REAL(WK-I)
                  ADD MEN-MONTO   TO WS-CAN-MONTO(WK-I)
               END-IF
            END-PERFORM.
      *
      * incentivos del trimestre ya anotados: 'H' menos reversas 'D'
       3700-CARGA-ANOTADOS.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-TIPO-MOV = 'IC'
                           AND LIB-REFERENCIA = WK-LIB-REFERENCIA
                           PERFORM 3800-MARCA-ANOTADO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF.
      *
       3800-MARCA-ANOTADO.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-CODIGO(WK-I) = LIB-COD-CANAL
                  IF LIB-DEBE-HABER = 'H'
                     ADD 1 TO WS-CAN-ANOTADO(WK-I)
                  ELSE
                     SUBTRACT 1 FROM WS-CAN-ANOTADO(WK-I)
                  END-IF
               END-IF
            END-PERFORM.
      *
       4000-LIQUIDA-CANALES.
            OPEN OUTPUT HOST-ESTADO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               PERFORM 4100-LIQUIDA-UN-CANAL
            END-PERFORM.
      *
       4100-LIQUIDA-UN-CANAL.
            MOVE 0      TO WK-CUMPLIMIENTO, WK-TRAMO-UMBRAL,
                           WK-TRAMO-TASA, WK-INCENTIVO
            MOVE SPACES TO WK-SITUACION
            IF WS-CAN-META(WK-I) = 0
               MOVE "SIN META EN EL TRIMESTRE" TO WK-SITUACION
            ELSE
               COMPUTE WK-CUMPLIMIENTO =
                       WS-CAN-REAL(WK-I) * 100 / WS-CAN-META(WK-I)
               PERFORM 4200-BUSCA-TRAMO
               IF WK-TRAMO-TASA = 0
                  MOVE "NO ALCANZA NINGUN TRAMO" TO WK-SITUACION
               ELSE
                  COMPUTE WK-INCENTIVO ROUNDED =
                          WS-CAN-MONTO(WK-I) * WK-TRAMO-TASA / 100
                  IF WK-INCENTIVO > 0
                     PERFORM 4300-ANOTA-INCENTIVO
                  END-IF
               END-IF
            END-IF
            PERFORM 4500-EMITE-ESTADO.
      *
      * Los tramos propios del tipo de canal mandan; la generica '*'
      * solo rige para los tipos que no tienen tramos.
       4200-BUSCA-TRAMO.
            MOVE WS-CAN-TIPO(WK-I) TO WK-TIPO-BUSCA
            PERFORM 4250-RECORRE-TRAMOS
            IF WK-TIPO-CON-TRAMOS = 'N'
               MOVE '*' TO WK-TIPO-BUSCA
               PERFORM 4250-RECORRE-TRAMOS
            END-IF.
      *
       4250-RECORRE-TRAMOS.
            MOVE 'N' TO WK-TIPO-CON-TRAMOS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-TRAMOS
               IF WS-TRM-TIPO(WK-J) = WK-TIPO-BUSCA
                  AND WS-TRM-TASA(WK-J) > 0
                  MOVE 'S' TO WK-TIPO-CON-TRAMOS
                  IF WS-TRM-UMBRAL(WK-J) NOT > WK-CUMPLIMIENTO
                     AND WS-TRM-UMBRAL(WK-J) > WK-TRAMO-UMBRAL
                     MOVE WS-TRM-UMBRAL(WK-J) TO WK-TRAMO-UMBRAL
                     MOVE WS-TRM-TASA(WK-J)   TO WK-TRAMO-TASA
                  END-IF
               END-IF
            END-PERFORM.
      *
       4300-ANOTA-INCENTIVO.
            ADD 1 TO WS-TOT-GANADORES
            ADD WK-INCENTIVO TO WS-SUMA-INCENTIVOS
            IF WS-CAN-ANOTADO(WK-I) > 0
               ADD 1 TO WS-TOT-YA-ANOTADOS
               MOVE "YA ANOTADO EN UNA CORRIDA ANTERIOR"
                 TO WK-SITUACION
            ELSE
               MOVE WK-INCENTIVO TO WK-LIB-MONTO
               CALL "QG1CX149" USING WS-CAN-CODIGO(WK-I), WK-FECHA-HOY,
                                      WK-LIB-TIPO-MOV,
                                      WK-LIB-DEBE-HABER,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-LIB-OPERADOR,
                                      WK-SALDO-RESULTANTE
               ADD 1 TO WS-TOT-ANOTADOS
               MOVE "ANOTADO AL LIBRO, SE PAGA EN LA PROXIMA CORRIDA"
                 TO WK-SITUACION
            END-IF.
      *
       4500-EMITE-ESTADO.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ESTADO DE INCENTIVO POR VOLUMEN - CANAL "
                   WS-CAN-CODIGO(WK-I) " (TIPO " WS-CAN-TIPO(WK-I)
                   ") - TRIMESTRE " WK-PERIODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE

            MOVE WS-CAN-META(WK-I) TO WK-VOLUMEN-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  META DEL TRIMESTRE (OPERACIONES) : " WK-VOLUMEN-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WS-CAN-REAL(WK-I) TO WK-VOLUMEN-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  REAL DEL TRIMESTRE (OPERACIONES) : " WK-VOLUMEN-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WK-CUMPLIMIENTO TO WK-PCT-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  CUMPLIMIENTO DE LA META          : " WK-PCT-ED
                   " PCT"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WS-CAN-MONTO(WK-I) TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  MONTO OPERADO EN EL TRIMESTRE    : " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WK-TRAMO-UMBRAL TO WK-PCT-ED
            MOVE WK-TRAMO-TASA   TO WK-TASA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  TRAMO ALCANZADO                  : " WK-PCT-ED
                   " PCT  TASA " WK-TASA-ED " PCT"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WK-INCENTIVO TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  INCENTIVO A PAGAR                : " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  " WK-SITUACION
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE WS-SUMA-INCENTIVOS TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES: " WS-TOT-CANALES
                   "  CON INCENTIVO: " WS-TOT-GANADORES
                   "  TOTAL INCENTIVOS: " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ANOTADOS AL LIBRO: " WS-TOT-ANOTADOS
                   "  YA ANOTADOS ANTES: " WS-TOT-YA-ANOTADOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-ESTADO FROM WS-LIN-DETALLE
            CLOSE HOST-ESTADO

            DISPLAY "CANALES LIQUIDADOS   : " WS-TOT-CANALES
            DISPLAY "CANALES CON INCENTIVO: " WS-TOT-GANADORES
            DISPLAY "ANOTADOS AL LIBRO    : " WS-TOT-ANOTADOS
            DISPLAY "YA ANOTADOS ANTES    : " WS-TOT-YA-ANOTADOS
            DISPLAY "TOTAL INCENTIVOS     : " WS-SUMA-INCENTIVOS

            MOVE SPACES TO WK-LOG-TEXTO
            STRING "INCENTIVOS " WK-PERIODO
                   " CANALES " WS-TOT-GANADORES
                   " ANOTADOS " WS-TOT-ANOTADOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX263.
