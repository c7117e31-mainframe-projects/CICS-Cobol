      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual de migracion de la calificacion
      *  de riesgo para el comite de riesgos. QG1RIESGO.DAT solo
      *  guarda la ultima calificacion de cada canal; este reporte
      *  lee la historia QG1RIEHIS.DAT (COPY QG1RIH01) que agrega el
      *  calificador nocturno QG1CX171 y, para el periodo recibido
      *  (AAAAMM), toma de cada canal:
      *    - la calificacion de cierre del mes anterior (la ultima
      *      con fecha anterior al inicio del periodo),
      *    - la calificacion de cierre del periodo (la ultima con
      *      fecha dentro del periodo).
      *  Imprime en QG1CX292.RPT:
      *    - la matriz de migracion A/B/C/D (filas = calificacion
      *      del mes anterior, columnas = la del periodo; la fila
      *      NUEVO cuenta los canales sin calificacion anterior),
      *    - los canales que bajaron dos o mas escalones (A a C,
      *      A a D, B a D) con los factores que los bajaron,
      *    - los canales que cierran el periodo en 'D', desde que
      *      fecha estan en 'D' sin interrupcion y cuantos dias
      *      (CALL QG1CX073, operacion 'B').
      *  Un canal sin calificacion en el periodo no entra a la
      *  matriz. El reporte se publica con CALL QG1CX275 (permiso
      *  'R', supervisores).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX292.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-HISTORIA ASSIGN TO "QG1RIEHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT HOST-RPT ASSIGN TO "QG1CX292.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-HISTORIA.
           COPY QG1RIH01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HISTORIA          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO           PIC 9(06).
       01 WK-INICIO-PERIODO    PIC 9(08).
       01 WK-CORTE-PERIODO     PIC 9(08).

       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-RATING-ANT PIC X(01).
             10 WS-CAN-RATING-ACT PIC X(01).
             10 WS-CAN-FECHA-ACT PIC 9(08).
             10 WS-CAN-PUNTOS-ACT PIC 9(03).
             10 WS-CAN-FACTORES-ACT PIC X(20).
             10 WS-CAN-ULTIMO  PIC X(01).
             10 WS-CAN-D-DESDE PIC 9(08).

       01 WS-LETRAS            PIC X(04) VALUE 'ABCD'.
       01 WS-TABLA-MATRIZ.
          05 WS-MAT-FILA       OCCURS 5 TIMES.
             10 WS-MAT-CELDA   PIC 9(05) OCCURS 4 TIMES.

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-F                 PIC 9(01).
       01 WK-C                 PIC 9(01).
       01 WK-LETRA             PIC X(01).
       01 WK-ESCALON           PIC 9(01).
       01 WK-ESCALON-ANT       PIC 9(01).
       01 WK-ESCALON-ACT       PIC 9(01).
       01 WK-BAJADA            PIC S9(01).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS-CERO         PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-DIAS-EN-D         PIC 9(05).

       01 WS-TOT-LEIDOS        PIC 9(07) VALUE 0.
       01 WS-TOT-CALIFICADOS   PIC 9(05) VALUE 0.
       01 WS-TOT-BAJAS-DOS     PIC 9(05) VALUE 0.
       01 WS-TOT-EN-D          PIC 9(05) VALUE 0.

       01 WK-CELDA-ED          PIC ZZZZ9.
       01 WK-DIAS-ED           PIC ZZZZ9.

       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX292.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX292'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-HISTORIA
            PERFORM 3000-ARMA-MATRIZ
            PERFORM 4000-EMITE-REPORTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MIGRACION MENSUAL DE LA CALIFICACION DE RIESGO"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "PERIODO DEL REPORTE (AAAAMM) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO(5:2) < '01' OR WK-PERIODO(5:2) > '12'
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WK-INICIO-PERIODO = WK-PERIODO * 100 + 1
            COMPUTE WK-CORTE-PERIODO = WK-PERIODO * 100 + 99
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-PUB-FECHA
            INITIALIZE WS-TABLA-MATRIZ.
      *
      * La historia viene en orden de fecha de calculo: la ultima
      * linea de cada tramo es la que vale, y la racha en 'D' se
      * sigue linea a linea hasta el corte del periodo.
       2000-CARGA-HISTORIA.
            OPEN INPUT HOST-HISTORIA
            IF FS-HISTORIA NOT = '00'
               DISPLAY "ABEND: SIN HISTORIA DE CALIFICACIONES "
                       "QG1RIEHIS.DAT - FILE STATUS " FS-HISTORIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-HISTORIA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF RIH-FECHA-CALC NOT > WK-CORTE-PERIODO
                        ADD 1 TO WS-TOT-LEIDOS
                        PERFORM 2100-TOMA-CALIFICACION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-HISTORIA
            DISPLAY "CALIFICACIONES HASTA EL CORTE : " WS-TOT-LEIDOS.
      *
       2100-TOMA-CALIFICACION.
            PERFORM 7000-UBICA-CANAL
            IF RIH-FECHA-CALC < WK-INICIO-PERIODO
               MOVE RIH-RATING TO WS-CAN-RATING-ANT(WK-POS)
            ELSE
               MOVE RIH-RATING     TO WS-CAN-RATING-ACT(WK-POS)
               MOVE RIH-FECHA-CALC TO WS-CAN-FECHA-ACT(WK-POS)
               MOVE RIH-PUNTOS     TO WS-CAN-PUNTOS-ACT(WK-POS)
               MOVE RIH-FACTORES   TO WS-CAN-FACTORES-ACT(WK-POS)
            END-IF
            IF RIH-RATING = 'D'
               IF WS-CAN-ULTIMO(WK-POS) NOT = 'D'
                  MOVE RIH-FECHA-CALC TO WS-CAN-D-DESDE(WK-POS)
               END-IF
            ELSE
               MOVE 0 TO WS-CAN-D-DESDE(WK-POS)
            END-IF
            MOVE RIH-RATING TO WS-CAN-ULTIMO(WK-POS).
      *
       3000-ARMA-MATRIZ.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-RATING-ACT(WK-I) NOT = SPACE
                  ADD 1 TO WS-TOT-CALIFICADOS
                  MOVE WS-CAN-RATING-ACT(WK-I) TO WK-LETRA
                  PERFORM 7100-ESCALON
                  MOVE WK-ESCALON TO WK-ESCALON-ACT
                  MOVE WS-CAN-RATING-ANT(WK-I) TO WK-LETRA
                  PERFORM 7100-ESCALON
                  MOVE WK-ESCALON TO WK-ESCALON-ANT
                  IF WK-ESCALON-ANT = 0
                     MOVE 5 TO WK-F
                  ELSE
                     MOVE WK-ESCALON-ANT TO WK-F
                  END-IF
                  ADD 1 TO WS-MAT-CELDA(WK-F, WK-ESCALON-ACT)
                  IF WK-ESCALON-ANT > 0
                     COMPUTE WK-BAJADA =
                             WK-ESCALON-ACT - WK-ESCALON-ANT
                     IF WK-BAJADA >= 2
                        ADD 1 TO WS-TOT-BAJAS-DOS
                     END-IF
                  END-IF
                  IF WS-CAN-RATING-ACT(WK-I) = 'D'
                     ADD 1 TO WS-TOT-EN-D
                  END-IF
               END-IF
            END-PERFORM.
      *
       4000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "MIGRACION DE LA CALIFICACION DE RIESGO - PERIODO "
                   WK-PERIODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE SPACES TO WS-LIN-DETALLE
            MOVE "MES ANTERIOR \ PERIODO" TO WS-LIN-DETALLE(1:22)
            PERFORM VARYING WK-C FROM 1 BY 1 UNTIL WK-C > 4
               COMPUTE WK-POS = 28 + (WK-C * 7)
               MOVE WS-LETRAS(WK-C:1) TO WS-LIN-DETALLE(WK-POS:1)
            END-PERFORM
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-F FROM 1 BY 1 UNTIL WK-F > 5
               PERFORM 4100-LINEA-MATRIZ
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "BAJAS DE DOS O MAS ESCALONES" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-RATING-ACT(WK-I) NOT = SPACE
                  AND WS-CAN-RATING-ANT(WK-I) NOT = SPACE
                  PERFORM 4200-LINEA-BAJA
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "CANALES EN CALIFICACION D AL CIERRE DEL PERIODO"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-RATING-ACT(WK-I) = 'D'
                  PERFORM 4300-LINEA-EN-D
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES CALIFICADOS " WS-TOT-CALIFICADOS
                   "  BAJAS DE DOS O MAS " WS-TOT-BAJAS-DOS
                   "  EN D " WS-TOT-EN-D
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            MOVE SPACES TO WK-PUB-TITULO
            STRING "MIGRACION RIESGO " WK-PERIODO
               DELIMITED SIZE INTO WK-PUB-TITULO
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            DISPLAY "CANALES CALIFICADOS EN EL PERIODO : "
                    WS-TOT-CALIFICADOS
            DISPLAY "BAJAS DE DOS O MAS ESCALONES      : "
                    WS-TOT-BAJAS-DOS
            DISPLAY "CANALES EN D                      : " WS-TOT-EN-D.
      *
       4100-LINEA-MATRIZ.
            MOVE SPACES TO WS-LIN-DETALLE
            IF WK-F = 5
               MOVE "     NUEVO" TO WS-LIN-DETALLE(1:10)
            ELSE
               MOVE WS-LETRAS(WK-F:1) TO WS-LIN-DETALLE(10:1)
            END-IF
            PERFORM VARYING WK-C FROM 1 BY 1 UNTIL WK-C > 4
               MOVE WS-MAT-CELDA(WK-F, WK-C) TO WK-CELDA-ED
               COMPUTE WK-POS = 24 + (WK-C * 7)
               MOVE WK-CELDA-ED TO WS-LIN-DETALLE(WK-POS:5)
            END-PERFORM
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       4200-LINEA-BAJA.
            MOVE WS-CAN-RATING-ACT(WK-I) TO WK-LETRA
            PERFORM 7100-ESCALON
            MOVE WK-ESCALON TO WK-ESCALON-ACT
            MOVE WS-CAN-RATING-ANT(WK-I) TO WK-LETRA
            PERFORM 7100-ESCALON
            MOVE WK-ESCALON TO WK-ESCALON-ANT
            COMPUTE WK-BAJADA = WK-ESCALON-ACT - WK-ESCALON-ANT
            IF WK-BAJADA >= 2
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-I)
                      "  " WS-CAN-RATING-ANT(WK-I)
                      " -> " WS-CAN-RATING-ACT(WK-I)
                      "  PUNTOS " WS-CAN-PUNTOS-ACT(WK-I)
                      "  FACTORES " WS-CAN-FACTORES-ACT(WK-I)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       4300-LINEA-EN-D.
            MOVE 0 TO WK-DIAS-EN-D
            IF WS-CAN-D-DESDE(WK-I) > 0
               AND WS-CAN-D-DESDE(WK-I) < WS-CAN-FECHA-ACT(WK-I)
               MOVE WS-CAN-D-DESDE(WK-I)   TO WK-FECHA-AUX
               MOVE WS-CAN-FECHA-ACT(WK-I) TO WK-FECHA-AUX2
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FECHA-AUX, WK-FECHA-AUX2,
                                      WK-DIAS-CERO,
                                      WK-FECHA-RESULTADO,
                                      WK-DIAS-RESULTADO
               MOVE WK-DIAS-RESULTADO TO WK-DIAS-EN-D
            END-IF
            MOVE WK-DIAS-EN-D TO WK-DIAS-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL " WS-CAN-CODIGO(WK-I)
                   "  EN D DESDE " WS-CAN-D-DESDE(WK-I)
                   "  DIAS " WK-DIAS-ED
                   "  FACTORES " WS-CAN-FACTORES-ACT(WK-I)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       7000-UBICA-CANAL.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = RIH-COD-CANAL
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
               MOVE RIH-COD-CANAL TO WS-CAN-CODIGO(WK-POS)
               MOVE SPACE  TO WS-CAN-RATING-ANT(WK-POS)
               MOVE SPACE  TO WS-CAN-RATING-ACT(WK-POS)
               MOVE 0      TO WS-CAN-FECHA-ACT(WK-POS)
               MOVE 0      TO WS-CAN-PUNTOS-ACT(WK-POS)
               MOVE SPACES TO WS-CAN-FACTORES-ACT(WK-POS)
               MOVE SPACE  TO WS-CAN-ULTIMO(WK-POS)
               MOVE 0      TO WS-CAN-D-DESDE(WK-POS)
            END-IF.
      *
      * Escalon de una letra: A=1 ... D=4; blanco u otra = 0.
       7100-ESCALON.
            MOVE 0 TO WK-ESCALON
            PERFORM VARYING WK-C FROM 1 BY 1
                    UNTIL WK-C > 4 OR WK-ESCALON > 0
               IF WS-LETRAS(WK-C:1) = WK-LETRA
                  MOVE WK-C TO WK-ESCALON
               END-IF
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX292.
