      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rentabilidad trimestral por canal. Cada trimestre
      *  la gerencia pregunta que canales dejan plata y la respuesta
      *  estaba repartida en varios archivos. Recibe el trimestre
      *  (AAAAT) y arma por canal:
      *    - ingresos por comision: movimientos 'CU' y 'PE' del libro
      *      auxiliar QG1LIBRO.DAT (COPY QG1LIB01) con fecha dentro
      *      del trimestre, 'D' suma y 'H' (nota de credito o
      *      reversa) resta; el IGV 'IG' no es ingreso del banco,
      *    - costo de interes: interes MTD de los tres periodos
      *      CERRADOS en QG1CIERRE.DAT (COPY QG1CIE01; un periodo sin
      *      cerrar sale con aviso),
      *    - incentivos por volumen: movimientos 'IC' del libro dentro
      *      del trimestre, 'H' suma y 'D' resta (lo que liquida
      *      QG1CX263 tambien es costo del canal),
      *    - costo operativo: volumen de los tres meses de la historia
      *      mensual QG1CX091.MES (COPY QG1MEN01) por el costo por
      *      transaccion de la tabla QG1COSTO.DAT (COPY QG1COS01)
      *      vigente al fin del trimestre para el tipo del canal (CALL
      *      QG1CX110; el tipo especifico gana sobre '*'). Un canal sin
      *      costo vigente sale marcado "SIN COSTO".
      *  Margen = ingresos - interes - incentivos - costo operativo.
      *  El detalle sale ordenado por margen de mayor a menor (misma
      *  seleccion del ranking de QG1CX142) y todo canal de margen
      *  negativo sale marcado "PERDIDA" para revision. Despues vienen
      *  los consolidados por tipo de canal, por entidad (CALL
      *  QG1CX194) y por padre de la jerarquia QG1JERAR.DAT (COPY
      *  QG1JER01): cada canal suma a TODOS sus ancestros, tope de 5
      *  saltos como en QG1CX179. Salida QG1CX265.RPT; el resumen
      *  queda en el run-log via CALL QG1CX120, con severidad 'A' si
      *  hay canales con perdida.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX265.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COSTOS ASSIGN TO "QG1COSTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COSTOS.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-CIERRE ASSIGN TO "QG1CIERRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-JERARQUIA ASSIGN TO "QG1JERAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JER-COD-CANAL
           FILE STATUS IS FS-JERARQUIA.

           SELECT HOST-RPT ASSIGN TO "QG1CX265.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COSTOS.
           COPY QG1COS01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-CIERRE.
           COPY QG1CIE01.

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-JERARQUIA.
           COPY QG1JER01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-COSTOS            PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 FS-CIERRE            PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-JERARQUIA         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO.
           05 WK-ANIO          PIC 9(04).
           05 WK-TRIMESTRE     PIC 9(01).
       01 WK-MMDD-FIN          PIC 9(04).
       01 WK-INI-TRIM          PIC 9(08).
       01 WK-FIN-TRIM          PIC 9(08).
       01 WK-MES-1             PIC 9(06).
       01 WK-MES-3             PIC 9(06).
       01 WK-CIERRES-VISTOS    PIC X(03) VALUE 'NNN'.
       01 WK-MES-IDX           PIC 9(01).

      * costo por transaccion vigente al fin del trimestre, por tipo
       01 WS-TOT-COSTOS        PIC 9(02) VALUE 0.
       01 WS-TABLA-COSTOS.
          05 WS-COS-TBL        OCCURS 1 TO 50 TIMES
                                DEPENDING ON WS-TOT-COSTOS.
             10 WS-COS-TIPO    PIC X(01).
             10 WS-COS-DESDE   PIC 9(08).
             10 WS-COS-TRX     PIC 9(03)V9(04).

      * canales con actividad en el trimestre
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-TIPO    PIC X(01).
             10 WS-CAN-ENTIDAD PIC X(02).
             10 WS-CAN-SIN-COSTO
                               PIC X(01).
             10 WS-CAN-VOLUMEN PIC 9(09).
             10 WS-CAN-INGRESO PIC S9(13)V9(02).
             10 WS-CAN-INTERES PIC 9(13)V9(02).
             10 WS-CAN-INCENTIVO
                               PIC S9(13)V9(02).
             10 WS-CAN-COSTO   PIC 9(13)V9(02).
             10 WS-CAN-MARGEN  PIC S9(13)V9(02).
       01 WK-SWAP-CANAL        PIC X(91).

      * nodos de la jerarquia
       01 WS-TOT-NODOS         PIC 9(04) VALUE 0.
       01 WS-TABLA-NODOS.
          05 WS-NOD-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-NODOS.
             10 WS-NOD-CANAL   PIC X(03).
             10 WS-NOD-PADRE   PIC X(03).

      * consolidados: clase 'T' tipo, 'E' entidad, 'J' padre
       01 WS-TOT-GRUPOS        PIC 9(04) VALUE 0.
       01 WS-TABLA-GRUPOS.
          05 WS-GRP-TBL        OCCURS 1 TO 600 TIMES
                                DEPENDING ON WS-TOT-GRUPOS.
             10 WS-GRP-CLASE   PIC X(01).
             10 WS-GRP-CLAVE   PIC X(03).
             10 WS-GRP-CANALES PIC 9(04).
             10 WS-GRP-INGRESO PIC S9(13)V9(02).
             10 WS-GRP-INTERES PIC 9(13)V9(02).
             10 WS-GRP-INCENTIVO
                               PIC S9(13)V9(02).
             10 WS-GRP-COSTO   PIC 9(13)V9(02).
             10 WS-GRP-MARGEN  PIC S9(13)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-MAYOR             PIC 9(04).
       01 WK-SALTOS            PIC 9(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-CANAL-SUBE        PIC X(03).
       01 WK-GRP-CLASE         PIC X(01).
       01 WK-GRP-CLAVE         PIC X(03).

       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).
       01 WK-ENT-CANAL         PIC X(02).
       01 WK-ENT-NOMBRE        PIC X(20).
       01 WK-ENT-ENCONTRADA    PIC X(01).
       01 WK-COSTO-TRX         PIC 9(03)V9(04).
       01 WK-COSTO-DESDE       PIC 9(08).

       01 WS-TOT-PERDIDA       PIC 9(04) VALUE 0.
       01 WS-TOT-SIN-COSTO     PIC 9(04) VALUE 0.
       01 WS-SUMA-INGRESO      PIC S9(13)V9(02) VALUE 0.
       01 WS-SUMA-INTERES      PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-INCENTIVO    PIC S9(13)V9(02) VALUE 0.
       01 WS-SUMA-COSTO        PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-MARGEN       PIC S9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX265'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-RANGO-ED          PIC ZZZ9.
       01 WK-CANALES-ED        PIC ZZZ9.
       01 WK-VOLUMEN-ED        PIC ZZZZZZZZ9.
       01 WK-INGRESO-ED        PIC -ZZZZZZZZZZZ9,99.
       01 WK-INTERES-ED        PIC -ZZZZZZZZZZZ9,99.
       01 WK-INCENTIVO-ED      PIC -ZZZZZZZZZZZ9,99.
       01 WK-COSTO-ED          PIC -ZZZZZZZZZZZ9,99.
       01 WK-MARGEN-ED         PIC -ZZZZZZZZZZZ9,99.
       01 WK-MARCA             PIC X(18).
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-COSTOS
            PERFORM 3000-SUMA-LIBRO
            PERFORM 3300-SUMA-INTERES
            PERFORM 3600-SUMA-VOLUMEN
            PERFORM 4000-CALCULA-MARGENES
            PERFORM 4500-ORDENA-POR-MARGEN
            PERFORM 5000-CARGA-JERARQUIA
            PERFORM 6000-CONSOLIDA
            PERFORM 7000-EMITE-REPORTE
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "RENTABILIDAD TRIMESTRAL POR CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "TRIMESTRE (AAAAT, T = TRIMESTRE 1-4) : "
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
            COMPUTE WK-INI-TRIM = WK-MES-1 * 100 + 1
            DISPLAY "DEL " WK-INI-TRIM " AL " WK-FIN-TRIM.
      *
       2000-CARGA-COSTOS.
            OPEN INPUT HOST-COSTOS
            IF FS-COSTOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-COSTOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF COS-FECHA-DESDE NOT > WK-FIN-TRIM
                           PERFORM 2100-ANOTA-COSTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-COSTOS
            END-IF
            IF WS-TOT-COSTOS = 0
               DISPLAY "AVISO: SIN COSTO OPERATIVO VIGENTE AL "
                       WK-FIN-TRIM ", COSTO OPERATIVO EN CERO"
            END-IF.
      *
      * por tipo gana la vigencia mas reciente
       2100-ANOTA-COSTO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-COSTOS OR WK-POS > 0
               IF WS-COS-TIPO(WK-J) = COS-TIP-CODIGO
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-COSTOS = 50
                  DISPLAY "ABEND: TABLA DE COSTOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-COSTOS
               MOVE WS-TOT-COSTOS  TO WK-POS
               MOVE COS-TIP-CODIGO TO WS-COS-TIPO(WK-POS)
               MOVE 0              TO WS-COS-DESDE(WK-POS)
            END-IF
            IF COS-FECHA-DESDE NOT < WS-COS-DESDE(WK-POS)
               MOVE COS-FECHA-DESDE TO WS-COS-DESDE(WK-POS)
               MOVE COS-COSTO-TRX   TO WS-COS-TRX(WK-POS)
            END-IF.
      *
      * comisiones, penalidades e incentivos del trimestre
       3000-SUMA-LIBRO.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-FECHA NOT < WK-INI-TRIM
                           AND LIB-FECHA NOT > WK-FIN-TRIM
                           PERFORM 3100-ANOTA-MOVIMIENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            ELSE
               DISPLAY "SIN LIBRO AUXILIAR, INGRESOS EN CERO"
            END-IF.
      *
       3100-ANOTA-MOVIMIENTO.
            EVALUATE LIB-TIPO-MOV
               WHEN 'CU'
               WHEN 'PE'
                  MOVE LIB-COD-CANAL TO WK-CODIGO
                  PERFORM 3900-UBICA-CANAL
                  IF LIB-DEBE-HABER = 'D'
                     ADD LIB-MONTO TO WS-CAN-INGRESO(WK-POS)
                  ELSE
                     SUBTRACT LIB-MONTO FROM WS-CAN-INGRESO(WK-POS)
                  END-IF
               WHEN 'IC'
                  MOVE LIB-COD-CANAL TO WK-CODIGO
                  PERFORM 3900-UBICA-CANAL
                  IF LIB-DEBE-HABER = 'H'
                     ADD LIB-MONTO TO WS-CAN-INCENTIVO(WK-POS)
                  ELSE
                     SUBTRACT LIB-MONTO FROM WS-CAN-INCENTIVO(WK-POS)
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
      *
       3300-SUMA-INTERES.
            OPEN INPUT HOST-CIERRE
            IF FS-CIERRE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CIERRE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CIE-PERIODO NOT < WK-MES-1
                           AND CIE-PERIODO NOT > WK-MES-3
                           COMPUTE WK-MES-IDX = CIE-PERIODO - WK-MES-1
                                              + 1
                           MOVE 'S' TO WK-CIERRES-VISTOS(WK-MES-IDX:1)
                           MOVE CIE-CODIGO TO WK-CODIGO
                           PERFORM 3900-UBICA-CANAL
                           ADD CIE-MTD TO WS-CAN-INTERES(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CIERRE
            END-IF
            IF WK-CIERRES-VISTOS NOT = 'SSS'
               DISPLAY "AVISO: TRIMESTRE CON PERIODOS SIN CERRAR, "
                       "INTERES INCOMPLETO (" WK-CIERRES-VISTOS ")"
            END-IF.
      *
       3600-SUMA-VOLUMEN.
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-PERIODO NOT < WK-MES-1
                           AND MEN-PERIODO NOT > WK-MES-3
                           MOVE MEN-COD-CANAL TO WK-CODIGO
                           PERFORM 3900-UBICA-CANAL
                           ADD MEN-VOLUMEN TO WS-CAN-VOLUMEN(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            ELSE
               DISPLAY "SIN HISTORIA MENSUAL, VOLUMENES EN CERO"
            END-IF.
      *
       3900-UBICA-CANAL.
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
               MOVE 0 TO WS-CAN-VOLUMEN(WK-POS),
                         WS-CAN-INGRESO(WK-POS),
                         WS-CAN-INTERES(WK-POS),
                         WS-CAN-INCENTIVO(WK-POS),
                         WS-CAN-COSTO(WK-POS), WS-CAN-MARGEN(WK-POS)
               MOVE 'N' TO WS-CAN-SIN-COSTO(WK-POS)
               CALL "QG1CX110" USING WK-CODIGO, WK-TIPO-CODIGO,
                                      WK-TIPO-DESC, WK-TIPO-ENCONTRADO
               IF WK-TIPO-ENCONTRADO = 'S'
                  MOVE WK-TIPO-CODIGO TO WS-CAN-TIPO(WK-POS)
               ELSE
                  MOVE '?' TO WS-CAN-TIPO(WK-POS)
               END-IF
               CALL "QG1CX194" USING WK-CODIGO, WK-ENT-CANAL,
                                      WK-ENT-NOMBRE, WK-ENT-ENCONTRADA
               IF WK-ENT-ENCONTRADA = 'S'
                  MOVE WK-ENT-CANAL TO WS-CAN-ENTIDAD(WK-POS)
               ELSE
                  MOVE '??' TO WS-CAN-ENTIDAD(WK-POS)
               END-IF
            END-IF.
      *
       4000-CALCULA-MARGENES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               PERFORM 4100-BUSCA-COSTO
               COMPUTE WS-CAN-COSTO(WK-I) ROUNDED =
                       WS-CAN-VOLUMEN(WK-I) * WK-COSTO-TRX
               COMPUTE WS-CAN-MARGEN(WK-I) =
                       WS-CAN-INGRESO(WK-I) - WS-CAN-INTERES(WK-I)
                     - WS-CAN-INCENTIVO(WK-I) - WS-CAN-COSTO(WK-I)
               IF WS-CAN-MARGEN(WK-I) < 0
                  ADD 1 TO WS-TOT-PERDIDA
               END-IF
               ADD WS-CAN-INGRESO(WK-I)   TO WS-SUMA-INGRESO
               ADD WS-CAN-INTERES(WK-I)   TO WS-SUMA-INTERES
               ADD WS-CAN-INCENTIVO(WK-I) TO WS-SUMA-INCENTIVO
               ADD WS-CAN-COSTO(WK-I)     TO WS-SUMA-COSTO
               ADD WS-CAN-MARGEN(WK-I)    TO WS-SUMA-MARGEN
            END-PERFORM.
      *
      * El costo del tipo especifico manda; la generica '*' solo rige
      * para los tipos que no tienen costo propio.
       4100-BUSCA-COSTO.
            MOVE 0 TO WK-COSTO-TRX, WK-COSTO-DESDE
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-COSTOS
               IF WS-COS-TIPO(WK-J) = WS-CAN-TIPO(WK-I)
                  MOVE WS-COS-TRX(WK-J)   TO WK-COSTO-TRX
                  MOVE WS-COS-DESDE(WK-J) TO WK-COSTO-DESDE
               END-IF
            END-PERFORM
            IF WK-COSTO-DESDE = 0
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-COSTOS
                  IF WS-COS-TIPO(WK-J) = '*'
                     MOVE WS-COS-TRX(WK-J)   TO WK-COSTO-TRX
                     MOVE WS-COS-DESDE(WK-J) TO WK-COSTO-DESDE
                  END-IF
               END-PERFORM
            END-IF
            IF WK-COSTO-DESDE = 0
               MOVE 'S' TO WS-CAN-SIN-COSTO(WK-I)
               ADD 1 TO WS-TOT-SIN-COSTO
            END-IF.
      *
       4500-ORDENA-POR-MARGEN.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I >= WS-TOT-CANALES
               MOVE WK-I TO WK-MAYOR
               PERFORM VARYING WK-J FROM WK-I BY 1
                       UNTIL WK-J > WS-TOT-CANALES
                  IF WS-CAN-MARGEN(WK-J) > WS-CAN-MARGEN(WK-MAYOR)
                     MOVE WK-J TO WK-MAYOR
                  END-IF
               END-PERFORM
               IF WK-MAYOR NOT = WK-I
                  MOVE WS-CAN-TBL(WK-I)     TO WK-SWAP-CANAL
                  MOVE WS-CAN-TBL(WK-MAYOR) TO WS-CAN-TBL(WK-I)
                  MOVE WK-SWAP-CANAL        TO WS-CAN-TBL(WK-MAYOR)
               END-IF
            END-PERFORM.
      *
      * sin jerarquia el reporte sale igual, sin el consolidado por
      * padre
       5000-CARGA-JERARQUIA.
            OPEN INPUT HOST-JERARQUIA
            IF FS-JERARQUIA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-JERARQUIA NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-NODOS = 500
                           DISPLAY "ABEND: TABLA DE NODOS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-NODOS
                        MOVE JER-COD-CANAL
                          TO WS-NOD-CANAL(WS-TOT-NODOS)
                        MOVE JER-COD-PADRE
                          TO WS-NOD-PADRE(WS-TOT-NODOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-JERARQUIA
            ELSE
               DISPLAY "AVISO: SIN JERARQUIA QG1JERAR.DAT, NO SALE EL "
                       "CONSOLIDADO POR PADRE"
            END-IF.
      *
       6000-CONSOLIDA.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               MOVE 'T' TO WK-GRP-CLASE
               MOVE WS-CAN-TIPO(WK-I) TO WK-GRP-CLAVE
               PERFORM 6100-SUMA-A-GRUPO
               MOVE 'E' TO WK-GRP-CLASE
               MOVE WS-CAN-ENTIDAD(WK-I) TO WK-GRP-CLAVE
               PERFORM 6100-SUMA-A-GRUPO
               PERFORM 6200-SUBE-POR-EL-ARBOL
            END-PERFORM.
      *
       6100-SUMA-A-GRUPO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-GRUPOS OR WK-POS > 0
               IF WS-GRP-CLASE(WK-J) = WK-GRP-CLASE
                  AND WS-GRP-CLAVE(WK-J) = WK-GRP-CLAVE
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-GRUPOS = 600
                  DISPLAY "ABEND: TABLA DE CONSOLIDADOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-GRUPOS
               MOVE WS-TOT-GRUPOS TO WK-POS
               MOVE WK-GRP-CLASE  TO WS-GRP-CLASE(WK-POS)
               MOVE WK-GRP-CLAVE  TO WS-GRP-CLAVE(WK-POS)
               MOVE 0 TO WS-GRP-CANALES(WK-POS),
                         WS-GRP-INGRESO(WK-POS),
                         WS-GRP-INTERES(WK-POS),
                         WS-GRP-INCENTIVO(WK-POS),
                         WS-GRP-COSTO(WK-POS), WS-GRP-MARGEN(WK-POS)
            END-IF
            ADD 1                      TO WS-GRP-CANALES(WK-POS)
            ADD WS-CAN-INGRESO(WK-I)   TO WS-GRP-INGRESO(WK-POS)
            ADD WS-CAN-INTERES(WK-I)   TO WS-GRP-INTERES(WK-POS)
            ADD WS-CAN-INCENTIVO(WK-I) TO WS-GRP-INCENTIVO(WK-POS)
            ADD WS-CAN-COSTO(WK-I)     TO WS-GRP-COSTO(WK-POS)
            ADD WS-CAN-MARGEN(WK-I)    TO WS-GRP-MARGEN(WK-POS).
      *
      * Suma el canal a toda su cadena de padres (no a si mismo);
      * maximo 5 saltos por si alguien capturo un ciclo.
       6200-SUBE-POR-EL-ARBOL.
            MOVE 'J' TO WK-GRP-CLASE
            MOVE WS-CAN-CODIGO(WK-I) TO WK-CANAL-SUBE
            MOVE 0 TO WK-SALTOS
            PERFORM UNTIL WK-CANAL-SUBE = SPACES
                       OR WK-SALTOS > 5
               MOVE 0 TO WK-POS
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-NODOS OR WK-POS > 0
                  IF WS-NOD-CANAL(WK-J) = WK-CANAL-SUBE
                     MOVE WK-J TO WK-POS
                  END-IF
               END-PERFORM
               IF WK-POS = 0
                  MOVE SPACES TO WK-CANAL-SUBE
               ELSE
                  MOVE WS-NOD-PADRE(WK-POS) TO WK-CANAL-SUBE
                  ADD 1 TO WK-SALTOS
                  IF WK-CANAL-SUBE NOT = SPACES
                     MOVE WK-CANAL-SUBE TO WK-GRP-CLAVE
                     PERFORM 6100-SUMA-A-GRUPO
                  END-IF
               END-IF
            END-PERFORM.
      *
       7000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RENTABILIDAD POR CANAL - TRIMESTRE " WK-PERIODO
                   " (DEL " WK-INI-TRIM " AL " WK-FIN-TRIM ")"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WK-CIERRES-VISTOS NOT = 'SSS'
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "AVISO: PERIODOS SIN CERRAR EN EL TRIMESTRE, "
                      "INTERES INCOMPLETO (" WK-CIERRES-VISTOS ")"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RANK CAN T EN   VOLUMEN         "
                   "INGRESOS          INTERES       INCENTIVOS"
                   "    COSTO OPERAT.           MARGEN  MARCA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               PERFORM 7100-EMITE-UN-CANAL
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-INGRESO   TO WK-INGRESO-ED
            MOVE WS-SUMA-INTERES   TO WK-INTERES-ED
            MOVE WS-SUMA-INCENTIVO TO WK-INCENTIVO-ED
            MOVE WS-SUMA-COSTO     TO WK-COSTO-ED
            MOVE WS-SUMA-MARGEN    TO WK-MARGEN-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL                        "
                   WK-INGRESO-ED " " WK-INTERES-ED " "
                   WK-INCENTIVO-ED " " WK-COSTO-ED " " WK-MARGEN-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'T' TO WK-GRP-CLASE
            MOVE "CONSOLIDADO POR TIPO DE CANAL" TO WK-MENSAJE
            PERFORM 7200-EMITE-CONSOLIDADO
            MOVE 'E' TO WK-GRP-CLASE
            MOVE "CONSOLIDADO POR ENTIDAD" TO WK-MENSAJE
            PERFORM 7200-EMITE-CONSOLIDADO
            IF WS-TOT-NODOS > 0
               MOVE 'J' TO WK-GRP-CLASE
               MOVE "CONSOLIDADO POR PADRE DE LA JERARQUIA"
                 TO WK-MENSAJE
               PERFORM 7200-EMITE-CONSOLIDADO
            END-IF
            CLOSE HOST-RPT.
      *
       7100-EMITE-UN-CANAL.
            MOVE SPACES TO WK-MARCA
            EVALUATE TRUE
               WHEN WS-CAN-MARGEN(WK-I) < 0
                    AND WS-CAN-SIN-COSTO(WK-I) = 'S'
                  MOVE "PERDIDA SIN COSTO" TO WK-MARCA
               WHEN WS-CAN-MARGEN(WK-I) < 0
                  MOVE "PERDIDA" TO WK-MARCA
               WHEN WS-CAN-SIN-COSTO(WK-I) = 'S'
                  MOVE "SIN COSTO" TO WK-MARCA
            END-EVALUATE
            MOVE WK-I                   TO WK-RANGO-ED
            MOVE WS-CAN-VOLUMEN(WK-I)   TO WK-VOLUMEN-ED
            MOVE WS-CAN-INGRESO(WK-I)   TO WK-INGRESO-ED
            MOVE WS-CAN-INTERES(WK-I)   TO WK-INTERES-ED
            MOVE WS-CAN-INCENTIVO(WK-I) TO WK-INCENTIVO-ED
            MOVE WS-CAN-COSTO(WK-I)     TO WK-COSTO-ED
            MOVE WS-CAN-MARGEN(WK-I)    TO WK-MARGEN-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WK-RANGO-ED " " WS-CAN-CODIGO(WK-I)
                   " " WS-CAN-TIPO(WK-I) " " WS-CAN-ENTIDAD(WK-I)
                   " " WK-VOLUMEN-ED
                   " " WK-INGRESO-ED " " WK-INTERES-ED
                   " " WK-INCENTIVO-ED " " WK-COSTO-ED
                   " " WK-MARGEN-ED "  " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       7200-EMITE-CONSOLIDADO.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WK-MENSAJE DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CLAVE CANALES         INGRESOS          INTERES"
                   "       INCENTIVOS    COSTO OPERAT.           "
                   "MARGEN  MARCA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-GRUPOS
               IF WS-GRP-CLASE(WK-J) = WK-GRP-CLASE
                  PERFORM 7300-EMITE-UN-GRUPO
               END-IF
            END-PERFORM.
      *
       7300-EMITE-UN-GRUPO.
            MOVE SPACES TO WK-MARCA
            IF WS-GRP-MARGEN(WK-J) < 0
               MOVE "PERDIDA" TO WK-MARCA
            END-IF
            MOVE WS-GRP-CANALES(WK-J)   TO WK-CANALES-ED
            MOVE WS-GRP-INGRESO(WK-J)   TO WK-INGRESO-ED
            MOVE WS-GRP-INTERES(WK-J)   TO WK-INTERES-ED
            MOVE WS-GRP-INCENTIVO(WK-J) TO WK-INCENTIVO-ED
            MOVE WS-GRP-COSTO(WK-J)     TO WK-COSTO-ED
            MOVE WS-GRP-MARGEN(WK-J)    TO WK-MARGEN-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-GRP-CLAVE(WK-J) "      " WK-CANALES-ED
                   " " WK-INGRESO-ED " " WK-INTERES-ED
                   " " WK-INCENTIVO-ED " " WK-COSTO-ED
                   " " WK-MARGEN-ED "  " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            DISPLAY "CANALES ANALIZADOS   : " WS-TOT-CANALES
            DISPLAY "CANALES CON PERDIDA  : " WS-TOT-PERDIDA
            DISPLAY "CANALES SIN COSTO    : " WS-TOT-SIN-COSTO
            DISPLAY "MARGEN TOTAL         : " WS-SUMA-MARGEN
            DISPLAY "REPORTE EMITIDO EN QG1CX265.RPT"

            IF WS-TOT-PERDIDA > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "RENTABILIDAD " WK-PERIODO
                   " CANALES " WS-TOT-CANALES
                   " CON PERDIDA " WS-TOT-PERDIDA
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX265.
