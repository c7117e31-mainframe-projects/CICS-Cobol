      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Control batch de los limites agregados por nodo
      *  de la jerarquia (QG1LIMAGR.DAT, COPY QG1AGR01). Corre junto
      *  al control de limites QG1CX092 y al de velocidad QG1CX166:
      *    - carga la jerarquia QG1JERAR.DAT (COPY QG1JER01) y los
      *      limites de cada nodo,
      *    - recorre el feed aceptado del dia (QG1CX160.DIA, la union
      *      de los ciclos) y rueda cada transaccion arbol arriba,
      *      sumandola al propio canal y a TODA su cadena de padres
      *      (tope de 5 saltos, igual que el consolidado QG1CX179),
      *      convertida a la moneda de cada nodo con CALL QG1CX132,
      *    - arrastra el acumulado mensual por nodo en el estado
      *      persistente QG1CX244.MTD (rueda a cero al cambiar el
      *      mes, como QG1CX166.MTD); un reverso del mismo mes se
      *      descuenta del mensual y no cuenta como actividad del dia,
      *    - compara contra los maximos diario y mensual de cada nodo
      *      y escribe cada exceso, en cualquier nivel, en el MISMO
      *      archivo de violaciones QG1CX092.VIO (y en el historico
      *      QG1VIOHIS.DAT) con clase propia AGREGADO DIA MONTO /
      *      AGREGADO MES MONTO.
      *  El resumen por nodo sale en QG1CX244.RPT. La rutina en linea
      *  QG1CX243 lee QG1CX244.MTD para saber cuanto del mes ya se
      *  consumio antes de hoy.
      * Reproceso: cada linea que se agrega a QG1VIOHIS.DAT lleva en
      *  81:20 el sello de origen (COPY QG1VHS01: QG1CX244, fecha de
      *  negocio del feed del dia, ciclo y particion en cero), y
      *  antes de abrir el historico la rutina QG1CX309 retira las
      *  lineas que una corrida anterior del control dejo con el
      *  mismo sello; volver a correr el control para la misma
      *  fecha ya no duplica violaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX244.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           SELECT HOST-JERARQUIA ASSIGN TO "QG1JERAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JER-COD-CANAL
           FILE STATUS IS FS-JERARQUIA.

           SELECT HOST-AGREGADOS ASSIGN TO "QG1LIMAGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGR-COD-CANAL
           FILE STATUS IS FS-AGREGADOS.

           SELECT HOST-ESTADO-MES ASSIGN TO "QG1CX244.MTD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO-MES.

           SELECT HOST-VIOLACIONES ASSIGN TO "QG1CX092.VIO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOLACIONES.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-RPT ASSIGN TO "QG1CX244.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TRX.
           COPY QG1TRX01.

       FD  HOST-JERARQUIA.
           COPY QG1JER01.

       FD  HOST-AGREGADOS.
           COPY QG1AGR01.

       FD  HOST-ESTADO-MES.
       01  REG-ESTADO-MES.
           05 MTD-COD-CANAL    PIC X(03).
           05 MTD-MES          PIC 9(06).
           05 MTD-MONTO-MES    PIC 9(13)V9(02).

       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRX               PIC X(02).
       01 FS-JERARQUIA         PIC X(02).
       01 FS-AGREGADOS         PIC X(02).
       01 FS-ESTADO-MES        PIC X(02).
       01 FS-VIOLACIONES       PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-MES-PROCESO       PIC 9(06) VALUE 0.

       01 WS-TOT-NODOS         PIC 9(04) VALUE 0.
       01 WS-TABLA-NODOS.
          05 WS-NOD-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-NODOS.
             10 WS-NOD-CANAL   PIC X(03).
             10 WS-NOD-PADRE   PIC X(03).
             10 WS-NOD-NIVEL   PIC 9(01).
             10 WS-NOD-CON-LIMITE PIC X(01).
             10 WS-NOD-MONEDA  PIC X(03).
             10 WS-NOD-MAX-DIA PIC 9(11)V9(02).
             10 WS-NOD-MAX-MES PIC 9(13)V9(02).
             10 WS-NOD-DIA-MONTO PIC 9(13)V9(02).
             10 WS-NOD-MES-PREV PIC 9(13)V9(02).
             10 WS-NOD-REVERSO PIC 9(13)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-SALTOS            PIC 9(01).
       01 WK-CANAL-SUBE        PIC X(03).

       01 WK-MONEDA-TRX        PIC X(03).
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       01 WK-MONTO-MES         PIC 9(13)V9(02).
       01 WK-CLASE             PIC X(20).
       01 WK-MARCA             PIC X(08).
       01 WK-VALOR-ED          PIC ZZZZZZZZZZZZ9,99.
       01 WK-TOPE-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WK-DIA-ED            PIC ZZZZZZZZZZZZ9,99.
       01 WK-MES-ED            PIC ZZZZZZZZZZZZ9,99.

       01 WS-TOT-TRX           PIC 9(07) VALUE 0.
       01 WS-TOT-LIMITES       PIC 9(04) VALUE 0.
       01 WS-TOT-SIN-NODO      PIC 9(04) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(05) VALUE 0.
       01 WS-TOT-VIOLACIONES   PIC 9(05) VALUE 0.

       01 WK-ACCION-VHS        PIC X(01).
       01 WK-LARGO-VHS         PIC 9(02) VALUE 20.
       01 WK-FECHA-VHS         PIC 9(08).
       01 WK-DEPURADAS         PIC 9(07).
           COPY QG1VHS01.

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-JERARQUIA
            PERFORM 2500-CARGA-LIMITES
            PERFORM 3000-ACUMULA-FEED
            PERFORM 4000-CARGA-MES-PREVIO
            PERFORM 5000-APLICA-LIMITES
            PERFORM 6000-REGRABA-ESTADO-MES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONTROL DE LIMITES AGREGADOS POR JERARQUIA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
       2000-CARGA-JERARQUIA.
            OPEN INPUT HOST-JERARQUIA
            IF FS-JERARQUIA NOT = '00'
               DISPLAY "SIN JERARQUIA QG1JERAR.DAT, NADA QUE AGREGAR"
               PERFORM 9000-FINAL
            END-IF
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
                     MOVE JER-COD-CANAL TO WS-NOD-CANAL(WS-TOT-NODOS)
                     MOVE JER-COD-PADRE TO WS-NOD-PADRE(WS-TOT-NODOS)
                     MOVE JER-NIVEL     TO WS-NOD-NIVEL(WS-TOT-NODOS)
                     MOVE 'N' TO WS-NOD-CON-LIMITE(WS-TOT-NODOS)
                     MOVE SPACES TO WS-NOD-MONEDA(WS-TOT-NODOS)
                     MOVE 0 TO WS-NOD-MAX-DIA(WS-TOT-NODOS),
                               WS-NOD-MAX-MES(WS-TOT-NODOS),
                               WS-NOD-DIA-MONTO(WS-TOT-NODOS),
                               WS-NOD-MES-PREV(WS-TOT-NODOS),
                               WS-NOD-REVERSO(WS-TOT-NODOS)
               END-READ
            END-PERFORM
            CLOSE HOST-JERARQUIA
            DISPLAY "NODOS EN LA JERARQUIA : " WS-TOT-NODOS.
      *
       2500-CARGA-LIMITES.
            OPEN INPUT HOST-AGREGADOS
            IF FS-AGREGADOS NOT = '00'
               DISPLAY "SIN LIMITES AGREGADOS (QG1LIMAGR.DAT), NADA "
                       "QUE CONTROLAR"
               PERFORM 9000-FINAL
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-AGREGADOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE AGR-COD-CANAL TO WK-CANAL-SUBE
                     PERFORM 7000-UBICA-NODO
                     IF WK-POS = 0
                        ADD 1 TO WS-TOT-SIN-NODO
                        DISPLAY "AVISO: LIMITE AGREGADO DE "
                                AGR-COD-CANAL
                                " SIN NODO EN LA JERARQUIA, IGNORADO"
                     ELSE
                        ADD 1 TO WS-TOT-LIMITES
                        MOVE 'S' TO WS-NOD-CON-LIMITE(WK-POS)
                        MOVE AGR-MONEDA TO WS-NOD-MONEDA(WK-POS)
                        IF AGR-MONEDA = SPACES
                           MOVE 'PEN' TO WS-NOD-MONEDA(WK-POS)
                        END-IF
                        MOVE AGR-MAX-DIA-MONTO
                          TO WS-NOD-MAX-DIA(WK-POS)
                        MOVE AGR-MAX-MES-MONTO
                          TO WS-NOD-MAX-MES(WK-POS)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-AGREGADOS
            DISPLAY "NODOS CON LIMITE AGREGADO : " WS-TOT-LIMITES.
      *
       3000-ACUMULA-FEED.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.DIA - "
                       "FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-TRX
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-TRX
                     IF TRX-FECHA(1:6) > WK-MES-PROCESO
                        MOVE TRX-FECHA(1:6) TO WK-MES-PROCESO
                     END-IF
                     PERFORM 3100-SUBE-POR-EL-ARBOL
               END-READ
            END-PERFORM
            CLOSE HOST-TRX
            DISPLAY "TRANSACCIONES ACUMULADAS : " WS-TOT-TRX.
      *
      * Suma la transaccion a su propio nodo y a toda su cadena de
      * padres; maximo 5 saltos por si alguien capturo un ciclo.
       3100-SUBE-POR-EL-ARBOL.
            MOVE TRX-MONEDA TO WK-MONEDA-TRX
            IF WK-MONEDA-TRX = SPACES
               MOVE 'PEN' TO WK-MONEDA-TRX
            END-IF
            MOVE TRX-COD-CANAL TO WK-CANAL-SUBE
            MOVE 0 TO WK-SALTOS
            PERFORM UNTIL WK-CANAL-SUBE = SPACES
                       OR WK-SALTOS > 5
               PERFORM 7000-UBICA-NODO
               IF WK-POS = 0
                  MOVE SPACES TO WK-CANAL-SUBE
               ELSE
                  IF WS-NOD-CON-LIMITE(WK-POS) = 'S'
                     PERFORM 3200-ACUMULA-EN-NODO
                  END-IF
                  MOVE WS-NOD-PADRE(WK-POS) TO WK-CANAL-SUBE
                  ADD 1 TO WK-SALTOS
               END-IF
            END-PERFORM.
      *
       3200-ACUMULA-EN-NODO.
            IF WK-MONEDA-TRX = WS-NOD-MONEDA(WK-POS)
               MOVE TRX-MONTO TO WK-MONTO-CONV
            ELSE
               CALL "QG1CX132" USING WK-MONEDA-TRX,
                                      WS-NOD-MONEDA(WK-POS),
                                      TRX-FECHA, TRX-MONTO,
                                      WK-MONTO-CONV, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               IF WK-CONVERSION-OK NOT = 'S'
                  ADD 1 TO WS-TOT-SIN-CAMBIO
                  MOVE TRX-MONTO TO WK-MONTO-CONV
               END-IF
            END-IF
            IF TRX-REVERSO
               IF TRX-FECHA-ORIG(1:6) = TRX-FECHA(1:6)
                  ADD WK-MONTO-CONV TO WS-NOD-REVERSO(WK-POS)
               END-IF
            ELSE
               ADD WK-MONTO-CONV TO WS-NOD-DIA-MONTO(WK-POS)
            END-IF.
      *
      * El acumulado mensual previo se arrastra de QG1CX244.MTD; un
      * mes distinto al del feed rueda a cero.
       4000-CARGA-MES-PREVIO.
            OPEN INPUT HOST-ESTADO-MES
            IF FS-ESTADO-MES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ESTADO-MES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MTD-MES = WK-MES-PROCESO
                           MOVE MTD-COD-CANAL TO WK-CANAL-SUBE
                           PERFORM 7000-UBICA-NODO
                           IF WK-POS > 0
                              MOVE MTD-MONTO-MES
                                TO WS-NOD-MES-PREV(WK-POS)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ESTADO-MES
            END-IF.
      *
      * Una corrida anterior del control para la misma fecha de
      * negocio ya dejo sus lineas en el historico: se retiran antes
      * de agregar, asi el control se puede volver a correr.
       4900-DEPURA-HISTORICO.
            MOVE 'F' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS
            MOVE 'QG1CX244'       TO VHS-ORIGEN
            MOVE WK-FECHA-VHS     TO VHS-FECHA
            MOVE 0                TO VHS-CICLO, VHS-PARTICION
            MOVE 'D' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS.
      *
       5000-APLICA-LIMITES.
            OPEN EXTEND HOST-VIOLACIONES
            IF FS-VIOLACIONES = '35'
               OPEN OUTPUT HOST-VIOLACIONES
            END-IF
            PERFORM 4900-DEPURA-HISTORICO
            OPEN EXTEND HOST-VIOHIS
            IF FS-VIOHIS = '35'
               OPEN OUTPUT HOST-VIOHIS
            END-IF
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LIMITES AGREGADOS POR NODO - MES " WK-MES-PROCESO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "NODO N MON          DIA            MES MARCA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-NODOS
               IF WS-NOD-CON-LIMITE(WK-I) = 'S'
                  PERFORM 5100-CONTROLA-UN-NODO
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "EXCESOS AGREGADOS: " WS-TOT-VIOLACIONES
                   "  SIN TIPO DE CAMBIO: " WS-TOT-SIN-CAMBIO
                   "  LIMITES SIN NODO: " WS-TOT-SIN-NODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            CLOSE HOST-VIOLACIONES, HOST-VIOHIS, HOST-RPT
            DISPLAY "EXCESOS AGREGADOS : " WS-TOT-VIOLACIONES.
      *
       5100-CONTROLA-UN-NODO.
            PERFORM 5150-CALCULA-MES
            MOVE SPACES TO WK-MARCA

            IF WS-NOD-MAX-DIA(WK-I) > 0
               AND WS-NOD-DIA-MONTO(WK-I) > WS-NOD-MAX-DIA(WK-I)
               MOVE 'AGREGADO DIA MONTO  ' TO WK-CLASE
               MOVE WS-NOD-DIA-MONTO(WK-I) TO WK-VALOR-ED
               MOVE WS-NOD-MAX-DIA(WK-I)   TO WK-TOPE-ED
               PERFORM 5200-GRABA-VIOLACION
               MOVE 'DIA' TO WK-MARCA(1:3)
            END-IF
            IF WS-NOD-MAX-MES(WK-I) > 0
               AND WK-MONTO-MES > WS-NOD-MAX-MES(WK-I)
               MOVE 'AGREGADO MES MONTO  ' TO WK-CLASE
               MOVE WK-MONTO-MES           TO WK-VALOR-ED
               MOVE WS-NOD-MAX-MES(WK-I)   TO WK-TOPE-ED
               PERFORM 5200-GRABA-VIOLACION
               MOVE 'MES' TO WK-MARCA(5:3)
            END-IF

            MOVE WS-NOD-DIA-MONTO(WK-I) TO WK-DIA-ED
            MOVE WK-MONTO-MES           TO WK-MES-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-NOD-CANAL(WK-I) "  " WS-NOD-NIVEL(WK-I)
                   " " WS-NOD-MONEDA(WK-I)
                   " " WK-DIA-ED " " WK-MES-ED " " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * acumulado del mes: lo previo mas el dia, menos los reversos
      * de movimientos del mismo mes
       5150-CALCULA-MES.
            COMPUTE WK-MONTO-MES =
               WS-NOD-MES-PREV(WK-I) + WS-NOD-DIA-MONTO(WK-I)
            IF WK-MONTO-MES > WS-NOD-REVERSO(WK-I)
               SUBTRACT WS-NOD-REVERSO(WK-I) FROM WK-MONTO-MES
            ELSE
               MOVE 0 TO WK-MONTO-MES
            END-IF.
      *
       5200-GRABA-VIOLACION.
            ADD 1 TO WS-TOT-VIOLACIONES
            MOVE SPACES TO REG-VIOLACION
            STRING WS-NOD-CANAL(WK-I) DELIMITED SIZE
                   " "                DELIMITED SIZE
                   WK-MES-PROCESO     DELIMITED SIZE
                   " "                DELIMITED SIZE
                   WK-VALOR-ED        DELIMITED SIZE
                   " "                DELIMITED SIZE
                   WK-TOPE-ED         DELIMITED SIZE
                   " "                DELIMITED SIZE
                   WK-CLASE           DELIMITED SIZE
              INTO REG-VIOLACION
            WRITE REG-VIOLACION
            MOVE REG-VIOLACION TO REG-VIOHIS
            MOVE REG-SELLO-VIOHIS TO REG-VIOHIS(81:20)
            WRITE REG-VIOHIS.
      *
       6000-REGRABA-ESTADO-MES.
            OPEN OUTPUT HOST-ESTADO-MES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-NODOS
               IF WS-NOD-CON-LIMITE(WK-I) = 'S'
                  MOVE WS-NOD-CANAL(WK-I) TO MTD-COD-CANAL
                  MOVE WK-MES-PROCESO     TO MTD-MES
                  PERFORM 5150-CALCULA-MES
                  MOVE WK-MONTO-MES       TO MTD-MONTO-MES
                  WRITE REG-ESTADO-MES
               END-IF
            END-PERFORM
            CLOSE HOST-ESTADO-MES.
      *
       7000-UBICA-NODO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-NODOS OR WK-POS > 0
               IF WS-NOD-CANAL(WK-J) = WK-CANAL-SUBE
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX244.
