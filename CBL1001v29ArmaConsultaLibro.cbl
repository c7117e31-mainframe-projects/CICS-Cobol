      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina que arma la consulta del libro auxiliar de
      *  UN canal para la transaccion QG1C0023 (patron de subrutina
      *  con I/O propio llamada desde CICS, como QG1CX211 para la
      *  cola QG1C0016). Para saber cuanto le debemos hoy a un canal
      *  habia que esperar el estado mensual QG1CX115 o vaciar
      *  QG1LIBRO.DAT. En una sola pasada del libro (COPY QG1LIB01)
      *  regresa:
      *    - el saldo vigente del canal por moneda (el LIB-SALDO del
      *      ultimo movimiento de cada moneda, blancos = PEN),
      *    - cuantos movimientos tiene el canal y hasta 10 de ellos,
      *      del mas reciente al mas antiguo, con su numero de orden
      *      dentro del canal (1 = el primero anotado): los 10
      *      anteriores al numero recibido en LS-HASTA-SECUENCIA, o
      *      los 10 ultimos si viene en cero; asi el que llama pagina
      *      hacia atras por la historia,
      *    - las partidas pendientes que van a tocar al canal:
      *      FAC = cargo abierto (comision, IGV, penalidad o ajuste en
      *            contra aun no cancelado), armado primero en entrar
      *            primero en salir con la misma regla de la
      *            antiguedad de cobranza QG1CX227,
      *      INT = interes devengado y no pagado: cada periodo
      *            cerrado de QG1CIERRE.DAT (COPY QG1CIE01) sin su
      *            pago 'PG' "PAG AAAAMM" en el libro, y el MTD del
      *            mes aun abierto en QG1CX114.ACU (bruto, antes de
      *            retencion),
      *      PAG = pago programado: reintento pendiente de
      *            QG1REPAGO.DAT (COPY QG1REP01) e incentivo 'IC'
      *            aun sin su pago "PIN AAAAT", que paga la siguiente
      *            corrida de QG1CX155.
      *  Hasta 50 partidas; si hay mas la lista se corta y
      *  LS-TRUNCADO regresa 'S'.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX276.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-CIERRE ASSIGN TO "QG1CIERRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE.

           SELECT HOST-ACUMULADO ASSIGN TO "QG1CX114.ACU"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUMULADO.

           SELECT HOST-REPAGOS ASSIGN TO "QG1REPAGO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPAGOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-CIERRE.
           COPY QG1CIE01.

       FD  HOST-ACUMULADO.
       01  REG-ACUMULADO.
           05 ACU-CODIGO       PIC X(03).
           05 ACU-ULT-MES      PIC 9(06).
           05 ACU-MTD          PIC 9(11)V9(02).
           05 ACU-YTD          PIC 9(11)V9(02).

       FD  HOST-REPAGOS.
           COPY QG1REP01.

       WORKING-STORAGE SECTION.
       01 FS-LIBRO             PIC X(02).
       01 FS-CIERRE            PIC X(02).
       01 FS-ACUMULADO         PIC X(02).
       01 FS-REPAGOS           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-MONEDA-LIB        PIC X(03).
       01 WK-I                 PIC 9(05).
       01 WK-J                 PIC 9(05).
       01 WK-K                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-RESTO             PIC 9(11)V9(02).
       01 WK-A-FAVOR           PIC 9(11)V9(02).
       01 WK-COCIENTE          PIC 9(07).
       01 WK-PERIODO           PIC 9(06).
       01 WK-TRIMESTRE         PIC X(05).
       01 WK-CERRADO           PIC X(01).
       01 WK-PAGADO            PIC X(01).

      * Ultimos 10 movimientos del canal anteriores a la secuencia
      * pedida, en anillo (posicion = secuencia modulo 10 + 1)
       01 WS-TABLA-ANILLO.
          05 WS-ANI-TBL        OCCURS 10 TIMES.
             10 WS-ANI-OCUPADO PIC X(01).
             10 WS-ANI-SECUENCIA PIC 9(07).
             10 WS-ANI-MOVIMIENTO PIC X(63).

      * Cargos abiertos del canal (aun no cancelados por abonos)
       01 WS-TOT-PARTIDAS      PIC 9(05) VALUE 0.
       01 WS-TABLA-PARTIDAS.
          05 WS-PAR-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-PARTIDAS.
             10 WS-PAR-FECHA   PIC 9(08).
             10 WS-PAR-TIPO    PIC X(02).
             10 WS-PAR-REFERENCIA PIC X(12).
             10 WS-PAR-PENDIENTE PIC 9(11)V9(02).

      * Periodos de interes del canal ya pagados ('PG' "PAG AAAAMM")
       01 WS-TOT-PAGADOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-PAGADOS.
          05 WS-PGD-PERIODO    PIC 9(06) OCCURS 1 TO 1200 TIMES
                                DEPENDING ON WS-TOT-PAGADOS.

      * Periodos cerrados del canal en QG1CIERRE.DAT
       01 WS-TOT-CERRADOS      PIC 9(05) VALUE 0.
       01 WS-TABLA-CERRADOS.
          05 WS-CIE-PERIODO    PIC 9(06) OCCURS 1 TO 1200 TIMES
                                DEPENDING ON WS-TOT-CERRADOS.

      * Incentivos del canal por trimestre, con lo ya pagado
       01 WS-TOT-INCENTIVOS    PIC 9(05) VALUE 0.
       01 WS-TABLA-INCENTIVOS.
          05 WS-INC-TBL        OCCURS 1 TO 400 TIMES
                                DEPENDING ON WS-TOT-INCENTIVOS.
             10 WS-INC-TRIMESTRE PIC X(05).
             10 WS-INC-FECHA   PIC 9(08).
             10 WS-INC-MONTO   PIC 9(11)V9(02).
             10 WS-INC-NETO    PIC S9(03).
             10 WS-INC-PAGADO  PIC S9(03).

       LINKAGE SECTION.
       01 LS-COD-CANAL         PIC X(03).
       01 LS-HASTA-SECUENCIA   PIC 9(07).
       01 LS-TOT-MOVIMIENTOS   PIC 9(07).
       01 LS-CANT-MOVS         PIC 9(02).
       01 LS-MOVIMIENTOS.
           05 LS-MOV OCCURS 10 TIMES.
              10 LS-MOV-SECUENCIA  PIC 9(07).
              10 LS-MOV-FECHA      PIC 9(08).
              10 LS-MOV-TIPO       PIC X(02).
              10 LS-MOV-SENTIDO    PIC X(01).
              10 LS-MOV-MONTO      PIC 9(11)V9(02).
              10 LS-MOV-REFERENCIA PIC X(12).
              10 LS-MOV-OPERADOR   PIC X(08).
              10 LS-MOV-SALDO      PIC S9(11)V9(02).
              10 LS-MOV-MONEDA     PIC X(03).
       01 LS-TOT-MONEDAS       PIC 9(01).
       01 LS-SALDOS.
           05 LS-SAL OCCURS 3 TIMES.
              10 LS-SAL-MONEDA     PIC X(03).
              10 LS-SAL-SALDO      PIC S9(11)V9(02).
              10 LS-SAL-FECHA      PIC 9(08).
       01 LS-TOT-PENDIENTES    PIC 9(03).
       01 LS-TRUNCADO          PIC X(01).
       01 LS-PENDIENTES.
           05 LS-PEN OCCURS 50 TIMES.
              10 LS-PEN-CLASE      PIC X(03).
              10 LS-PEN-FECHA      PIC 9(08).
              10 LS-PEN-REFERENCIA PIC X(12).
              10 LS-PEN-MONTO      PIC 9(11)V9(02).
              10 LS-PEN-DETALLE    PIC X(24).

       PROCEDURE DIVISION USING LS-COD-CANAL,
                                LS-HASTA-SECUENCIA,
                                LS-TOT-MOVIMIENTOS,
                                LS-CANT-MOVS,
                                LS-MOVIMIENTOS,
                                LS-TOT-MONEDAS,
                                LS-SALDOS,
                                LS-TOT-PENDIENTES,
                                LS-TRUNCADO,
                                LS-PENDIENTES.
      *************************
       0000-MAIN.
            MOVE 0 TO LS-TOT-MOVIMIENTOS, LS-CANT-MOVS,
                      LS-TOT-MONEDAS, LS-TOT-PENDIENTES
            MOVE 'N' TO LS-TRUNCADO
            MOVE SPACES TO LS-MOVIMIENTOS, LS-SALDOS, LS-PENDIENTES
            MOVE SPACES TO WS-TABLA-ANILLO
            MOVE 0 TO WS-TOT-PARTIDAS, WS-TOT-PAGADOS,
                      WS-TOT-CERRADOS, WS-TOT-INCENTIVOS, WK-A-FAVOR
            PERFORM 1000-RECORRE-LIBRO
            PERFORM 2000-ENTREGA-MOVIMIENTOS
            PERFORM 3000-CARGOS-ABIERTOS
            PERFORM 4000-INTERES-POR-PAGAR
            PERFORM 5000-PAGOS-PROGRAMADOS
            PERFORM 9000-FINAL.
      *
       1000-RECORRE-LIBRO.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-COD-CANAL = LS-COD-CANAL
                           PERFORM 1100-ATIENDE-MOVIMIENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF.
      *
       1100-ATIENDE-MOVIMIENTO.
            ADD 1 TO LS-TOT-MOVIMIENTOS
            MOVE LIB-MONEDA TO WK-MONEDA-LIB
            IF WK-MONEDA-LIB = SPACES
               MOVE "PEN" TO WK-MONEDA-LIB
            END-IF
            PERFORM 1200-ANOTA-SALDO
            IF LS-HASTA-SECUENCIA = 0
               OR LS-TOT-MOVIMIENTOS < LS-HASTA-SECUENCIA
               DIVIDE LS-TOT-MOVIMIENTOS BY 10 GIVING WK-COCIENTE
                      REMAINDER WK-POS
               ADD 1 TO WK-POS
               MOVE 'S' TO WS-ANI-OCUPADO(WK-POS)
               MOVE LS-TOT-MOVIMIENTOS TO WS-ANI-SECUENCIA(WK-POS)
               MOVE REG-MOVIMIENTO-LIBRO TO WS-ANI-MOVIMIENTO(WK-POS)
            END-IF
      * misma regla de partidas que la antiguedad de cobranza
            IF LIB-MONTO > 0 AND LIB-TIPO-MOV NOT = 'RV'
               IF LIB-DEBE-HABER = 'D'
                  PERFORM 1300-APLICA-CARGO
               ELSE
                  PERFORM 1400-APLICA-ABONO
               END-IF
            END-IF
            IF LIB-TIPO-MOV = 'PG' AND LIB-DEBE-HABER = 'D'
               AND LIB-REFERENCIA(1:4) = 'PAG '
               AND LIB-REFERENCIA(5:6) NUMERIC
               AND WS-TOT-PAGADOS < 1200
               ADD 1 TO WS-TOT-PAGADOS
               MOVE LIB-REFERENCIA(5:6)
                 TO WS-PGD-PERIODO(WS-TOT-PAGADOS)
            END-IF
            IF LIB-TIPO-MOV = 'IC'
               OR (LIB-TIPO-MOV = 'PG'
                   AND LIB-REFERENCIA(1:4) = 'PIN ')
               PERFORM 1500-ANOTA-INCENTIVO
            END-IF.
      *
       1200-ANOTA-SALDO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > LS-TOT-MONEDAS OR WK-POS > 0
               IF LS-SAL-MONEDA(WK-I) = WK-MONEDA-LIB
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0 AND LS-TOT-MONEDAS < 3
               ADD 1 TO LS-TOT-MONEDAS
               MOVE LS-TOT-MONEDAS TO WK-POS
               MOVE WK-MONEDA-LIB TO LS-SAL-MONEDA(WK-POS)
            END-IF
            IF WK-POS > 0
               MOVE LIB-SALDO TO LS-SAL-SALDO(WK-POS)
               MOVE LIB-FECHA TO LS-SAL-FECHA(WK-POS)
            END-IF.
      *
       1300-APLICA-CARGO.
            IF WK-A-FAVOR NOT < LIB-MONTO
               SUBTRACT LIB-MONTO FROM WK-A-FAVOR
            ELSE
               COMPUTE WK-RESTO = LIB-MONTO - WK-A-FAVOR
               MOVE 0 TO WK-A-FAVOR
               IF WS-TOT-PARTIDAS = 2000
                  PERFORM 1450-COMPACTA-PARTIDAS
               END-IF
               IF WS-TOT-PARTIDAS < 2000
                  ADD 1 TO WS-TOT-PARTIDAS
                  MOVE LIB-FECHA      TO WS-PAR-FECHA(WS-TOT-PARTIDAS)
                  MOVE LIB-TIPO-MOV   TO WS-PAR-TIPO(WS-TOT-PARTIDAS)
                  MOVE LIB-REFERENCIA
                    TO WS-PAR-REFERENCIA(WS-TOT-PARTIDAS)
                  MOVE WK-RESTO TO WS-PAR-PENDIENTE(WS-TOT-PARTIDAS)
               END-IF
            END-IF.
      *
      * el abono cancela las partidas de la mas antigua a la mas
      * nueva; lo que sobra queda a favor del canal
       1400-APLICA-ABONO.
            MOVE LIB-MONTO TO WK-RESTO
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARTIDAS OR WK-RESTO = 0
               IF WS-PAR-PENDIENTE(WK-J) > 0
                  IF WS-PAR-PENDIENTE(WK-J) > WK-RESTO
                     SUBTRACT WK-RESTO FROM WS-PAR-PENDIENTE(WK-J)
                     MOVE 0 TO WK-RESTO
                  ELSE
                     SUBTRACT WS-PAR-PENDIENTE(WK-J) FROM WK-RESTO
                     MOVE 0 TO WS-PAR-PENDIENTE(WK-J)
                  END-IF
               END-IF
            END-PERFORM
            ADD WK-RESTO TO WK-A-FAVOR.
      *
      * quita las partidas ya canceladas conservando el orden
       1450-COMPACTA-PARTIDAS.
            MOVE 0 TO WK-K
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARTIDAS
               IF WS-PAR-PENDIENTE(WK-J) > 0
                  ADD 1 TO WK-K
                  IF WK-K NOT = WK-J
                     MOVE WS-PAR-TBL(WK-J) TO WS-PAR-TBL(WK-K)
                  END-IF
               END-IF
            END-PERFORM
            MOVE WK-K TO WS-TOT-PARTIDAS.
      *
       1500-ANOTA-INCENTIVO.
            MOVE LIB-REFERENCIA(5:5) TO WK-TRIMESTRE
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-INCENTIVOS OR WK-POS > 0
               IF WS-INC-TRIMESTRE(WK-K) = WK-TRIMESTRE
                  MOVE WK-K TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0 AND WS-TOT-INCENTIVOS < 400
               ADD 1 TO WS-TOT-INCENTIVOS
               MOVE WS-TOT-INCENTIVOS TO WK-POS
               MOVE WK-TRIMESTRE TO WS-INC-TRIMESTRE(WK-POS)
               MOVE 0 TO WS-INC-FECHA(WK-POS), WS-INC-MONTO(WK-POS),
                         WS-INC-NETO(WK-POS), WS-INC-PAGADO(WK-POS)
            END-IF
            IF WK-POS > 0
               IF LIB-TIPO-MOV = 'IC'
                  IF LIB-DEBE-HABER = 'H'
                     ADD 1 TO WS-INC-NETO(WK-POS)
                     MOVE LIB-MONTO TO WS-INC-MONTO(WK-POS)
                     MOVE LIB-FECHA TO WS-INC-FECHA(WK-POS)
                  ELSE
                     SUBTRACT 1 FROM WS-INC-NETO(WK-POS)
                  END-IF
               ELSE
                  IF LIB-DEBE-HABER = 'D'
                     ADD 1 TO WS-INC-PAGADO(WK-POS)
                  ELSE
                     SUBTRACT 1 FROM WS-INC-PAGADO(WK-POS)
                  END-IF
               END-IF
            END-IF.
      *
      * del anillo a la respuesta, del mas reciente al mas antiguo
       2000-ENTREGA-MOVIMIENTOS.
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 10
               IF WS-ANI-OCUPADO(WK-I) = 'S'
                  ADD 1 TO LS-CANT-MOVS
               END-IF
            END-PERFORM
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 10
               IF WS-ANI-OCUPADO(WK-I) = 'S'
                  PERFORM 2100-UBICA-EN-RESPUESTA
               END-IF
            END-PERFORM.
      *
       2100-UBICA-EN-RESPUESTA.
      * cuantos movimientos del anillo son mas recientes que este
            MOVE 1 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 10
               IF WS-ANI-OCUPADO(WK-J) = 'S'
                  IF WS-ANI-SECUENCIA(WK-J) > WS-ANI-SECUENCIA(WK-I)
                     ADD 1 TO WK-POS
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-ANI-MOVIMIENTO(WK-I) TO REG-MOVIMIENTO-LIBRO
            MOVE WS-ANI-SECUENCIA(WK-I)  TO LS-MOV-SECUENCIA(WK-POS)
            MOVE LIB-FECHA               TO LS-MOV-FECHA(WK-POS)
            MOVE LIB-TIPO-MOV            TO LS-MOV-TIPO(WK-POS)
            MOVE LIB-DEBE-HABER          TO LS-MOV-SENTIDO(WK-POS)
            MOVE LIB-MONTO               TO LS-MOV-MONTO(WK-POS)
            MOVE LIB-REFERENCIA          TO LS-MOV-REFERENCIA(WK-POS)
            MOVE LIB-OPERADOR            TO LS-MOV-OPERADOR(WK-POS)
            MOVE LIB-SALDO               TO LS-MOV-SALDO(WK-POS)
            MOVE LIB-MONEDA              TO LS-MOV-MONEDA(WK-POS)
            IF LS-MOV-MONEDA(WK-POS) = SPACES
               MOVE "PEN" TO LS-MOV-MONEDA(WK-POS)
            END-IF.
      *
       3000-CARGOS-ABIERTOS.
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARTIDAS
               IF WS-PAR-PENDIENTE(WK-J) > 0
                  PERFORM 7000-SIGUIENTE-PENDIENTE
                  IF WK-POS > 0
                     MOVE 'FAC' TO LS-PEN-CLASE(WK-POS)
                     MOVE WS-PAR-FECHA(WK-J) TO LS-PEN-FECHA(WK-POS)
                     MOVE WS-PAR-REFERENCIA(WK-J)
                       TO LS-PEN-REFERENCIA(WK-POS)
                     MOVE WS-PAR-PENDIENTE(WK-J)
                       TO LS-PEN-MONTO(WK-POS)
                     STRING 'CARGO ' WS-PAR-TIPO(WK-J)
                            ' ABIERTO'
                        DELIMITED SIZE INTO LS-PEN-DETALLE(WK-POS)
                  END-IF
               END-IF
            END-PERFORM.
      *
       4000-INTERES-POR-PAGAR.
            OPEN INPUT HOST-CIERRE
            IF FS-CIERRE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CIERRE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CIE-CODIGO = LS-COD-CANAL
                           PERFORM 4100-PERIODO-CERRADO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CIERRE
            END-IF
            OPEN INPUT HOST-ACUMULADO
            IF FS-ACUMULADO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACUMULADO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF ACU-CODIGO = LS-COD-CANAL AND ACU-MTD > 0
                           PERFORM 4200-MES-ABIERTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ACUMULADO
            END-IF.
      *
       4100-PERIODO-CERRADO.
            IF WS-TOT-CERRADOS < 1200
               ADD 1 TO WS-TOT-CERRADOS
               MOVE CIE-PERIODO TO WS-CIE-PERIODO(WS-TOT-CERRADOS)
            END-IF
            MOVE CIE-PERIODO TO WK-PERIODO
            MOVE 'N' TO WK-PAGADO
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-PAGADOS OR WK-PAGADO = 'S'
               IF WS-PGD-PERIODO(WK-K) = WK-PERIODO
                  MOVE 'S' TO WK-PAGADO
               END-IF
            END-PERFORM
            IF WK-PAGADO = 'N' AND CIE-MTD > 0
               PERFORM 7000-SIGUIENTE-PENDIENTE
               IF WK-POS > 0
                  MOVE 'INT' TO LS-PEN-CLASE(WK-POS)
                  MOVE 0 TO LS-PEN-FECHA(WK-POS)
                  STRING 'PAG ' CIE-PERIODO
                     DELIMITED SIZE INTO LS-PEN-REFERENCIA(WK-POS)
                  MOVE CIE-MTD TO LS-PEN-MONTO(WK-POS)
                  MOVE 'PERIODO CERRADO SIN PAGO'
                    TO LS-PEN-DETALLE(WK-POS)
               END-IF
            END-IF.
      *
       4200-MES-ABIERTO.
            MOVE 'N' TO WK-CERRADO
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-CERRADOS OR WK-CERRADO = 'S'
               IF WS-CIE-PERIODO(WK-K) = ACU-ULT-MES
                  MOVE 'S' TO WK-CERRADO
               END-IF
            END-PERFORM
            IF WK-CERRADO = 'N'
               PERFORM 7000-SIGUIENTE-PENDIENTE
               IF WK-POS > 0
                  MOVE 'INT' TO LS-PEN-CLASE(WK-POS)
                  MOVE 0 TO LS-PEN-FECHA(WK-POS)
                  STRING 'MES ' ACU-ULT-MES
                     DELIMITED SIZE INTO LS-PEN-REFERENCIA(WK-POS)
                  MOVE ACU-MTD TO LS-PEN-MONTO(WK-POS)
                  MOVE 'DEVENGO DEL MES ABIERTO'
                    TO LS-PEN-DETALLE(WK-POS)
               END-IF
            END-IF.
      *
       5000-PAGOS-PROGRAMADOS.
            OPEN INPUT HOST-REPAGOS
            IF FS-REPAGOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-REPAGOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REP-COD-CANAL = LS-COD-CANAL
                           AND REP-PENDIENTE
                           PERFORM 7000-SIGUIENTE-PENDIENTE
                           IF WK-POS > 0
                              MOVE 'PAG' TO LS-PEN-CLASE(WK-POS)
                              MOVE REP-FECHA-DEVOLUCION
                                TO LS-PEN-FECHA(WK-POS)
                              STRING 'PAG ' REP-PERIODO
                                 DELIMITED SIZE
                                 INTO LS-PEN-REFERENCIA(WK-POS)
                              MOVE REP-MONTO TO LS-PEN-MONTO(WK-POS)
                              MOVE REP-MOTIVO
                                TO LS-PEN-DETALLE(WK-POS)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-REPAGOS
            END-IF
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-INCENTIVOS
               IF WS-INC-NETO(WK-J) > 0
                  AND WS-INC-PAGADO(WK-J) NOT > 0
                  PERFORM 7000-SIGUIENTE-PENDIENTE
                  IF WK-POS > 0
                     MOVE 'PAG' TO LS-PEN-CLASE(WK-POS)
                     MOVE WS-INC-FECHA(WK-J) TO LS-PEN-FECHA(WK-POS)
                     STRING 'PIN ' WS-INC-TRIMESTRE(WK-J)
                        DELIMITED SIZE INTO LS-PEN-REFERENCIA(WK-POS)
                     MOVE WS-INC-MONTO(WK-J) TO LS-PEN-MONTO(WK-POS)
                     MOVE 'INCENTIVO POR PAGAR'
                       TO LS-PEN-DETALLE(WK-POS)
                  END-IF
               END-IF
            END-PERFORM.
      *
      * siguiente posicion libre de la lista; cero si ya esta llena
       7000-SIGUIENTE-PENDIENTE.
            IF LS-TOT-PENDIENTES < 50
               ADD 1 TO LS-TOT-PENDIENTES
               MOVE LS-TOT-PENDIENTES TO WK-POS
            ELSE
               MOVE 'S' TO LS-TRUNCADO
               MOVE 0 TO WK-POS
            END-IF.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX276.
