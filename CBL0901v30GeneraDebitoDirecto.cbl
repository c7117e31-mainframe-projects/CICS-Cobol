      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Cobro por debito directo de lo que los canales nos
      *  deben. El interes se paga con QG1CX155.PAG pero las
      *  comisiones, el IGV y las penalidades se cobraban persiguiendo
      *  transferencias a mano. Esta corrida toma el ultimo saldo de
      *  cada canal en el libro auxiliar QG1LIBRO.DAT (COPY QG1LIB01)
      *  y por cada canal con saldo deudor arma un cargo en el archivo
      *  de formato fijo del banco QG1CX228.DEB, contra la cuenta de
      *  liquidacion del hijo QG1ABONO.DAT (COPY QG1ABO01, lectura
      *  aleatoria) y solo si el canal firmo el mandato de debito
      *  (ABO-MANDATO-DEBITO = 'S'). El archivo lleva un trailer de
      *  conteo y hash de montos al estilo de QG1CX155.
      *  Cada cargo enviado queda en el control QG1DEBITO.DAT (COPY
      *  QG1DEB01) en estado 'E' hasta que la carga del retorno del
      *  banco QG1CX229 lo resuelve; un canal con un cargo enviado no
      *  se vuelve a cargar. Los canales deudores sin cuenta, sin
      *  mandato o con cargo en curso salen en QG1CX228.RPT, que
      *  tambien marca los canales cuyo cargo anterior fallo. La
      *  corrida queda en el run-log QG1CX120.
      * Devoluciones: una cuenta marcada invalida por la carga de
      *  pagos devueltos QG1CX230 no se carga hasta que QG1CX154 la
      *  corrija; sale en el reporte como sin mandato.
      * Revaluacion: los movimientos 'RV' de diferencia de cambio de
      *  QG1CX267 (y su reversa) no son deuda del canal y no se
      *  toman; el saldo que se carga es el de la moneda del canal.
      * Moneda del canal: el saldo corrido del libro es por canal Y
      *  moneda, y los ajustes por disputa 'DS' van siempre en soles.
      *  Solo se toman los movimientos en la moneda del canal
      *  (COD-MONEDA-LIM de HOST004, blancos = PEN), igual que
      *  QG1CX289; un 'DS' de un canal en dolares ya no abre un saldo
      *  en soles que reemplace al del canal.
      * Manifiesto: al cerrar QG1CX228.DEB se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio y el conteo y hash
      *  de montos del trailer; su envio y acuse se siguen en QG1CX273
      *  / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX228.
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

           SELECT HOST-DEBITOS ASSIGN TO "QG1DEBITO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEBITOS.

           SELECT HOST-ABONOS ASSIGN TO "QG1ABONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CARGOS ASSIGN TO "QG1CX228.DEB"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX228.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-DEBITOS.
           COPY QG1DEB01.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CARGOS.
       01  REG-CARGO.
           05 DDB-COD-CANAL    PIC X(03).
           05 DDB-BANCO        PIC X(20).
           05 DDB-CUENTA       PIC X(20).
           05 DDB-TITULAR      PIC X(30).
           05 DDB-MONTO        PIC 9(11)V9(02).
           05 DDB-FECHA        PIC 9(08).
           05 DDB-REFERENCIA   PIC X(12).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-LIBRO             PIC X(02).
       01 FS-DEBITOS           PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-HAY-HOST          PIC X(01) VALUE 'N'.
       01 WS-EOF               PIC A(1).
       01 WK-MONEDA-LIB        PIC X(03).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-REFERENCIA        PIC X(12).

      * Ultimo saldo de cada canal en el libro y situacion de su
      * ultimo cargo por debito directo
       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-SALDO   PIC S9(11)V9(02).
             10 WS-CAN-ESTADO-DEB PIC X(01).
             10 WS-CAN-MOTIVO  PIC X(30).
             10 WS-CAN-MONEDA  PIC X(03).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-CODIGO            PIC X(03).
       01 WK-DEUDA             PIC 9(11)V9(02).

       01 WS-TOT-CARGOS        PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-CUENTA    PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-MANDATO   PIC 9(05) VALUE 0.
       01 WS-TOT-EN-CURSO      PIC 9(05) VALUE 0.
       01 WS-SUMA-CARGADA      PIC 9(13)V9(02) VALUE 0.
       01 WS-HASH-MONTOS       PIC 9(13)V9(02) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX228.DEB'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX228'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX228'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-DEUDA-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-SALDOS
            PERFORM 2500-CARGA-CONTROL
            PERFORM 3000-GENERA-CARGOS
            PERFORM 4000-GRABA-TRAILER
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "COBRO POR DEBITO DIRECTO DE DEUDA DE CANALES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE SPACES TO WK-REFERENCIA
            STRING "DD" WK-FECHA-HOY
               DELIMITED SIZE INTO WK-REFERENCIA.
      *
       2000-CARGA-SALDOS.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO NOT = '00'
               DISPLAY "ABEND: SIN LIBRO AUXILIAR QG1LIBRO.DAT - FILE "
                       "STATUS " FS-LIBRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               MOVE 'S' TO WS-HAY-HOST
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-LIBRO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF LIB-TIPO-MOV NOT = 'RV'
                        MOVE LIB-COD-CANAL TO WK-CODIGO
                        PERFORM 2100-UBICA-CANAL
                        MOVE LIB-MONEDA TO WK-MONEDA-LIB
                        IF WK-MONEDA-LIB = SPACES
                           MOVE 'PEN' TO WK-MONEDA-LIB
                        END-IF
                        IF WK-MONEDA-LIB = WS-CAN-MONEDA(WK-POS)
                           MOVE LIB-SALDO TO WS-CAN-SALDO(WK-POS)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-LIBRO
            IF WS-HAY-HOST = 'S'
               CLOSE HOST004
               MOVE 'N' TO WS-HAY-HOST
            END-IF.
      *
       2100-UBICA-CANAL.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = WK-CODIGO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-CANALES = 5000
                  DISPLAY "ABEND: TABLA DE CANALES LLENA (5000)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CANALES
               MOVE WS-TOT-CANALES TO WK-POS
               MOVE WK-CODIGO TO WS-CAN-CODIGO(WK-POS)
               MOVE 0         TO WS-CAN-SALDO(WK-POS)
               MOVE SPACE     TO WS-CAN-ESTADO-DEB(WK-POS)
               MOVE SPACES    TO WS-CAN-MOTIVO(WK-POS)
               PERFORM 2150-MONEDA-CANAL
            END-IF.
      *
      * moneda del saldo del canal: la de su tope, blancos = PEN
       2150-MONEDA-CANAL.
            MOVE 'PEN' TO WS-CAN-MONEDA(WK-POS)
            IF WS-HAY-HOST = 'S'
               MOVE WK-CODIGO TO COD-CANAL OF REG-HOST004
               READ HOST004
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF COD-MONEDA-LIM NOT = SPACES
                        MOVE COD-MONEDA-LIM TO WS-CAN-MONEDA(WK-POS)
                     END-IF
               END-READ
            END-IF.
      *
      * un cargo enviado sin retorno bloquea al canal; un fallido solo
      * se informa (el siguiente cargo es el reintento)
       2500-CARGA-CONTROL.
            OPEN INPUT HOST-DEBITOS
            IF FS-DEBITOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DEBITOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE DEB-COD-CANAL TO WK-CODIGO
                        PERFORM 2100-UBICA-CANAL
                        IF WS-CAN-ESTADO-DEB(WK-POS) NOT = 'E'
                           MOVE DEB-ESTADO TO WS-CAN-ESTADO-DEB(WK-POS)
                           MOVE DEB-MOTIVO TO WS-CAN-MOTIVO(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DEBITOS
            END-IF.
      *
       3000-GENERA-CARGOS.
            OPEN INPUT HOST-ABONOS
            IF FS-ABONOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-ABONOS FALLIDO - "
                       "FILE STATUS " FS-ABONOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN EXTEND HOST-DEBITOS
            IF FS-DEBITOS = '35'
               OPEN OUTPUT HOST-DEBITOS
            END-IF
            OPEN OUTPUT HOST-CARGOS, HOST-RPT

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CARGOS POR DEBITO DIRECTO - FECHA " WK-FECHA-HOY
                   " - REFERENCIA " WK-REFERENCIA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-POS FROM 1 BY 1
                    UNTIL WK-POS > WS-TOT-CANALES
               IF WS-CAN-SALDO(WK-POS) < 0
                  PERFORM 3100-COBRA-UN-CANAL
               END-IF
            END-PERFORM
            CLOSE HOST-ABONOS, HOST-DEBITOS.
      *
       3100-COBRA-UN-CANAL.
            COMPUTE WK-DEUDA = 0 - WS-CAN-SALDO(WK-POS)
            MOVE WK-DEUDA TO WK-DEUDA-ED
            IF WS-CAN-ESTADO-DEB(WK-POS) = 'E'
               ADD 1 TO WS-TOT-EN-CURSO
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-POS)
                      " DEUDA " WK-DEUDA-ED
                      " - CARGO ANTERIOR SIN RETORNO DEL BANCO"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE WS-CAN-CODIGO(WK-POS) TO ABO-COD-CANAL
               READ HOST-ABONOS
                  KEY IS ABO-COD-CANAL
                  INVALID KEY
                     PERFORM 3150-SENALA-SIN-CUENTA
                  NOT INVALID KEY
                     PERFORM 3200-GRABA-CARGO
               END-READ
            END-IF.
      *
       3150-SENALA-SIN-CUENTA.
            ADD 1 TO WS-TOT-SIN-CUENTA
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL " WS-CAN-CODIGO(WK-POS)
                   " DEUDA " WK-DEUDA-ED
                   " - SIN CUENTA DE ABONO, NO SE CARGA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3200-GRABA-CARGO.
            IF NOT ABO-CON-MANDATO OR ABO-CUENTA-INVALIDA
               ADD 1 TO WS-TOT-SIN-MANDATO
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-POS)
                      " DEUDA " WK-DEUDA-ED
                      " - SIN MANDATO DE DEBITO, COBRO MANUAL"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               IF ABO-CUENTA-INVALIDA
                  MOVE " - CUENTA INVALIDA, COBRO MANUAL"
                    TO WS-LIN-DETALLE(31:40)
               END-IF
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE ABO-COD-CANAL TO DDB-COD-CANAL
               MOVE ABO-BANCO     TO DDB-BANCO
               MOVE ABO-CUENTA    TO DDB-CUENTA
               MOVE ABO-TITULAR   TO DDB-TITULAR
               MOVE WK-DEUDA      TO DDB-MONTO
               MOVE WK-FECHA-HOY  TO DDB-FECHA
               MOVE WK-REFERENCIA TO DDB-REFERENCIA
               WRITE REG-CARGO
               ADD 1 TO WS-TOT-CARGOS
               ADD WK-DEUDA TO WS-SUMA-CARGADA
               ADD WK-DEUDA TO WS-HASH-MONTOS

               MOVE ABO-COD-CANAL TO DEB-COD-CANAL
               MOVE WK-REFERENCIA TO DEB-REFERENCIA
               MOVE WK-FECHA-HOY  TO DEB-FECHA-ENVIO
               MOVE WK-DEUDA      TO DEB-MONTO
               MOVE 'E'           TO DEB-ESTADO
               MOVE 0             TO DEB-FECHA-RESULTADO
               MOVE SPACES        TO DEB-MOTIVO
               WRITE REG-DEBITO

               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-POS)
                      " CARGO " WK-DEUDA-ED
                      "  CUENTA " ABO-CUENTA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               IF WS-CAN-ESTADO-DEB(WK-POS) = 'F'
                  MOVE " REINTENTO" TO WS-LIN-DETALLE(63:10)
               END-IF
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       4000-GRABA-TRAILER.
            MOVE 'TRL'          TO DDB-COD-CANAL
            MOVE SPACES         TO DDB-BANCO, DDB-CUENTA, DDB-TITULAR
            MOVE WS-HASH-MONTOS TO DDB-MONTO
            MOVE WK-FECHA-HOY   TO DDB-FECHA
            MOVE WK-REFERENCIA  TO DDB-REFERENCIA
            STRING "CNT=" WS-TOT-CARGOS
               DELIMITED SIZE INTO DDB-CUENTA
            WRITE REG-CARGO
            CLOSE HOST-CARGOS

            MOVE WK-FECHA-HOY   TO WK-MAN-FECHA
            MOVE WS-TOT-CARGOS  TO WK-MAN-REGISTROS
            MOVE WS-HASH-MONTOS TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-CARGADA TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CARGOS: "         WS-TOT-CARGOS
                   "  TOTAL: "        WK-SUMA-ED
                   "  SIN CUENTA: "   WS-TOT-SIN-CUENTA
                   "  SIN MANDATO: "  WS-TOT-SIN-MANDATO
                   "  EN CURSO: "     WS-TOT-EN-CURSO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CARGOS GENERADOS   : " WS-TOT-CARGOS
            DISPLAY "TOTAL CARGADO      : " WS-SUMA-CARGADA
            DISPLAY "SIN CUENTA         : " WS-TOT-SIN-CUENTA
            DISPLAY "SIN MANDATO        : " WS-TOT-SIN-MANDATO
            DISPLAY "CARGO EN CURSO     : " WS-TOT-EN-CURSO.
      *
       9000-FINAL.
            IF WS-TOT-SIN-CUENTA > 0 OR WS-TOT-EN-CURSO > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "DEBITO DIRECTO CARGOS=" WS-TOT-CARGOS
                   " SINCTA=" WS-TOT-SIN-CUENTA
                   " SINMAND=" WS-TOT-SIN-MANDATO
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX228.
