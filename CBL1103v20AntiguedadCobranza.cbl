      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Antiguedad semanal de lo que los canales nos deben
      *  y cartas de cobranza. LIB-SALDO queda negativo cuando el
      *  canal nos debe comisiones, IGV o penalidades, pero nadie
      *  seguia desde cuando. Este proceso recorre el libro auxiliar
      *  QG1LIBRO.DAT (COPY QG1LIB01) completo y arma la deuda de cada
      *  canal por partidas, primero en entrar primero en salir:
      *    - cada cargo 'D' abre una partida con su fecha (despues de
      *      consumir el saldo a favor que el canal tuviera),
      *    - cada abono 'H' cancela primero las partidas mas antiguas
      *      y lo que sobra queda a favor del canal,
      *  asi lo que queda abierto suma lo mismo que el saldo deudor
      *  del canal. Cada partida abierta cae por dias (CALL QG1CX073
      *  operacion 'B' hasta hoy) en los baldes CORRIENTE (0-29), 30,
      *  60, 90 y 120+, que QG1CX227.RPT lista por canal con totales.
      * Cartas: el nivel de cobranza del canal lo da su partida mas
      *  antigua (1 = 30 dias, 2 = 60, 3 = 90, 4 = 120+). Cuando el
      *  nivel sube respecto de la ultima carta enviada (archivo de
      *  seguimiento QG1COBR.DAT, regrabado en cada corrida) sale una
      *  carta en QG1CX227.EXT con el contacto de QG1CTO.DAT (COPY
      *  QG1CON01), mismo estilo de extracto que QG1CX209, y la carta
      *  queda anotada como nota del canal en QG1NOTAS.DAT (COPY
      *  QG1NOT01) para ver la historia de cobranza junto al canal.
      *  Un canal sin email de contacto sale como excepcion y no sube
      *  de nivel, asi la carta se reintenta la semana siguiente. Un
      *  canal que baja de nivel (pago parcial) queda en el nivel
      *  nuevo; uno que ya no debe sale del seguimiento.
      * Revaluacion: los movimientos 'RV' de diferencia de cambio de
      *  QG1CX267 y su reversa no son deuda cobrable y no abren ni
      *  cancelan partidas.
      * Moneda del canal: el saldo corrido del libro es por canal Y
      *  moneda, y los ajustes por disputa 'DS' van siempre en soles.
      *  Solo los movimientos en la moneda del canal (COD-MONEDA-LIM
      *  de HOST004, blancos = PEN) abren o cancelan partidas, igual
      *  que QG1CX289; la deuda de un canal en dolares no se mezcla
      *  con sus ajustes en soles.
      * Manifiesto: al cerrar QG1CX227.EXT se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio, las cartas como
      *  conteo y la deuda que informan como hash; su envio y acuse
      *  se siguen en QG1CX273 / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX227.
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

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-SEGUIMIENTO ASSIGN TO "QG1COBR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEGUIMIENTO.

           SELECT HOST-NOTAS ASSIGN TO "QG1NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT HOST-CARTAS ASSIGN TO "QG1CX227.EXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX227.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-SEGUIMIENTO.
       01  REG-SEGUIMIENTO.
           05 SEG-COD-CANAL    PIC X(03).
           05 SEG-NIVEL        PIC 9(01).
           05 SEG-FECHA-CARTA  PIC 9(08).

       FD  HOST-NOTAS.
           COPY QG1NOT01.

       FD  HOST-CARTAS.
       01  REG-CARTA           PIC X(132).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-LIBRO             PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-SEGUIMIENTO       PIC X(02).
       01 FS-NOTAS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-CONTACTOS     PIC X(01) VALUE 'N'.
       01 FS-HOST              PIC X(02).
       01 WS-HAY-HOST          PIC X(01) VALUE 'N'.
       01 WK-MONEDA-LIB        PIC X(03).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

      * Canales del libro: saldo a favor no aplicado, baldes de deuda
      * y nivel de la ultima carta
       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-A-FAVOR PIC 9(11)V9(02).
             10 WS-CAN-BALDE   PIC 9(11)V9(02) OCCURS 5 TIMES.
             10 WS-CAN-DEUDA   PIC 9(11)V9(02).
             10 WS-CAN-MAX-DIAS PIC 9(07).
             10 WS-CAN-NIVEL-ANT PIC 9(01).
             10 WS-CAN-FECHA-ANT PIC 9(08).
             10 WS-CAN-NIVEL   PIC 9(01).
             10 WS-CAN-MONEDA  PIC X(03).

      * Partidas abiertas (cargos aun no cancelados por abonos)
       01 WS-TOT-PARTIDAS      PIC 9(05) VALUE 0.
       01 WS-TABLA-PARTIDAS.
          05 WS-PAR-TBL        OCCURS 1 TO 50000 TIMES
                                DEPENDING ON WS-TOT-PARTIDAS.
             10 WS-PAR-CANAL   PIC 9(05).
             10 WS-PAR-FECHA   PIC 9(08).
             10 WS-PAR-PENDIENTE PIC 9(11)V9(02).

       01 WK-I                 PIC 9(05).
       01 WK-J                 PIC 9(05).
       01 WK-K                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-CODIGO            PIC X(03).
       01 WK-RESTO             PIC 9(11)V9(02).
       01 WK-BALDE             PIC 9(01).
       01 WK-NIVEL-TEXTO       PIC X(20).

       01 WS-TOT-BALDE         PIC 9(13)V9(02) OCCURS 5 TIMES.
       01 WS-TOT-DEUDA         PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-DEUDORES      PIC 9(05) VALUE 0.
       01 WS-TOT-CARTAS        PIC 9(05) VALUE 0.
       01 WS-HASH-CARTAS       PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-SIN-CONTACTO  PIC 9(05) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX227.EXT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX227'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX227'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-BALDE-ED          PIC ZZZZZZZZ9,99 OCCURS 5 TIMES.
       01 WK-DEUDA-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WK-DIAS-ED           PIC ZZZZZZ9.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-ARMA-PARTIDAS
            PERFORM 3000-CLASIFICA-PARTIDAS
            PERFORM 4000-CARGA-SEGUIMIENTO
            PERFORM 5000-REPORTA-Y-COBRA
            PERFORM 6000-REGRABA-SEGUIMIENTO
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ANTIGUEDAD DE DEUDA DE CANALES Y CARTAS DE COBRANZA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            PERFORM VARYING WK-BALDE FROM 1 BY 1 UNTIL WK-BALDE > 5
               MOVE 0 TO WS-TOT-BALDE(WK-BALDE)
            END-PERFORM.
      *
       2000-ARMA-PARTIDAS.
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
                     IF LIB-MONTO > 0 AND LIB-TIPO-MOV NOT = 'RV'
                        MOVE LIB-COD-CANAL TO WK-CODIGO
                        PERFORM 2100-UBICA-CANAL
                        MOVE LIB-MONEDA TO WK-MONEDA-LIB
                        IF WK-MONEDA-LIB = SPACES
                           MOVE 'PEN' TO WK-MONEDA-LIB
                        END-IF
                        IF WK-MONEDA-LIB = WS-CAN-MONEDA(WK-POS)
                           IF LIB-DEBE-HABER = 'D'
                              PERFORM 2200-APLICA-CARGO
                           ELSE
                              PERFORM 2300-APLICA-ABONO
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-LIBRO
            IF WS-HAY-HOST = 'S'
               CLOSE HOST004
               MOVE 'N' TO WS-HAY-HOST
            END-IF
            DISPLAY "CANALES EN EL LIBRO : " WS-TOT-CANALES.
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
               MOVE 0 TO WS-CAN-A-FAVOR(WK-POS), WS-CAN-DEUDA(WK-POS),
                         WS-CAN-MAX-DIAS(WK-POS),
                         WS-CAN-NIVEL-ANT(WK-POS),
                         WS-CAN-FECHA-ANT(WK-POS),
                         WS-CAN-NIVEL(WK-POS)
               PERFORM VARYING WK-BALDE FROM 1 BY 1
                       UNTIL WK-BALDE > 5
                  MOVE 0 TO WS-CAN-BALDE(WK-POS, WK-BALDE)
               END-PERFORM
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
       2200-APLICA-CARGO.
            IF WS-CAN-A-FAVOR(WK-POS) NOT < LIB-MONTO
               SUBTRACT LIB-MONTO FROM WS-CAN-A-FAVOR(WK-POS)
            ELSE
               COMPUTE WK-RESTO = LIB-MONTO - WS-CAN-A-FAVOR(WK-POS)
               MOVE 0 TO WS-CAN-A-FAVOR(WK-POS)
               IF WS-TOT-PARTIDAS = 50000
                  PERFORM 2400-COMPACTA-PARTIDAS
               END-IF
               IF WS-TOT-PARTIDAS = 50000
                  DISPLAY "ABEND: TABLA DE PARTIDAS ABIERTAS LLENA "
                          "(50000)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-PARTIDAS
               MOVE WK-POS    TO WS-PAR-CANAL(WS-TOT-PARTIDAS)
               MOVE LIB-FECHA TO WS-PAR-FECHA(WS-TOT-PARTIDAS)
               MOVE WK-RESTO  TO WS-PAR-PENDIENTE(WS-TOT-PARTIDAS)
            END-IF.
      *
      * el abono cancela las partidas del canal de la mas antigua a
      * la mas nueva; lo que sobra queda a favor del canal
       2300-APLICA-ABONO.
            MOVE LIB-MONTO TO WK-RESTO
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARTIDAS OR WK-RESTO = 0
               IF WS-PAR-CANAL(WK-J) = WK-POS
                  AND WS-PAR-PENDIENTE(WK-J) > 0
                  IF WS-PAR-PENDIENTE(WK-J) > WK-RESTO
                     SUBTRACT WK-RESTO FROM WS-PAR-PENDIENTE(WK-J)
                     MOVE 0 TO WK-RESTO
                  ELSE
                     SUBTRACT WS-PAR-PENDIENTE(WK-J) FROM WK-RESTO
                     MOVE 0 TO WS-PAR-PENDIENTE(WK-J)
                  END-IF
               END-IF
            END-PERFORM
            ADD WK-RESTO TO WS-CAN-A-FAVOR(WK-POS).
      *
      * quita las partidas ya canceladas conservando el orden
       2400-COMPACTA-PARTIDAS.
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
       3000-CLASIFICA-PARTIDAS.
            MOVE WK-FECHA-HOY TO WK-FECHA-AUX2
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARTIDAS
               IF WS-PAR-PENDIENTE(WK-J) > 0
                  PERFORM 3100-CLASIFICA-UNA
               END-IF
            END-PERFORM.
      *
       3100-CLASIFICA-UNA.
            MOVE WS-PAR-CANAL(WK-J) TO WK-POS
            MOVE WS-PAR-FECHA(WK-J) TO WK-FECHA-AUX
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-AUX, WK-FECHA-AUX2,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            IF WK-DIAS-RESULTADO < 0
               MOVE 0 TO WK-DIAS-RESULTADO
            END-IF
            EVALUATE TRUE
               WHEN WK-DIAS-RESULTADO < 30   MOVE 1 TO WK-BALDE
               WHEN WK-DIAS-RESULTADO < 60   MOVE 2 TO WK-BALDE
               WHEN WK-DIAS-RESULTADO < 90   MOVE 3 TO WK-BALDE
               WHEN WK-DIAS-RESULTADO < 120  MOVE 4 TO WK-BALDE
               WHEN OTHER                    MOVE 5 TO WK-BALDE
            END-EVALUATE
            ADD WS-PAR-PENDIENTE(WK-J)
              TO WS-CAN-BALDE(WK-POS, WK-BALDE)
            ADD WS-PAR-PENDIENTE(WK-J) TO WS-CAN-DEUDA(WK-POS)
            IF WK-DIAS-RESULTADO > WS-CAN-MAX-DIAS(WK-POS)
               MOVE WK-DIAS-RESULTADO TO WS-CAN-MAX-DIAS(WK-POS)
            END-IF
      * el nivel de cobranza es el balde de la partida mas antigua
            IF WK-BALDE - 1 > WS-CAN-NIVEL(WK-POS)
               COMPUTE WS-CAN-NIVEL(WK-POS) = WK-BALDE - 1
            END-IF.
      *
       4000-CARGA-SEGUIMIENTO.
            OPEN INPUT HOST-SEGUIMIENTO
            IF FS-SEGUIMIENTO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-SEGUIMIENTO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE SEG-COD-CANAL TO WK-CODIGO
                        PERFORM 2100-UBICA-CANAL
                        MOVE SEG-NIVEL       TO WS-CAN-NIVEL-ANT(WK-POS)
                        MOVE SEG-FECHA-CARTA TO WS-CAN-FECHA-ANT(WK-POS)
                  END-READ
               END-PERFORM
               CLOSE HOST-SEGUIMIENTO
            END-IF.
      *
       5000-REPORTA-Y-COBRA.
            OPEN OUTPUT HOST-CARTAS, HOST-RPT
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
            END-IF
            OPEN EXTEND HOST-NOTAS
            IF FS-NOTAS = '35'
               OPEN OUTPUT HOST-NOTAS
            END-IF

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ANTIGUEDAD DE DEUDA DE CANALES AL " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL       CORRIENTE       30 DIAS       60 DIAS"
                   "       90 DIAS      120+ DIAS  NIV"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-POS FROM 1 BY 1
                    UNTIL WK-POS > WS-TOT-CANALES
               IF WS-CAN-DEUDA(WK-POS) > 0
                  PERFORM 5100-LINEA-CANAL
                  IF WS-CAN-NIVEL(WK-POS) > WS-CAN-NIVEL-ANT(WK-POS)
                     PERFORM 5200-EMITE-CARTA
                  END-IF
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-BALDE FROM 1 BY 1 UNTIL WK-BALDE > 5
               MOVE WS-TOT-BALDE(WK-BALDE) TO WK-BALDE-ED(WK-BALDE)
            END-PERFORM
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL "
                   WK-BALDE-ED(1) " " WK-BALDE-ED(2) " "
                   WK-BALDE-ED(3) " " WK-BALDE-ED(4) " "
                   WK-BALDE-ED(5)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-TOT-DEUDA TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES DEUDORES: " WS-TOT-DEUDORES
                   "  DEUDA TOTAL: " WK-SUMA-ED
                   "  CARTAS: " WS-TOT-CARTAS
                   "  SIN CONTACTO: " WS-TOT-SIN-CONTACTO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            CLOSE HOST-CARTAS, HOST-RPT, HOST-NOTAS

            MOVE WK-FECHA-HOY   TO WK-MAN-FECHA
            MOVE WS-TOT-CARTAS  TO WK-MAN-REGISTROS
            MOVE WS-HASH-CARTAS TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO

            IF WS-HAY-CONTACTOS = 'S'
               CLOSE HOST-CONTACTOS
            END-IF.
      *
       5100-LINEA-CANAL.
            ADD 1 TO WS-TOT-DEUDORES
            ADD WS-CAN-DEUDA(WK-POS) TO WS-TOT-DEUDA
            PERFORM VARYING WK-BALDE FROM 1 BY 1 UNTIL WK-BALDE > 5
               ADD WS-CAN-BALDE(WK-POS, WK-BALDE)
                 TO WS-TOT-BALDE(WK-BALDE)
               MOVE WS-CAN-BALDE(WK-POS, WK-BALDE)
                 TO WK-BALDE-ED(WK-BALDE)
            END-PERFORM
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-CAN-CODIGO(WK-POS) "   "
                   WK-BALDE-ED(1) " " WK-BALDE-ED(2) " "
                   WK-BALDE-ED(3) " " WK-BALDE-ED(4) " "
                   WK-BALDE-ED(5) "   " WS-CAN-NIVEL(WK-POS)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5200-EMITE-CARTA.
            EVALUATE WS-CAN-NIVEL(WK-POS)
               WHEN 1 MOVE 'RECORDATORIO'         TO WK-NIVEL-TEXTO
               WHEN 2 MOVE 'SEGUNDO AVISO'        TO WK-NIVEL-TEXTO
               WHEN 3 MOVE 'REQUERIMIENTO FORMAL' TO WK-NIVEL-TEXTO
               WHEN OTHER MOVE 'AVISO FINAL'      TO WK-NIVEL-TEXTO
            END-EVALUATE
            MOVE SPACES TO CTO-EMAIL, CTO-RESPONSABLE
            IF WS-HAY-CONTACTOS = 'S'
               MOVE WS-CAN-CODIGO(WK-POS) TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                  KEY IS CTO-COD-CANAL
                  INVALID KEY
                     MOVE SPACES TO CTO-EMAIL, CTO-RESPONSABLE
               END-READ
            END-IF
            MOVE WS-CAN-DEUDA(WK-POS)    TO WK-DEUDA-ED
            MOVE WS-CAN-MAX-DIAS(WK-POS) TO WK-DIAS-ED

            IF CTO-EMAIL = SPACES
      * sin contacto no sube de nivel: la carta se reintenta
               ADD 1 TO WS-TOT-SIN-CONTACTO
               MOVE WS-CAN-NIVEL-ANT(WK-POS) TO WS-CAN-NIVEL(WK-POS)
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-POS)
                      " " WK-NIVEL-TEXTO
                      " DEUDA " WK-DEUDA-ED
                      " - SIN EMAIL DE CONTACTO"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               ADD 1 TO WS-TOT-CARTAS
               ADD WS-CAN-DEUDA(WK-POS) TO WS-HASH-CARTAS
               MOVE WK-FECHA-HOY TO WS-CAN-FECHA-ANT(WK-POS)
               MOVE SPACES TO REG-CARTA
               STRING WS-CAN-CODIGO(WK-POS)
                      ";" WK-FECHA-HOY
                      ";" WS-CAN-NIVEL(WK-POS)
                      ";" WK-NIVEL-TEXTO
                      ";" WK-DEUDA-ED
                      ";" WK-DIAS-ED
                      ";" CTO-RESPONSABLE
                      ";" CTO-EMAIL
                  DELIMITED SIZE INTO REG-CARTA
               WRITE REG-CARTA

               MOVE WS-CAN-CODIGO(WK-POS) TO NOT-COD-CANAL
               MOVE FUNCTION CURRENT-DATE TO NOT-FECHA-HORA
               MOVE WK-LOG-PROGRAMA       TO NOT-OPERADOR
               MOVE SPACES TO NOT-TEXTO
               STRING "COBRANZA NIVEL " WS-CAN-NIVEL(WK-POS)
                      " " WK-NIVEL-TEXTO
                      " DEUDA " WK-DEUDA-ED
                  DELIMITED SIZE INTO NOT-TEXTO
               WRITE REG-NOTA-CANAL
            END-IF.
      *
      * solo siguen en seguimiento los canales que aun deben
       6000-REGRABA-SEGUIMIENTO.
            OPEN OUTPUT HOST-SEGUIMIENTO
            PERFORM VARYING WK-POS FROM 1 BY 1
                    UNTIL WK-POS > WS-TOT-CANALES
               IF WS-CAN-DEUDA(WK-POS) > 0
                  AND WS-CAN-NIVEL(WK-POS) > 0
                  MOVE WS-CAN-CODIGO(WK-POS)    TO SEG-COD-CANAL
                  MOVE WS-CAN-NIVEL(WK-POS)     TO SEG-NIVEL
                  MOVE WS-CAN-FECHA-ANT(WK-POS) TO SEG-FECHA-CARTA
                  WRITE REG-SEGUIMIENTO
               END-IF
            END-PERFORM
            CLOSE HOST-SEGUIMIENTO.
      *
       9000-FINAL.
            DISPLAY "CANALES DEUDORES   : " WS-TOT-DEUDORES
            DISPLAY "CARTAS EXTRAIDAS   : " WS-TOT-CARTAS
            DISPLAY "SIN CONTACTO       : " WS-TOT-SIN-CONTACTO
            IF WS-TOT-SIN-CONTACTO > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "COBRANZA DEUDORES=" WS-TOT-DEUDORES
                   " CARTAS=" WS-TOT-CARTAS
                   " SINCTO=" WS-TOT-SIN-CONTACTO
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX227.
