      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina del saldo principal vigente por canal.
      *  Recibe un COD-CANAL y una fecha y responde el principal que
      *  regia ESE dia segun el archivo indexado QG1PRINC.DAT (COPY
      *  QG1PRI01): el registro del canal con la PRI-FECHA-DESDE mas
      *  reciente no posterior a la fecha. Un canal sin saldo
      *  vigente a la fecha responde no encontrado y monto cero.
      *  Igual que QG1CX075 con las tasas, el archivo se carga en
      *  tabla en la primera invocacion (lectura secuencial por
      *  llave: queda ordenada por canal y fecha) con un indice por
      *  canal, para que el devengo dia por dia no haga una lectura
      *  aleatoria por canal y por dia.
      *  En cada llamada devuelve ademas la firma de lo cargado
      *  (cantidad de registros y suma de montos): el devengo la
      *  guarda en su checkpoint para no reanudar una corrida con un
      *  archivo de saldos distinto del que uso al empezar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX217.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PRINCIPAL ASSIGN TO "QG1PRINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRI-LLAVE
           FILE STATUS IS FS-PRINCIPAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PRINCIPAL.
           COPY QG1PRI01.

       WORKING-STORAGE SECTION.
       01 FS-PRINCIPAL         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

       01 WS-TOT-SALDOS        PIC 9(05) VALUE 0.
       01 WS-TABLA-SALDOS.
          05 WS-SAL-TBL        OCCURS 1 TO 10000 TIMES
                                DEPENDING ON WS-TOT-SALDOS.
             10 WS-SAL-DESDE   PIC 9(08).
             10 WS-SAL-MONTO   PIC 9(11)V9(02).

       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-PRIMERO PIC 9(05).
             10 WS-CAN-ULTIMO  PIC 9(05).

       01 WS-FIRMA-REGISTROS   PIC 9(07) VALUE 0.
       01 WS-FIRMA-SUMA        PIC 9(15)V9(02) VALUE 0.

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(04).

       LINKAGE SECTION.
       01 LS-CODIGO            PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-MONTO             PIC 9(11)V9(02).
       01 LS-ENCONTRADO        PIC X(01).
       01 LS-FIRMA.
          05 LS-FIRMA-REGISTROS PIC 9(07).
          05 LS-FIRMA-SUMA      PIC 9(15)V9(02).

       PROCEDURE DIVISION USING LS-CODIGO,
                                LS-FECHA,
                                LS-MONTO,
                                LS-ENCONTRADO,
                                LS-FIRMA.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-SALDOS
            END-IF
            PERFORM 2000-BUSCA-SALDO
            PERFORM 4000-FINAL.
      *
       1000-CARGA-SALDOS.
            MOVE 0 TO WS-TOT-SALDOS, WS-TOT-CANALES
            OPEN INPUT HOST-PRINCIPAL
            IF FS-PRINCIPAL NOT = '00'
               DISPLAY "SIN SALDOS PRINCIPALES (QG1PRINC.DAT) - FILE "
                       "STATUS " FS-PRINCIPAL
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PRINCIPAL NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 1100-GUARDA-SALDO
                  END-READ
               END-PERFORM
               CLOSE HOST-PRINCIPAL
            END-IF
            MOVE WS-TOT-SALDOS TO WS-FIRMA-REGISTROS
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       1100-GUARDA-SALDO.
            IF WS-TOT-SALDOS = 10000
               DISPLAY "ABEND: TABLA DE SALDOS PRINCIPALES LLENA "
                       "(10000 VIGENCIAS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-SALDOS
            MOVE PRI-FECHA-DESDE TO WS-SAL-DESDE(WS-TOT-SALDOS)
            MOVE PRI-MONTO       TO WS-SAL-MONTO(WS-TOT-SALDOS)
            ADD PRI-MONTO TO WS-FIRMA-SUMA
      * el archivo viene en orden de llave: un canal nuevo abre su
      * entrada en el indice, el mismo canal solo corre el ultimo
            IF WS-TOT-CANALES > 0
               AND WS-CAN-CODIGO(WS-TOT-CANALES) = PRI-COD-CANAL
               MOVE WS-TOT-SALDOS TO WS-CAN-ULTIMO(WS-TOT-CANALES)
            ELSE
               IF WS-TOT-CANALES = 1000
                  DISPLAY "ABEND: INDICE DE CANALES CON SALDO LLENO "
                          "(1000 CANALES)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CANALES
               MOVE PRI-COD-CANAL TO WS-CAN-CODIGO(WS-TOT-CANALES)
               MOVE WS-TOT-SALDOS TO WS-CAN-PRIMERO(WS-TOT-CANALES)
               MOVE WS-TOT-SALDOS TO WS-CAN-ULTIMO(WS-TOT-CANALES)
            END-IF.
      *
       2000-BUSCA-SALDO.
            MOVE 0   TO LS-MONTO
            MOVE 'N' TO LS-ENCONTRADO
            MOVE WS-FIRMA-REGISTROS TO LS-FIRMA-REGISTROS
            MOVE WS-FIRMA-SUMA      TO LS-FIRMA-SUMA

            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = LS-CODIGO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

      * de la vigencia mas nueva hacia atras: la primera no
      * posterior a la fecha es la que rige
            IF WK-POS > 0
               PERFORM VARYING WK-I FROM WS-CAN-ULTIMO(WK-POS) BY -1
                       UNTIL WK-I < WS-CAN-PRIMERO(WK-POS)
                          OR LS-ENCONTRADO = 'S'
                  IF WS-SAL-DESDE(WK-I) <= LS-FECHA
                     MOVE WS-SAL-MONTO(WK-I) TO LS-MONTO
                     MOVE 'S'                TO LS-ENCONTRADO
                  END-IF
               END-PERFORM
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX217.
