      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : El libro auxiliar tiene el tipo de movimiento
      *  'PE' (penalidad por violacion de limites) y el estado
      *  mensual QG1CX115 ya lo imprime, pero ningun programa lo
      *  anotaba: las violaciones que dejan QG1CX092, QG1CX166 y
      *  QG1CX168 se revisaban a mano y se cobraban desde una hoja
      *  de calculo. Este motor mensual de penalidades:
      *    - recibe el periodo por consola y lee las violaciones de
      *      ESE periodo del historico QG1VIOHIS.DAT (los tres
      *      controles agregan ahi cada linea que escriben en el
      *      QG1CX092.VIO del dia, que se reinicia cada noche),
      *    - clasifica cada linea por clase de violacion (LI, IN,
      *      VD, VC, VM, HO - ver QG1PEN01); las clases que no son
      *      culpa del canal (canal inexistente, sin tipo de cambio)
      *      se exoneran como NO PENALIZABLE,
      *    - netea contra el registro de penalidades ya aplicadas
      *      QG1PENAPL.DAT (COPY QG1PNA01) para no cobrar dos veces
      *      la misma violacion al recorrer un periodo,
      *    - le pone precio con la tarifa vigente al periodo en
      *      QG1PENTAR.DAT (COPY QG1PEN01) para la clase y el tipo
      *      de canal (rutina QG1CX110), con el tope mensual por
      *      canal y clase; lo que no tiene tarifa, tiene tarifa en
      *      cero o pasa el tope se exonera con su motivo,
      *    - anota UN movimiento 'PE' a cargo del canal ('D') por
      *      canal con el total cobrado, via la rutina unica del
      *      libro QG1CX149, con referencia PEN AAAAMM,
      *  y deja el registro de penalidades QG1CX213.RPT con cada
      *  violacion cobrada o exonerada, el total por canal y el
      *  total general.
      * Rutina de penalidades: las clases y la busqueda de tarifa
      *  pasaron a la rutina QG1CX307, que tambien usan la
      *  liquidacion de baja QG1CX288 y la escalera de sanciones
      *  QG1CX293, para que las tres clasifiquen y precien igual. La
      *  rutina carga QG1PENTAR.DAT; sin ninguna tarifa la corrida
      *  sigue siendo abend.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX213.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-APLICADAS ASSIGN TO "QG1PENAPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APLICADAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX213.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-APLICADAS.
           COPY QG1PNA01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-VIOHIS            PIC X(02).
       01 FS-APLICADAS         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO           PIC 9(06).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WS-TOT-APLICADAS     PIC 9(05) VALUE 0.
       01 WS-TABLA-APLICADAS.
          05 WS-APL-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-APLICADAS.
             10 WS-APL-VIOLACION PIC X(100).

       01 WS-TOT-CONTEOS       PIC 9(04) VALUE 0.
       01 WS-TABLA-CONTEOS.
          05 WS-CNT-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CONTEOS.
             10 WS-CNT-CANAL   PIC X(03).
             10 WS-CNT-CLASE   PIC X(02).
             10 WS-CNT-COBRADAS PIC 9(05).

       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-TOTAL   PIC 9(11)V9(02).
             10 WS-CAN-COBRADAS PIC 9(05).
             10 WS-CAN-EXONERADAS PIC 9(05).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-POS-CNT           PIC 9(04).
       01 WK-POS-CAN           PIC 9(04).

       01 WK-CANAL             PIC X(03).
       01 WK-CLASE             PIC X(02).
       01 WK-YA-APLICADA       PIC X(01).

      * clasificacion y precio de la violacion (rutina QG1CX307)
       01 WK-ACCION-PEN        PIC X(01).
       01 WK-COBRADAS          PIC 9(05).
       01 WK-MONTO-PEN         PIC 9(07)V9(02).
       01 WK-DISPOSICION       PIC X(09).
       01 WK-MOTIVO-EXO        PIC X(14).
       01 WK-TOT-TARIFAS       PIC 9(04).

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-PERIODO       PIC 9(07) VALUE 0.
       01 WS-TOT-NETEADAS      PIC 9(07) VALUE 0.
       01 WS-TOT-COBRADAS      PIC 9(07) VALUE 0.
       01 WS-TOT-EXONERADAS    PIC 9(07) VALUE 0.
       01 WS-TOT-ANOTADOS      PIC 9(05) VALUE 0.
       01 WS-SUMA-PENALIDADES  PIC 9(13)V9(02) VALUE 0.

       01 WK-LIB-TIPO          PIC X(02) VALUE 'PE'.
       01 WK-LIB-SENTIDO       PIC X(01) VALUE 'D'.
       01 WK-LIB-REFERENCIA    PIC X(12).
       01 WK-LIB-OPERADOR      PIC X(08) VALUE SPACES.
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-LIB-SALDO         PIC S9(11)V9(02).

       01 WK-MONTO-ED          PIC ZZZZZZ9,99.
       01 WK-TOTAL-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-TARIFAS
            PERFORM 2500-CARGA-APLICADAS
            PERFORM 3000-PENALIZA-VIOLACIONES
            PERFORM 5000-ANOTA-LIBRO
            PERFORM 6000-IMPRIME-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MOTOR MENSUAL DE PENALIDADES POR VIOLACIONES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "PERIODO A PENALIZAR (AAAAMM) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO(5:2) < '01' OR WK-PERIODO(5:2) > '12'
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE SPACES TO WK-LIB-REFERENCIA
            STRING "PEN " WK-PERIODO
               DELIMITED SIZE INTO WK-LIB-REFERENCIA.
      *
      * el tarifario lo carga la rutina de precio; sin tarifas no se
      * corre el motor
       2000-CARGA-TARIFAS.
            MOVE 'T' TO WK-ACCION-PEN
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS
            IF WK-TOT-TARIFAS = 0
               DISPLAY "ABEND: SIN TARIFA DE PENALIDADES QG1PENTAR.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "TARIFAS EN LA HISTORIA : " WK-TOT-TARIFAS.
      *
      * Lo ya cobrado del periodo: la imagen de cada violacion para
      * netear, y el conteo por canal y clase para el tope mensual.
       2500-CARGA-APLICADAS.
            OPEN INPUT HOST-APLICADAS
            IF FS-APLICADAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-APLICADAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNA-PERIODO = WK-PERIODO
                           PERFORM 2600-GUARDA-APLICADA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-APLICADAS
            END-IF
            DISPLAY "VIOLACIONES YA PENALIZADAS DEL PERIODO : "
                    WS-TOT-APLICADAS.
      *
       2600-GUARDA-APLICADA.
            IF WS-TOT-APLICADAS = 5000
               DISPLAY "ABEND: TABLA DE PENALIDADES APLICADAS LLENA "
                       "(5000 VIOLACIONES)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-APLICADAS
            MOVE PNA-VIOLACION TO WS-APL-VIOLACION(WS-TOT-APLICADAS)
            MOVE PNA-COD-CANAL TO WK-CANAL
            MOVE PNA-CLASE     TO WK-CLASE
            PERFORM 3600-UBICA-CONTEO
            ADD 1 TO WS-CNT-COBRADAS(WK-POS-CNT).
      *
       3000-PENALIZA-VIOLACIONES.
            OPEN OUTPUT HOST-RPT
            PERFORM 3900-IMPRIME-ENCABEZADO
            OPEN INPUT HOST-VIOHIS
            IF FS-VIOHIS NOT = '00'
               DISPLAY "SIN HISTORICO DE VIOLACIONES (QG1VIOHIS.DAT), "
                       "NADA QUE PENALIZAR"
            ELSE
               OPEN EXTEND HOST-APLICADAS
               IF FS-APLICADAS = '35'
                  OPEN OUTPUT HOST-APLICADAS
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOHIS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-TOT-LEIDAS
                        IF REG-VIOHIS(5:6) = WK-PERIODO
                           ADD 1 TO WS-TOT-PERIODO
                           PERFORM 3100-PENALIZA-UNA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOHIS, HOST-APLICADAS
            END-IF.
      *
       3100-PENALIZA-UNA.
            MOVE REG-VIOHIS(1:3) TO WK-CANAL
            MOVE 'C' TO WK-ACCION-PEN
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS

            MOVE 'N' TO WK-YA-APLICADA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-APLICADAS
                       OR WK-YA-APLICADA = 'S'
               IF WS-APL-VIOLACION(WK-I) = REG-VIOHIS
                  MOVE 'S' TO WK-YA-APLICADA
               END-IF
            END-PERFORM
            IF WK-YA-APLICADA = 'S'
               ADD 1 TO WS-TOT-NETEADAS
            ELSE
               PERFORM 3300-PRECIA-VIOLACION
               PERFORM 3700-UBICA-CANAL
               IF WK-DISPOSICION = 'COBRADA'
                  ADD 1 TO WS-TOT-COBRADAS
                  ADD 1 TO WS-CAN-COBRADAS(WK-POS-CAN)
                  ADD WK-MONTO-PEN TO WS-CAN-TOTAL(WK-POS-CAN)
                  ADD WK-MONTO-PEN TO WS-SUMA-PENALIDADES
                  ADD 1 TO WS-CNT-COBRADAS(WK-POS-CNT)
                  PERFORM 3500-ANOTA-APLICADA
               ELSE
                  ADD 1 TO WS-TOT-EXONERADAS
                  ADD 1 TO WS-CAN-EXONERADAS(WK-POS-CAN)
                  MOVE 0 TO WK-MONTO-PEN
               END-IF
               PERFORM 3800-IMPRIME-VIOLACION
            END-IF.
      *
      * Precio con la tarifa vigente al periodo (rutina QG1CX307); el
      * tope mensual cuenta lo ya cobrado al canal en la clase.
       3300-PRECIA-VIOLACION.
            MOVE 0 TO WK-COBRADAS
            IF WK-CLASE NOT = 'NP'
               PERFORM 3600-UBICA-CONTEO
               MOVE WS-CNT-COBRADAS(WK-POS-CNT) TO WK-COBRADAS
            END-IF
            MOVE 'P' TO WK-ACCION-PEN
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS.
      *
       3500-ANOTA-APLICADA.
            MOVE WK-CANAL          TO PNA-COD-CANAL
            MOVE WK-PERIODO        TO PNA-PERIODO
            MOVE WK-CLASE          TO PNA-CLASE
            MOVE WK-MONTO-PEN      TO PNA-MONTO
            MOVE WK-FECHA-HOY      TO PNA-FECHA-PROCESO
            MOVE WK-LIB-REFERENCIA TO PNA-REFERENCIA
            MOVE REG-VIOHIS        TO PNA-VIOLACION
            WRITE REG-PENALIDAD-APLICADA.
      *
       3600-UBICA-CONTEO.
            MOVE 0 TO WK-POS-CNT
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CONTEOS OR WK-POS-CNT > 0
               IF WS-CNT-CANAL(WK-I) = WK-CANAL
                  AND WS-CNT-CLASE(WK-I) = WK-CLASE
                  MOVE WK-I TO WK-POS-CNT
               END-IF
            END-PERFORM
            IF WK-POS-CNT = 0
               IF WS-TOT-CONTEOS = 2000
                  DISPLAY "ABEND: TABLA DE CONTEOS POR CLASE LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CONTEOS
               MOVE WS-TOT-CONTEOS TO WK-POS-CNT
               MOVE WK-CANAL TO WS-CNT-CANAL(WK-POS-CNT)
               MOVE WK-CLASE TO WS-CNT-CLASE(WK-POS-CNT)
               MOVE 0        TO WS-CNT-COBRADAS(WK-POS-CNT)
            END-IF.
      *
       3700-UBICA-CANAL.
            MOVE 0 TO WK-POS-CAN
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS-CAN > 0
               IF WS-CAN-CODIGO(WK-I) = WK-CANAL
                  MOVE WK-I TO WK-POS-CAN
               END-IF
            END-PERFORM
            IF WK-POS-CAN = 0
               IF WS-TOT-CANALES = 500
                  DISPLAY "ABEND: TABLA DE CANALES LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CANALES
               MOVE WS-TOT-CANALES TO WK-POS-CAN
               MOVE WK-CANAL TO WS-CAN-CODIGO(WK-POS-CAN)
               MOVE 0 TO WS-CAN-TOTAL(WK-POS-CAN)
               MOVE 0 TO WS-CAN-COBRADAS(WK-POS-CAN)
               MOVE 0 TO WS-CAN-EXONERADAS(WK-POS-CAN)
            END-IF.
      *
       3800-IMPRIME-VIOLACION.
            MOVE WK-MONTO-PEN TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WK-CANAL         DELIMITED SIZE
                   " "              DELIMITED SIZE
                   WK-CLASE         DELIMITED SIZE
                   " "              DELIMITED SIZE
                   WK-DISPOSICION   DELIMITED SIZE
                   " "              DELIMITED SIZE
                   WK-MONTO-ED      DELIMITED SIZE
                   " "              DELIMITED SIZE
                   WK-MOTIVO-EXO    DELIMITED SIZE
                   " "              DELIMITED SIZE
                   REG-VIOHIS(5:57) DELIMITED SIZE
              INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3900-IMPRIME-ENCABEZADO.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REGISTRO DE PENALIDADES POR VIOLACIONES - PERIODO "
                   WK-PERIODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "COD CL DISPOSIC.      MONTO MOTIVO EXO.    VIOLACION"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Un movimiento 'PE' por canal con el total cobrado del
      * periodo; el saldo corrido lo calcula QG1CX149.
       5000-ANOTA-LIBRO.
            PERFORM VARYING WK-POS-CAN FROM 1 BY 1
                    UNTIL WK-POS-CAN > WS-TOT-CANALES
               IF WS-CAN-TOTAL(WK-POS-CAN) > 0
                  MOVE WS-CAN-TOTAL(WK-POS-CAN) TO WK-LIB-MONTO
                  CALL "QG1CX149" USING WS-CAN-CODIGO(WK-POS-CAN),
                                         WK-FECHA-HOY,
                                         WK-LIB-TIPO, WK-LIB-SENTIDO,
                                         WK-LIB-MONTO,
                                         WK-LIB-REFERENCIA,
                                         WK-LIB-OPERADOR,
                                         WK-LIB-SALDO
                  ADD 1 TO WS-TOT-ANOTADOS
               END-IF
            END-PERFORM.
      *
       6000-IMPRIME-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "TOTALES POR CANAL" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-POS-CAN FROM 1 BY 1
                    UNTIL WK-POS-CAN > WS-TOT-CANALES
               MOVE WS-CAN-TOTAL(WK-POS-CAN) TO WK-TOTAL-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-CAN-CODIGO(WK-POS-CAN)
                      "  COBRADAS " WS-CAN-COBRADAS(WK-POS-CAN)
                      "  EXONERADAS " WS-CAN-EXONERADAS(WK-POS-CAN)
                      "  PENALIDAD " WK-TOTAL-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-PENALIDADES TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COBRADAS: "       WS-TOT-COBRADAS
                   "  EXONERADAS: "   WS-TOT-EXONERADAS
                   "  YA PENALIZADAS: " WS-TOT-NETEADAS
                   "  TOTAL: "        WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "VIOLACIONES LEIDAS       : " WS-TOT-LEIDAS
            DISPLAY "DEL PERIODO              : " WS-TOT-PERIODO
            DISPLAY "YA PENALIZADAS (NETEO)   : " WS-TOT-NETEADAS
            DISPLAY "COBRADAS                 : " WS-TOT-COBRADAS
            DISPLAY "EXONERADAS               : " WS-TOT-EXONERADAS
            DISPLAY "MOVIMIENTOS PE ANOTADOS  : " WS-TOT-ANOTADOS
            DISPLAY "TOTAL DE PENALIDADES     : " WS-SUMA-PENALIDADES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX213.
