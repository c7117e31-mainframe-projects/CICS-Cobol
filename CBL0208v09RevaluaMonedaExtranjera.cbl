      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revaluacion de fin de mes del saldo en moneda
      *  extranjera de los canales. Los canales con COD-MONEDA-LIM en
      *  USD o EUR mueven su libro auxiliar en esa moneda (LIB-MONEDA
      *  que estampa QG1CX149), pero contabilidad lleva soles. Para
      *  el periodo AAAAMM aceptado por consola (ya terminado) este
      *  proceso toma de QG1LIBRO.DAT (COPY QG1LIB01), por cada canal
      *  en moneda extranjera de HOST004:
      *    - el saldo en su moneda al fin de mes (movimientos de esa
      *      moneda hasta el fin de mes, 'H' suma y 'D' resta),
      *    - su valor en soles a la tasa historica de cada movimiento
      *      (tipo de cambio vigente en la fecha del movimiento),
      *  y lo reexpresa a la tasa de cierre de QG1TCAMB.DAT (CALL
      *  QG1CX132 al fin de mes; una tasa vencida o faltante deja al
      *  canal como excepcion). La diferencia no realizada se anota
      *  con CALL QG1CX149 como movimiento 'RV' en soles, referencia
      *  "RV AAAAMM" y fecha fin de mes: una perdida (el saldo vale
      *  mas soles) es 'H', una ganancia es 'D'. En la misma corrida
      *  se anota la reversa automatica, sentido contrario, referencia
      *  "RVR AAAAMM" y fecha primer dia del mes siguiente, de modo
      *  que cada mes se revalua desde la tasa historica. Un canal con
      *  la revaluacion del periodo ya anotada no se vuelve a tocar
      *  (la corrida se puede repetir). La interfaz contable QG1CX116
      *  lleva los 'RV' del periodo a la cuenta de diferencia de
      *  cambio. Detalle y excepciones en QG1CX267.RPT; la corrida
      *  queda en el run-log QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX267.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-RPT ASSIGN TO "QG1CX267.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-PERIODO-HOY       PIC 9(06).
       01 WK-PERIODO           PIC 9(06).
       01 WK-PER-ANIO          PIC 9(04).
       01 WK-PER-MES           PIC 9(02).
       01 WK-FIN-MES           PIC 9(08).
       01 WK-SIG-INICIO        PIC 9(08).
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-MENOS-UN-DIA      PIC S9(05) VALUE -1.
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-REFERENCIA-RV     PIC X(12).
       01 WK-REFERENCIA-RVR    PIC X(12).

      * conversion: se pide el valor de UNA unidad para tener la tasa
       01 WK-MONEDA-PEN        PIC X(03) VALUE 'PEN'.
       01 WK-UNA-UNIDAD        PIC 9(09)V9(02) VALUE 1.
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).
       01 WK-TASA-MONEDA       PIC X(03) VALUE SPACES.
       01 WK-TASA-FECHA        PIC 9(08) VALUE 0.
       01 WK-TASA-HISTORICA    PIC 9(05)V9(06) VALUE 0.
       01 WK-TASA-HIST-OK      PIC X(01) VALUE 'N'.
       01 WK-TASA-CIERRE       PIC 9(05)V9(06).

       01 WK-MONEDA-MOV        PIC X(03).
       01 WK-MONTO-SIGNO       PIC S9(11)V9(02).
       01 WK-VALOR-CIERRE      PIC S9(13)V9(02).
       01 WK-DIFERENCIA        PIC S9(13)V9(02).

      * canales en moneda extranjera del maestro
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-MONEDA  PIC X(03).
             10 WS-CAN-MOVIMIENTOS
                               PIC 9(07).
             10 WS-CAN-SALDO   PIC S9(11)V9(02).
             10 WS-CAN-VALOR-PEN
                               PIC S9(13)V9(02).
             10 WS-CAN-REVALUADO
                               PIC X(01).
             10 WS-CAN-SIN-TASA
                               PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).

       01 WK-LIB-TIPO-MOV      PIC X(02) VALUE 'RV'.
       01 WK-LIB-DEBE-HABER    PIC X(01).
       01 WK-LIB-SENTIDO-REV   PIC X(01).
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-LIB-OPERADOR      PIC X(08) VALUE SPACES.
       01 WK-LIB-SALDO         PIC S9(11)V9(02).

       01 WS-TOT-REVALUADOS    PIC 9(04) VALUE 0.
       01 WS-TOT-YA-HECHOS     PIC 9(04) VALUE 0.
       01 WS-TOT-EXCEPCIONES   PIC 9(04) VALUE 0.
       01 WS-TOT-SIN-DIFERENCIA
                               PIC 9(04) VALUE 0.
       01 WS-SUMA-PERDIDA      PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-GANANCIA     PIC 9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX267'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-RESULTADO         PIC X(30).
       01 WK-SALDO-ED          PIC -ZZZZZZZZZZ9,99.
       01 WK-TASA-ED           PIC ZZZZ9,999999.
       01 WK-HISTORICO-ED      PIC -ZZZZZZZZZZZZ9,99.
       01 WK-CIERRE-ED         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-DIFERENCIA-ED     PIC -ZZZZZZZZZZZZ9,99.
       01 WK-PERDIDA-ED        PIC ZZZZZZZZZZZZ9,99.
       01 WK-GANANCIA-ED       PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-CANALES
            PERFORM 3000-RECORRE-LIBRO
            PERFORM 5000-REVALUA-CANALES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REVALUACION DE SALDOS EN MONEDA EXTRANJERA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE WK-FECHA-HOY(1:6) TO WK-PERIODO-HOY

            DISPLAY "PERIODO A REVALUAR (AAAAMM) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO(5:2) < '01' OR WK-PERIODO(5:2) > '12'
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WK-PERIODO NOT < WK-PERIODO-HOY
               DISPLAY "ABEND: EL PERIODO " WK-PERIODO " NO HA "
                       "TERMINADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE WK-PERIODO(1:4) TO WK-PER-ANIO
            MOVE WK-PERIODO(5:2) TO WK-PER-MES
            IF WK-PER-MES = 12
               ADD 1 TO WK-PER-ANIO
               MOVE 1 TO WK-PER-MES
            ELSE
               ADD 1 TO WK-PER-MES
            END-IF
            COMPUTE WK-SIG-INICIO =
                    WK-PER-ANIO * 10000 + WK-PER-MES * 100 + 1
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-SIG-INICIO, WK-FECHA-HOY,
                                   WK-MENOS-UN-DIA, WK-FIN-MES,
                                   WK-DIAS-RESULTADO

            MOVE SPACES TO WK-REFERENCIA-RV, WK-REFERENCIA-RVR
            STRING "RV " WK-PERIODO
               DELIMITED SIZE INTO WK-REFERENCIA-RV
            STRING "RVR " WK-PERIODO
               DELIMITED SIZE INTO WK-REFERENCIA-RVR
            DISPLAY "FIN DE MES " WK-FIN-MES ", REVERSA AL "
                    WK-SIG-INICIO.
      *
       2000-CARGA-CANALES.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF COD-MONEDA-LIM NOT = SPACES
                        AND COD-MONEDA-LIM NOT = 'PEN'
                        PERFORM 2100-AGREGA-CANAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004
            DISPLAY "CANALES EN MONEDA EXTRANJERA : " WS-TOT-CANALES.
      *
       2100-AGREGA-CANAL.
            IF WS-TOT-CANALES = 500
               DISPLAY "ABEND: TABLA DE CANALES LLENA (500)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-CANALES
            MOVE COD-CANAL OF REG-HOST004
              TO WS-CAN-CODIGO(WS-TOT-CANALES)
            MOVE COD-MONEDA-LIM TO WS-CAN-MONEDA(WS-TOT-CANALES)
            MOVE 0   TO WS-CAN-MOVIMIENTOS(WS-TOT-CANALES)
            MOVE 0   TO WS-CAN-SALDO(WS-TOT-CANALES)
            MOVE 0   TO WS-CAN-VALOR-PEN(WS-TOT-CANALES)
            MOVE 'N' TO WS-CAN-REVALUADO(WS-TOT-CANALES)
            MOVE 'N' TO WS-CAN-SIN-TASA(WS-TOT-CANALES).
      *
      * Solo cuentan los movimientos en la moneda del canal hasta el
      * fin de mes; la revaluacion ya anotada del periodo marca al
      * canal para no duplicarla.
       3000-RECORRE-LIBRO.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO NOT = '00'
               DISPLAY "ABEND: SIN LIBRO AUXILIAR QG1LIBRO.DAT - FILE "
                       "STATUS " FS-LIBRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-LIBRO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF LIB-FECHA NOT > WK-FIN-MES
                        PERFORM 3100-UBICA-CANAL
                        IF WK-POS > 0
                           PERFORM 3200-ACUMULA-MOVIMIENTO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-LIBRO.
      *
       3100-UBICA-CANAL.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = LIB-COD-CANAL
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
       3200-ACUMULA-MOVIMIENTO.
            MOVE LIB-MONEDA TO WK-MONEDA-MOV
            IF WK-MONEDA-MOV = SPACES
               MOVE 'PEN' TO WK-MONEDA-MOV
            END-IF
            EVALUATE TRUE
               WHEN LIB-TIPO-MOV = 'RV'
                  IF LIB-REFERENCIA = WK-REFERENCIA-RV
                     MOVE 'S' TO WS-CAN-REVALUADO(WK-POS)
                  END-IF
               WHEN WK-MONEDA-MOV NOT = WS-CAN-MONEDA(WK-POS)
                  CONTINUE
               WHEN OTHER
                  IF LIB-DEBE-HABER = 'H'
                     MOVE LIB-MONTO TO WK-MONTO-SIGNO
                  ELSE
                     COMPUTE WK-MONTO-SIGNO = 0 - LIB-MONTO
                  END-IF
                  PERFORM 3300-TASA-HISTORICA
                  IF WK-TASA-HIST-OK = 'N'
                     MOVE 'S' TO WS-CAN-SIN-TASA(WK-POS)
                  END-IF
                  ADD 1 TO WS-CAN-MOVIMIENTOS(WK-POS)
                  ADD WK-MONTO-SIGNO TO WS-CAN-SALDO(WK-POS)
                  COMPUTE WS-CAN-VALOR-PEN(WK-POS) ROUNDED =
                          WS-CAN-VALOR-PEN(WK-POS)
                        + WK-MONTO-SIGNO * WK-TASA-HISTORICA
            END-EVALUATE.
      *
      * El libro es cronologico: la tasa del dia se pide una sola vez
      * por moneda y fecha. Una tasa vieja sirve como historica; sin
      * tasa alguna el canal no se puede revaluar.
       3300-TASA-HISTORICA.
            IF LIB-FECHA NOT = WK-TASA-FECHA
               OR WK-MONEDA-MOV NOT = WK-TASA-MONEDA
               CALL "QG1CX132" USING WK-MONEDA-MOV, WK-MONEDA-PEN,
                                      LIB-FECHA, WK-UNA-UNIDAD,
                                      WK-MONTO-CONV,
                                      WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               MOVE LIB-FECHA        TO WK-TASA-FECHA
               MOVE WK-MONEDA-MOV    TO WK-TASA-MONEDA
               MOVE WK-TASA-APLICADA TO WK-TASA-HISTORICA
               IF WK-CONVERSION-OK = 'N'
                  MOVE 'N' TO WK-TASA-HIST-OK
               ELSE
                  MOVE 'S' TO WK-TASA-HIST-OK
               END-IF
            END-IF.
      *
       5000-REVALUA-CANALES.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REVALUACION DE SALDOS EN MONEDA EXTRANJERA - "
                   "PERIODO " WK-PERIODO " - CIERRE AL " WK-FIN-MES
                   " - REVERSA AL " WK-SIG-INICIO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN MON        SALDO-ME  TASA-CIERRE"
                   "   VALOR-HISTORICO   VALOR-AL-CIERRE"
                   "        DIFERENCIA RESULTADO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-CAN-MOVIMIENTOS(WK-I) > 0
                  OR WS-CAN-REVALUADO(WK-I) = 'S'
                  PERFORM 5100-REVALUA-UN-CANAL
                  PERFORM 5900-IMPRIME-CANAL
               END-IF
            END-PERFORM.
      *
       5100-REVALUA-UN-CANAL.
            MOVE 0 TO WK-TASA-CIERRE, WK-VALOR-CIERRE, WK-DIFERENCIA
            EVALUATE TRUE
               WHEN WS-CAN-REVALUADO(WK-I) = 'S'
                  MOVE "YA REVALUADO" TO WK-RESULTADO
                  ADD 1 TO WS-TOT-YA-HECHOS
               WHEN WS-CAN-SIN-TASA(WK-I) = 'S'
                  MOVE "SIN TIPO DE CAMBIO HISTORICO" TO WK-RESULTADO
                  ADD 1 TO WS-TOT-EXCEPCIONES
               WHEN OTHER
                  PERFORM 5200-CALCULA-DIFERENCIA
            END-EVALUATE.
      *
       5200-CALCULA-DIFERENCIA.
            CALL "QG1CX132" USING WS-CAN-MONEDA(WK-I), WK-MONEDA-PEN,
                                   WK-FIN-MES, WK-UNA-UNIDAD,
                                   WK-MONTO-CONV, WK-TASA-APLICADA,
                                   WK-CONVERSION-OK
            EVALUATE WK-CONVERSION-OK
               WHEN 'N'
                  MOVE "SIN TIPO DE CAMBIO DE CIERRE" TO WK-RESULTADO
                  ADD 1 TO WS-TOT-EXCEPCIONES
               WHEN 'V'
                  MOVE "TIPO DE CAMBIO DE CIERRE VIEJO"
                    TO WK-RESULTADO
                  ADD 1 TO WS-TOT-EXCEPCIONES
               WHEN OTHER
                  MOVE WK-TASA-APLICADA TO WK-TASA-CIERRE
                  COMPUTE WK-VALOR-CIERRE ROUNDED =
                          WS-CAN-SALDO(WK-I) * WK-TASA-CIERRE
                  COMPUTE WK-DIFERENCIA =
                          WK-VALOR-CIERRE - WS-CAN-VALOR-PEN(WK-I)
                  PERFORM 5300-ANOTA-REVALUACION
            END-EVALUATE.
      *
      * Diferencia positiva: el saldo a favor del canal vale mas soles
      * (o su deuda vale menos), es perdida y se anota 'H'. La reversa
      * lleva el sentido contrario el primer dia del mes siguiente.
       5300-ANOTA-REVALUACION.
            IF WK-DIFERENCIA = 0
               MOVE "SIN DIFERENCIA" TO WK-RESULTADO
               ADD 1 TO WS-TOT-SIN-DIFERENCIA
            ELSE
               IF WK-DIFERENCIA > 0
                  MOVE 'H' TO WK-LIB-DEBE-HABER
                  MOVE 'D' TO WK-LIB-SENTIDO-REV
                  MOVE WK-DIFERENCIA TO WK-LIB-MONTO
                  ADD WK-LIB-MONTO TO WS-SUMA-PERDIDA
                  MOVE "PERDIDA ANOTADA Y REVERSADA" TO WK-RESULTADO
               ELSE
                  MOVE 'D' TO WK-LIB-DEBE-HABER
                  MOVE 'H' TO WK-LIB-SENTIDO-REV
                  COMPUTE WK-LIB-MONTO = 0 - WK-DIFERENCIA
                  ADD WK-LIB-MONTO TO WS-SUMA-GANANCIA
                  MOVE "GANANCIA ANOTADA Y REVERSADA" TO WK-RESULTADO
               END-IF
               CALL "QG1CX149" USING WS-CAN-CODIGO(WK-I), WK-FIN-MES,
                                      WK-LIB-TIPO-MOV,
                                      WK-LIB-DEBE-HABER,
                                      WK-LIB-MONTO, WK-REFERENCIA-RV,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO
               CALL "QG1CX149" USING WS-CAN-CODIGO(WK-I),
                                      WK-SIG-INICIO,
                                      WK-LIB-TIPO-MOV,
                                      WK-LIB-SENTIDO-REV,
                                      WK-LIB-MONTO, WK-REFERENCIA-RVR,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO
               ADD 1 TO WS-TOT-REVALUADOS
            END-IF.
      *
       5900-IMPRIME-CANAL.
            MOVE WS-CAN-SALDO(WK-I)     TO WK-SALDO-ED
            MOVE WK-TASA-CIERRE         TO WK-TASA-ED
            MOVE WS-CAN-VALOR-PEN(WK-I) TO WK-HISTORICO-ED
            MOVE WK-VALOR-CIERRE        TO WK-CIERRE-ED
            MOVE WK-DIFERENCIA          TO WK-DIFERENCIA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-CAN-CODIGO(WK-I) " " WS-CAN-MONEDA(WK-I)
                   " " WK-SALDO-ED " " WK-TASA-ED
                   " " WK-HISTORICO-ED " " WK-CIERRE-ED
                   " " WK-DIFERENCIA-ED " " WK-RESULTADO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            MOVE WS-SUMA-PERDIDA  TO WK-PERDIDA-ED
            MOVE WS-SUMA-GANANCIA TO WK-GANANCIA-ED
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES REVALUADOS " WS-TOT-REVALUADOS
                   "  YA REVALUADOS " WS-TOT-YA-HECHOS
                   "  SIN DIFERENCIA " WS-TOT-SIN-DIFERENCIA
                   "  EXCEPCIONES " WS-TOT-EXCEPCIONES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL PERDIDA EN CAMBIO  " WK-PERDIDA-ED
                   "  TOTAL GANANCIA EN CAMBIO " WK-GANANCIA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CANALES REVALUADOS : " WS-TOT-REVALUADOS
            DISPLAY "YA REVALUADOS      : " WS-TOT-YA-HECHOS
            DISPLAY "EXCEPCIONES        : " WS-TOT-EXCEPCIONES
            DISPLAY "PERDIDA EN CAMBIO  : " WS-SUMA-PERDIDA
            DISPLAY "GANANCIA EN CAMBIO : " WS-SUMA-GANANCIA
            DISPLAY "REPORTE EN QG1CX267.RPT"

            IF WS-TOT-EXCEPCIONES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "REVALUACION " WK-PERIODO
                   " CANALES " WS-TOT-REVALUADOS
                   " EXCEPCIONES " WS-TOT-EXCEPCIONES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX267.
