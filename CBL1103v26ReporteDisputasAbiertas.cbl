      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual de las disputas de movimientos
      *  (QG1DISPUT.DAT, COPY QG1DSP01) a una fecha de corte (ENTER =
      *  hoy). Por cada disputa abierta dada de alta hasta el corte
      *  lista canal, numero, movimiento archivado, motivo, estado,
      *  responsable, fecha de alta y limite, dias abierta (CALL
      *  QG1CX073 'B'), el tramo de antiguedad (0-30, 31-60, 61-90,
      *  mas de 90 dias) y lo reclamado en su moneda y en soles (CALL
      *  QG1CX132 a la fecha de corte), y marca VENCIDA la que paso
      *  su DSP-FECHA-LIMITE. Al pie, cantidad y monto en juego por
      *  tramo, las vencidas, y las resueltas en el mes del corte (a
      *  favor del canal con lo ajustado en el libro, y en contra).
      *  Lo reclamado en una moneda sin tipo de cambio al corte sale
      *  marcado SIN TC y no suma al monto en juego.
      *  Salida QG1CX256.RPT; el resumen queda en el run-log via
      *  CALL QG1CX120 (severidad 'A' si hay disputas vencidas).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX256.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-DISPUTAS ASSIGN TO "QG1DISPUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSP-LLAVE
           FILE STATUS IS FS-DISPUTAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX256.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-DISPUTAS.
           COPY QG1DSP01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-DISPUTAS          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-CORTE       PIC 9(08).
       01 WK-MES-CORTE         PIC 9(06).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-TRAMO             PIC 9(01).
       01 WK-PLAZO             PIC X(07).

       01 WK-MONEDA-SOLES      PIC X(03) VALUE 'PEN'.
       01 WK-MONTO-PEN         PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       01 WS-TABLA-TRAMOS.
           05 WS-TRAMO OCCURS 4 TIMES.
              10 WS-TRM-NOMBRE    PIC X(10).
              10 WS-TRM-CANTIDAD  PIC 9(05).
              10 WS-TRM-MONTO     PIC 9(13)V9(02).
       01 WK-I                 PIC 9(01).

       01 WS-TOT-ABIERTAS      PIC 9(05) VALUE 0.
       01 WS-TOT-EN-JUEGO      PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-VENCIDAS      PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-TC        PIC 9(05) VALUE 0.
       01 WS-TOT-A-FAVOR       PIC 9(05) VALUE 0.
       01 WS-TOT-AJUSTADO      PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-EN-CONTRA     PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX256'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-ABIERTA-ED        PIC ZZZ9.
       01 WK-RECLAMO-ED        PIC ZZZZZZZZ9,99.
       01 WK-PEN-ED            PIC ZZZZZZZZ9,99.
       01 WK-TOTAL-ED          PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-LISTA-DISPUTAS
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "DISPUTAS DE MOVIMIENTOS ABIERTAS POR ANTIGUEDAD"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORTE
            ELSE
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-CORTE
            END-IF
            CALL "QG1CX072" USING WK-FECHA-CORTE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: FECHA DE CORTE INVALIDA - "
                       WK-FECHA-CORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-FECHA-CORTE(1:6) TO WK-MES-CORTE

            MOVE '0-30 DIAS'  TO WS-TRM-NOMBRE(1)
            MOVE '31-60 DIAS' TO WS-TRM-NOMBRE(2)
            MOVE '61-90 DIAS' TO WS-TRM-NOMBRE(3)
            MOVE 'MAS DE 90'  TO WS-TRM-NOMBRE(4)
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 4
               MOVE 0 TO WS-TRM-CANTIDAD(WK-I), WS-TRM-MONTO(WK-I)
            END-PERFORM

            OPEN INPUT HOST-DISPUTAS
            IF FS-DISPUTAS NOT = '00'
               DISPLAY "ABEND: SIN DISPUTAS QG1DISPUT.DAT - FILE "
                       "STATUS " FS-DISPUTAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "DISPUTAS DE MOVIMIENTOS ABIERTAS AL "
                   WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN DISP  MOVIMIENTO     MO E RESPONS. ALTA     "
                   "LIMITE   DIAS TRAMO      RECLAMADO    MON "
                   "    EN SOLES PLAZO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-LISTA-DISPUTAS.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-DISPUTAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     EVALUATE TRUE
                        WHEN DSP-FECHA-ALTA > WK-FECHA-CORTE
                           CONTINUE
                        WHEN DSP-ABIERTA
                           PERFORM 2100-LISTA-DISPUTA
                        WHEN DSP-FECHA-RESOLUCION(1:6) = WK-MES-CORTE
                           PERFORM 2200-CUENTA-RESUELTA
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE HOST-DISPUTAS.
      *
       2100-LISTA-DISPUTA.
            ADD 1 TO WS-TOT-ABIERTAS
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   DSP-FECHA-ALTA, WK-FECHA-CORTE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            EVALUATE TRUE
               WHEN WK-DIAS-RESULTADO > 90
                  MOVE 4 TO WK-TRAMO
               WHEN WK-DIAS-RESULTADO > 60
                  MOVE 3 TO WK-TRAMO
               WHEN WK-DIAS-RESULTADO > 30
                  MOVE 2 TO WK-TRAMO
               WHEN OTHER
                  MOVE 1 TO WK-TRAMO
            END-EVALUATE
            ADD 1 TO WS-TRM-CANTIDAD(WK-TRAMO)

            IF WK-FECHA-CORTE > DSP-FECHA-LIMITE
               MOVE 'VENCIDA' TO WK-PLAZO
               ADD 1 TO WS-TOT-VENCIDAS
            ELSE
               MOVE 'AL DIA' TO WK-PLAZO
            END-IF

            MOVE DSP-MONTO-RECLAMO TO WK-MONTO-PEN
            MOVE 'S' TO WK-CONVERSION-OK
            IF DSP-MONEDA NOT = SPACES
               AND DSP-MONEDA NOT = WK-MONEDA-SOLES
               CALL "QG1CX132" USING DSP-MONEDA, WK-MONEDA-SOLES,
                                      WK-FECHA-CORTE, DSP-MONTO-RECLAMO,
                                      WK-MONTO-PEN, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
            END-IF

            MOVE DSP-MONTO-RECLAMO TO WK-RECLAMO-ED
            MOVE WK-DIAS-RESULTADO TO WK-ABIERTA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            IF WK-CONVERSION-OK = 'S'
               ADD WK-MONTO-PEN TO WS-TRM-MONTO(WK-TRAMO),
                                   WS-TOT-EN-JUEGO
               MOVE WK-MONTO-PEN TO WK-PEN-ED
               STRING DSP-COD-CANAL " " DSP-NUMERO
                      " " DSP-ARC-FECHA "-" DSP-ARC-SECUENCIA
                      " " DSP-MOTIVO " " DSP-ESTADO
                      " " DSP-RESPONSABLE " " DSP-FECHA-ALTA
                      " " DSP-FECHA-LIMITE " " WK-ABIERTA-ED
                      " " WS-TRM-NOMBRE(WK-TRAMO)
                      " " WK-RECLAMO-ED " " DSP-MONEDA
                      " " WK-PEN-ED " " WK-PLAZO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            ELSE
               ADD 1 TO WS-TOT-SIN-TC
               STRING DSP-COD-CANAL " " DSP-NUMERO
                      " " DSP-ARC-FECHA "-" DSP-ARC-SECUENCIA
                      " " DSP-MOTIVO " " DSP-ESTADO
                      " " DSP-RESPONSABLE " " DSP-FECHA-ALTA
                      " " DSP-FECHA-LIMITE " " WK-ABIERTA-ED
                      " " WS-TRM-NOMBRE(WK-TRAMO)
                      " " WK-RECLAMO-ED " " DSP-MONEDA
                      "       SIN TC " WK-PLAZO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2200-CUENTA-RESUELTA.
            IF DSP-A-FAVOR
               ADD 1 TO WS-TOT-A-FAVOR
               ADD DSP-MONTO-AJUSTE-PEN TO WS-TOT-AJUSTADO
            ELSE
               ADD 1 TO WS-TOT-EN-CONTRA
            END-IF.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 4
               MOVE WS-TRM-MONTO(WK-I) TO WK-TOTAL-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "TRAMO " WS-TRM-NOMBRE(WK-I)
                      "  DISPUTAS: " WS-TRM-CANTIDAD(WK-I)
                      "  EN JUEGO (PEN): " WK-TOTAL-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            MOVE WS-TOT-EN-JUEGO TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ABIERTAS: " WS-TOT-ABIERTAS
                   "  EN JUEGO (PEN): " WK-TOTAL-ED
                   "  VENCIDAS: " WS-TOT-VENCIDAS
                   "  SIN TC: " WS-TOT-SIN-TC
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-TOT-AJUSTADO TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RESUELTAS EN EL MES " WK-MES-CORTE
                   ": A FAVOR " WS-TOT-A-FAVOR
                   " AJUSTADO (PEN) " WK-TOTAL-ED
                   "  EN CONTRA " WS-TOT-EN-CONTRA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "DISPUTAS ABIERTAS     : " WS-TOT-ABIERTAS
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 4
               DISPLAY "  " WS-TRM-NOMBRE(WK-I) "          : "
                       WS-TRM-CANTIDAD(WK-I)
            END-PERFORM
            DISPLAY "MONTO EN JUEGO (PEN)  : " WS-TOT-EN-JUEGO
            DISPLAY "VENCIDAS              : " WS-TOT-VENCIDAS
            DISPLAY "SIN TIPO DE CAMBIO    : " WS-TOT-SIN-TC
            DISPLAY "RESUELTAS A FAVOR     : " WS-TOT-A-FAVOR
            DISPLAY "RESUELTAS EN CONTRA   : " WS-TOT-EN-CONTRA

            IF WS-TOT-VENCIDAS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "DISPUTAS " WK-FECHA-CORTE
                   " ABIERTAS " WS-TOT-ABIERTAS
                   " VENCIDAS " WS-TOT-VENCIDAS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX256.
