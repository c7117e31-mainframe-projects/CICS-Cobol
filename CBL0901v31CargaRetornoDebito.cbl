      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga del retorno del banco a los cargos por
      *  debito directo de QG1CX228. Lee QG1DEBRSP.TXT (una linea por
      *  cargo: canal, referencia, monto, resultado C cobrado / R
      *  rechazado, motivo y fecha) y lo casa por canal + referencia
      *  con el cargo enviado ('E') del control QG1DEBITO.DAT (COPY
      *  QG1DEB01):
      *    - cobrado: anota el abono 'H' tipo 'CB' por el monto
      *      cobrado en el libro auxiliar via la rutina unica QG1CX149,
      *      con la referencia del cargo, y marca el cargo 'C',
      *    - rechazado: marca el cargo 'F' con el motivo del banco y
      *      lo deja como nota del canal en QG1NOTAS.DAT (COPY
      *      QG1NOT01); los fallidos quedan en el control como cola de
      *      seguimiento de cobranza y se listan al final de
      *      QG1CX229.RPT.
      *  Un retorno sin cargo enviado que le corresponda (o con un
      *  monto cobrado mayor al cargado) no se aplica y sale en el
      *  reporte. El control se regraba sin los cargos ya cobrados en
      *  corridas anteriores (el cobro queda en el libro). La corrida
      *  queda en el run-log QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX229.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-RETORNO ASSIGN TO "QG1DEBRSP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

           SELECT HOST-DEBITOS ASSIGN TO "QG1DEBITO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEBITOS.

           SELECT HOST-NOTAS ASSIGN TO "QG1NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX229.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-RETORNO.
       01  REG-RETORNO.
           05 RDB-COD-CANAL    PIC X(03).
           05 RDB-REFERENCIA   PIC X(12).
           05 RDB-MONTO        PIC 9(11)V9(02).
           05 RDB-RESULTADO    PIC X(01).
              88 RDB-COBRADO      VALUE 'C'.
              88 RDB-RECHAZADO    VALUE 'R'.
           05 RDB-MOTIVO       PIC X(30).
           05 RDB-FECHA        PIC 9(08).

       FD  HOST-DEBITOS.
           COPY QG1DEB01.

       FD  HOST-NOTAS.
           COPY QG1NOT01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-RETORNO           PIC X(02).
       01 FS-DEBITOS           PIC X(02).
       01 FS-NOTAS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WK-FECHA-HOY         PIC 9(08).

      * Control de cargos en memoria; se regraba completo al final
       01 WS-TOT-DEBITOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-DEBITOS.
          05 WS-DEB-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-DEBITOS.
             10 WS-DEB-REGISTRO PIC X(75).
             10 WS-DEB-CONSERVA PIC X(01).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-TIPO-MOV          PIC X(02) VALUE 'CB'.
       01 WK-DEBE-HABER        PIC X(01) VALUE 'H'.
       01 WK-OPERADOR          PIC X(08) VALUE 'QG1CX229'.
       01 WK-SALDO-RESULTANTE  PIC S9(11)V9(02).

       01 WS-TOT-LEIDOS        PIC 9(05) VALUE 0.
       01 WS-TOT-COBRADOS      PIC 9(05) VALUE 0.
       01 WS-TOT-FALLIDOS      PIC 9(05) VALUE 0.
       01 WS-TOT-ERRORES       PIC 9(05) VALUE 0.
       01 WS-TOT-SEGUIMIENTO   PIC 9(05) VALUE 0.
       01 WS-SUMA-COBRADA      PIC 9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX229'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-CONTROL
            PERFORM 3000-APLICA-RETORNO
            PERFORM 4000-LISTA-SEGUIMIENTO
            PERFORM 5000-REGRABA-CONTROL
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DEL RETORNO DE DEBITO DIRECTO" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST-RETORNO
            IF FS-RETORNO NOT = '00'
               DISPLAY "ABEND: SIN RETORNO DEL BANCO QG1DEBRSP.TXT - "
                       "FILE STATUS " FS-RETORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RETORNO DE DEBITO DIRECTO - CARGA " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * los cargos cobrados en corridas anteriores ya no se conservan
       2000-CARGA-CONTROL.
            OPEN INPUT HOST-DEBITOS
            IF FS-DEBITOS NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE CARGOS QG1DEBITO.DAT - "
                       "FILE STATUS " FS-DEBITOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-DEBITOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-DEBITOS = 20000
                        DISPLAY "ABEND: TABLA DE CARGOS LLENA (20000)"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-DEBITOS
                     MOVE REG-DEBITO TO WS-DEB-REGISTRO(WS-TOT-DEBITOS)
                     IF DEB-COBRADO
                        MOVE 'N' TO WS-DEB-CONSERVA(WS-TOT-DEBITOS)
                     ELSE
                        MOVE 'S' TO WS-DEB-CONSERVA(WS-TOT-DEBITOS)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-DEBITOS.
      *
       3000-APLICA-RETORNO.
            OPEN EXTEND HOST-NOTAS
            IF FS-NOTAS = '35'
               OPEN OUTPUT HOST-NOTAS
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-RETORNO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDOS
                     PERFORM 3100-APLICA-UNO
               END-READ
            END-PERFORM
            CLOSE HOST-RETORNO, HOST-NOTAS.
      *
       3100-APLICA-UNO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DEBITOS OR WK-POS > 0
               MOVE WS-DEB-REGISTRO(WK-I) TO REG-DEBITO
               IF DEB-COD-CANAL = RDB-COD-CANAL
                  AND DEB-REFERENCIA = RDB-REFERENCIA
                  AND DEB-ENVIADO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            MOVE RDB-MONTO TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE

            EVALUATE TRUE
               WHEN WK-POS = 0
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " RDB-COD-CANAL " " RDB-REFERENCIA
                         " NO APLICADO: SIN CARGO ENVIADO PENDIENTE"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN NOT RDB-COBRADO AND NOT RDB-RECHAZADO
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " RDB-COD-CANAL " " RDB-REFERENCIA
                         " NO APLICADO: RESULTADO INVALIDO "
                         RDB-RESULTADO
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN RDB-COBRADO AND
                    (RDB-MONTO = 0 OR RDB-MONTO > DEB-MONTO)
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " RDB-COD-CANAL " " RDB-REFERENCIA
                         " NO APLICADO: MONTO COBRADO " WK-MONTO-ED
                         " INVALIDO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN RDB-COBRADO
                  PERFORM 3200-REGISTRA-COBRO
               WHEN OTHER
                  PERFORM 3300-REGISTRA-FALLO
            END-EVALUATE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3200-REGISTRA-COBRO.
            CALL "QG1CX149" USING RDB-COD-CANAL, RDB-FECHA,
                                   WK-TIPO-MOV, WK-DEBE-HABER,
                                   RDB-MONTO, RDB-REFERENCIA,
                                   WK-OPERADOR, WK-SALDO-RESULTANTE
            ADD 1 TO WS-TOT-COBRADOS
            ADD RDB-MONTO TO WS-SUMA-COBRADA
            MOVE 'C'       TO DEB-ESTADO
            MOVE RDB-FECHA TO DEB-FECHA-RESULTADO
            MOVE SPACES    TO DEB-MOTIVO
            MOVE REG-DEBITO TO WS-DEB-REGISTRO(WK-POS)
            STRING "CANAL " RDB-COD-CANAL " " RDB-REFERENCIA
                   " COBRADO " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE.
      *
       3300-REGISTRA-FALLO.
            ADD 1 TO WS-TOT-FALLIDOS
            MOVE 'F'        TO DEB-ESTADO
            MOVE RDB-FECHA  TO DEB-FECHA-RESULTADO
            MOVE RDB-MOTIVO TO DEB-MOTIVO
            MOVE REG-DEBITO TO WS-DEB-REGISTRO(WK-POS)

            MOVE RDB-COD-CANAL          TO NOT-COD-CANAL
            MOVE FUNCTION CURRENT-DATE  TO NOT-FECHA-HORA
            MOVE WK-OPERADOR            TO NOT-OPERADOR
            MOVE SPACES TO NOT-TEXTO
            STRING "DEBITO DIRECTO " RDB-REFERENCIA " FALLIDO: "
                   RDB-MOTIVO
               DELIMITED SIZE INTO NOT-TEXTO
            WRITE REG-NOTA-CANAL

            MOVE DEB-MONTO TO WK-MONTO-ED
            STRING "CANAL " RDB-COD-CANAL " " RDB-REFERENCIA
                   " FALLIDO " WK-MONTO-ED " " RDB-MOTIVO
               DELIMITED SIZE INTO WS-LIN-DETALLE.
      *
      * cola de seguimiento: todos los cargos fallidos del control
       4000-LISTA-SEGUIMIENTO.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "CARGOS FALLIDOS EN SEGUIMIENTO DE COBRANZA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DEBITOS
               MOVE WS-DEB-REGISTRO(WK-I) TO REG-DEBITO
               IF DEB-FALLIDO
                  ADD 1 TO WS-TOT-SEGUIMIENTO
                  MOVE DEB-MONTO TO WK-MONTO-ED
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "CANAL " DEB-COD-CANAL " " DEB-REFERENCIA
                         " " DEB-FECHA-RESULTADO " " WK-MONTO-ED
                         " " DEB-MOTIVO
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               END-IF
            END-PERFORM.
      *
       5000-REGRABA-CONTROL.
            OPEN OUTPUT HOST-DEBITOS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DEBITOS
               IF WS-DEB-CONSERVA(WK-I) = 'S'
                  MOVE WS-DEB-REGISTRO(WK-I) TO REG-DEBITO
                  WRITE REG-DEBITO
               END-IF
            END-PERFORM
            CLOSE HOST-DEBITOS.
      *
       9000-FINAL.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-COBRADA TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LEIDOS: "         WS-TOT-LEIDOS
                   "  COBRADOS: "     WS-TOT-COBRADOS
                   "  FALLIDOS: "     WS-TOT-FALLIDOS
                   "  NO APLICADOS: " WS-TOT-ERRORES
                   "  COBRADO: "      WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "RETORNOS LEIDOS    : " WS-TOT-LEIDOS
            DISPLAY "COBRADOS           : " WS-TOT-COBRADOS
            DISPLAY "FALLIDOS           : " WS-TOT-FALLIDOS
            DISPLAY "NO APLICADOS       : " WS-TOT-ERRORES
            DISPLAY "EN SEGUIMIENTO     : " WS-TOT-SEGUIMIENTO

            IF WS-TOT-FALLIDOS > 0 OR WS-TOT-ERRORES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "RETORNO DEBITO COBR=" WS-TOT-COBRADOS
                   " FALL=" WS-TOT-FALLIDOS
                   " NOAPL=" WS-TOT-ERRORES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX229.
