      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga de los pagos de interes que el banco
      *  devuelve (cuenta cerrada, titular distinto, etc.). Cuando el
      *  banco rechazaba una linea de QG1CX155.PAG nadie la revertia:
      *  el libro mostraba al canal pagado y la plata quedaba en
      *  suspenso. Este programa lee la devolucion del banco
      *  QG1PAGRSP.TXT (una linea por pago devuelto: canal, periodo,
      *  monto, cuenta, motivo y fecha) y la casa con la instruccion
      *  original, que QG1CX155 anota en el libro auxiliar
      *  QG1LIBRO.DAT (COPY QG1LIB01) como pago 'PG' sentido 'D' con
      *  referencia "PAG AAAAMM". Por cada devolucion casada:
      *    - revierte el pago en el libro con un 'PG' sentido 'H' por
      *      el mismo monto y referencia (rutina unica QG1CX149),
      *    - marca la cuenta de abono del canal invalida en
      *      QG1ABONO.DAT (COPY QG1ABO01) con el motivo del banco,
      *    - pone el pago en la lista de reintentos QG1REPAGO.DAT
      *      (COPY QG1REP01), que la siguiente corrida de QG1CX155
      *      repaga en cuanto la cuenta se corrija con QG1CX154,
      *    - deja una nota del canal en QG1NOTAS.DAT (COPY QG1NOT01).
      *  Una devolucion sin pago anotado que revertir (o ya
      *  revertido, o por un monto distinto al pagado) no se aplica y
      *  sale en QG1CX230.RPT. La corrida queda en el run-log QG1CX120.
      * Incentivos devueltos: la instruccion de un incentivo por
      *  volumen sale de QG1CX155 con el ultimo mes del trimestre como
      *  periodo y se anota como 'PG' sentido 'D' con referencia
      *  "PIN AAAAT". Una devolucion que no casa con un "PAG AAAAMM"
      *  por ese monto se busca como incentivo del trimestre del
      *  periodo (mes / 3, redondeado hacia arriba); si casa se
      *  revierte con 'PG' sentido 'H' sobre la misma referencia "PIN"
      *  y se marca la cuenta invalida, pero NO va a QG1REPAGO.DAT: el
      *  incentivo revertido vuelve a figurar como no pagado y
      *  QG1CX155 lo repaga solo cuando QG1CX154 corrige la cuenta.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX230.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-DEVOLUCIONES ASSIGN TO "QG1PAGRSP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCIONES.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-ABONOS ASSIGN TO "QG1ABONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

           SELECT HOST-REPAGOS ASSIGN TO "QG1REPAGO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPAGOS.

           SELECT HOST-NOTAS ASSIGN TO "QG1NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX230.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-DEVOLUCIONES.
       01  REG-DEVOLUCION.
           05 DPG-COD-CANAL    PIC X(03).
           05 DPG-PERIODO      PIC 9(06).
           05 DPG-MONTO        PIC 9(11)V9(02).
           05 DPG-CUENTA       PIC X(20).
           05 DPG-MOTIVO       PIC X(30).
           05 DPG-FECHA        PIC 9(08).

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       FD  HOST-REPAGOS.
           COPY QG1REP01.

       FD  HOST-NOTAS.
           COPY QG1NOT01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-DEVOLUCIONES      PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 FS-REPAGOS           PIC X(02).
       01 FS-NOTAS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WK-FECHA-HOY         PIC 9(08).

      * Pagos 'PG' anotados en el libro por canal y referencia: pagos
      * menos reversas, y monto del ultimo pago
       01 WS-TOT-PAGOS         PIC 9(05) VALUE 0.
       01 WS-TABLA-PAGOS.
          05 WS-PAG-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-PAGOS.
             10 WS-PAG-CODIGO  PIC X(03).
             10 WS-PAG-REFERENCIA PIC X(12).
             10 WS-PAG-NETO    PIC S9(03).
             10 WS-PAG-MONTO   PIC 9(11)V9(02).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-CODIGO            PIC X(03).
       01 WK-REFERENCIA-PAG    PIC X(12).
       01 WK-TIPO-MOV          PIC X(02) VALUE 'PG'.
       01 WK-DEBE-HABER        PIC X(01) VALUE 'H'.
       01 WK-OPERADOR          PIC X(08) VALUE 'QG1CX230'.
       01 WK-SALDO-RESULTANTE  PIC S9(11)V9(02).
       01 WK-PAGO-VALIDO       PIC X(01).
       01 WK-ES-INCENTIVO      PIC X(01).
       01 WK-POS-PAG           PIC 9(05).
       01 WK-REFERENCIA-PIN    PIC X(12).
       01 WK-PERIODO-DEV.
          05 WK-DEV-ANIO       PIC 9(04).
          05 WK-DEV-MES        PIC 9(02).
       01 WK-DEV-TRIMESTRE     PIC 9(01).

       01 WS-TOT-LEIDAS        PIC 9(05) VALUE 0.
       01 WS-TOT-REVERTIDAS    PIC 9(05) VALUE 0.
       01 WS-TOT-INCENTIVOS    PIC 9(05) VALUE 0.
       01 WS-TOT-ERRORES       PIC 9(05) VALUE 0.
       01 WS-SUMA-REVERTIDA    PIC 9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX230'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-PAGOS
            PERFORM 3000-APLICA-DEVOLUCIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE PAGOS DE INTERES DEVUELTOS POR EL BANCO"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST-DEVOLUCIONES
            IF FS-DEVOLUCIONES NOT = '00'
               DISPLAY "ABEND: SIN DEVOLUCIONES QG1PAGRSP.TXT - FILE "
                       "STATUS " FS-DEVOLUCIONES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PAGOS DEVUELTOS POR EL BANCO - CARGA " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-CARGA-PAGOS.
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
                     IF LIB-TIPO-MOV = 'PG'
                        MOVE LIB-COD-CANAL  TO WK-CODIGO
                        MOVE LIB-REFERENCIA TO WK-REFERENCIA-PAG
                        PERFORM 2100-UBICA-PAGO
                        IF WK-POS = 0
                           PERFORM 2150-AGREGA-PAGO
                        END-IF
                        IF LIB-DEBE-HABER = 'D'
                           ADD 1 TO WS-PAG-NETO(WK-POS)
                           MOVE LIB-MONTO TO WS-PAG-MONTO(WK-POS)
                        ELSE
                           SUBTRACT 1 FROM WS-PAG-NETO(WK-POS)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-LIBRO.
      *
       2100-UBICA-PAGO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PAGOS OR WK-POS > 0
               IF WS-PAG-CODIGO(WK-I) = WK-CODIGO
                  AND WS-PAG-REFERENCIA(WK-I) = WK-REFERENCIA-PAG
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
       2150-AGREGA-PAGO.
            IF WS-TOT-PAGOS = 20000
               DISPLAY "ABEND: TABLA DE PAGOS LLENA (20000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-PAGOS
            MOVE WS-TOT-PAGOS      TO WK-POS
            MOVE WK-CODIGO         TO WS-PAG-CODIGO(WK-POS)
            MOVE WK-REFERENCIA-PAG TO WS-PAG-REFERENCIA(WK-POS)
            MOVE 0                 TO WS-PAG-NETO(WK-POS)
            MOVE 0                 TO WS-PAG-MONTO(WK-POS).
      *
       3000-APLICA-DEVOLUCIONES.
            OPEN I-O HOST-ABONOS
            IF FS-ABONOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-ABONOS FALLIDO - "
                       "FILE STATUS " FS-ABONOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN EXTEND HOST-REPAGOS
            IF FS-REPAGOS = '35'
               OPEN OUTPUT HOST-REPAGOS
            END-IF
            OPEN EXTEND HOST-NOTAS
            IF FS-NOTAS = '35'
               OPEN OUTPUT HOST-NOTAS
            END-IF

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-DEVOLUCIONES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     PERFORM 3100-APLICA-UNA
               END-READ
            END-PERFORM
            CLOSE HOST-DEVOLUCIONES, HOST-ABONOS, HOST-REPAGOS,
                  HOST-NOTAS.
      *
       3100-APLICA-UNA.
            MOVE DPG-COD-CANAL TO WK-CODIGO
            MOVE SPACES TO WK-REFERENCIA-PAG
            STRING "PAG " DPG-PERIODO
               DELIMITED SIZE INTO WK-REFERENCIA-PAG
            PERFORM 2100-UBICA-PAGO
            MOVE 'N' TO WK-ES-INCENTIVO
            PERFORM 3120-VALIDA-PAGO
            IF WK-PAGO-VALIDO = 'N'
               PERFORM 3150-BUSCA-INCENTIVO
            END-IF
            MOVE DPG-MONTO TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE

            EVALUATE TRUE
               WHEN WK-POS = 0
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " DPG-COD-CANAL " " WK-REFERENCIA-PAG
                         " NO APLICADA: SIN PAGO ANOTADO EN EL LIBRO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN WS-PAG-NETO(WK-POS) NOT > 0
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " DPG-COD-CANAL " " WK-REFERENCIA-PAG
                         " NO APLICADA: PAGO YA REVERTIDO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN DPG-MONTO NOT = WS-PAG-MONTO(WK-POS)
                  ADD 1 TO WS-TOT-ERRORES
                  STRING "CANAL " DPG-COD-CANAL " " WK-REFERENCIA-PAG
                         " NO APLICADA: MONTO " WK-MONTO-ED
                         " DISTINTO AL PAGADO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN OTHER
                  PERFORM 3200-REVIERTE-PAGO
            END-EVALUATE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3120-VALIDA-PAGO.
            MOVE 'N' TO WK-PAGO-VALIDO
            IF WK-POS > 0
               IF WS-PAG-NETO(WK-POS) > 0
                  AND DPG-MONTO = WS-PAG-MONTO(WK-POS)
                  MOVE 'S' TO WK-PAGO-VALIDO
               END-IF
            END-IF.
      *
      * Sin pago de interes que casar: incentivo del trimestre del
      * periodo devuelto. Si tampoco casa se deja el "PAG" para el
      * motivo del reporte.
       3150-BUSCA-INCENTIVO.
            MOVE WK-POS TO WK-POS-PAG
            MOVE WK-REFERENCIA-PAG TO WK-REFERENCIA-PIN
            MOVE DPG-PERIODO TO WK-PERIODO-DEV
            COMPUTE WK-DEV-TRIMESTRE = (WK-DEV-MES + 2) / 3
            MOVE SPACES TO WK-REFERENCIA-PAG
            STRING "PIN " WK-DEV-ANIO WK-DEV-TRIMESTRE
               DELIMITED SIZE INTO WK-REFERENCIA-PAG
            PERFORM 2100-UBICA-PAGO
            PERFORM 3120-VALIDA-PAGO
            IF WK-PAGO-VALIDO = 'S'
               MOVE 'S' TO WK-ES-INCENTIVO
            ELSE
               MOVE WK-POS-PAG TO WK-POS
               MOVE WK-REFERENCIA-PIN TO WK-REFERENCIA-PAG
            END-IF.
      *
       3200-REVIERTE-PAGO.
            CALL "QG1CX149" USING DPG-COD-CANAL, DPG-FECHA,
                                   WK-TIPO-MOV, WK-DEBE-HABER,
                                   DPG-MONTO, WK-REFERENCIA-PAG,
                                   WK-OPERADOR, WK-SALDO-RESULTANTE
            SUBTRACT 1 FROM WS-PAG-NETO(WK-POS)
            ADD 1 TO WS-TOT-REVERTIDAS
            ADD DPG-MONTO TO WS-SUMA-REVERTIDA

            MOVE DPG-COD-CANAL TO ABO-COD-CANAL
            READ HOST-ABONOS
               KEY IS ABO-COD-CANAL
               INVALID KEY
                  DISPLAY "CANAL " DPG-COD-CANAL
                          " SIN CUENTA DE ABONO QUE MARCAR"
               NOT INVALID KEY
                  PERFORM 3250-MARCA-CUENTA
            END-READ

      * El incentivo no va a reintentos: QG1CX155 lo ve no pagado
            IF WK-ES-INCENTIVO = 'N'
               MOVE DPG-COD-CANAL TO REP-COD-CANAL
               MOVE DPG-PERIODO   TO REP-PERIODO
               MOVE DPG-MONTO     TO REP-MONTO
               MOVE DPG-FECHA     TO REP-FECHA-DEVOLUCION
               MOVE DPG-MOTIVO    TO REP-MOTIVO
               MOVE 'P'           TO REP-ESTADO
               MOVE 0             TO REP-FECHA-REPAGO
               WRITE REG-REPAGO
            ELSE
               ADD 1 TO WS-TOT-INCENTIVOS
            END-IF

            MOVE DPG-COD-CANAL         TO NOT-COD-CANAL
            MOVE FUNCTION CURRENT-DATE TO NOT-FECHA-HORA
            MOVE WK-OPERADOR           TO NOT-OPERADOR
            MOVE SPACES TO NOT-TEXTO
            IF WK-ES-INCENTIVO = 'S'
               STRING "INCENTIVO " WK-REFERENCIA-PAG " DEVUELTO: "
                      DPG-MOTIVO
                  DELIMITED SIZE INTO NOT-TEXTO
            ELSE
               STRING "PAGO " WK-REFERENCIA-PAG " DEVUELTO: "
                      DPG-MOTIVO
                  DELIMITED SIZE INTO NOT-TEXTO
            END-IF
            WRITE REG-NOTA-CANAL

            STRING "CANAL " DPG-COD-CANAL " " WK-REFERENCIA-PAG
                   " REVERTIDO " WK-MONTO-ED " " DPG-MOTIVO
               DELIMITED SIZE INTO WS-LIN-DETALLE.
      *
       3250-MARCA-CUENTA.
            MOVE 'I'        TO ABO-ESTADO-CUENTA
            MOVE DPG-MOTIVO TO ABO-MOTIVO-INVALIDA
            REWRITE REG-CUENTA-ABONO
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DE CUENTA " ABO-COD-CANAL
                          " FALLIDO"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-REWRITE.
      *
       9000-FINAL.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-REVERTIDA TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LEIDAS: "          WS-TOT-LEIDAS
                   "  REVERTIDAS: "    WS-TOT-REVERTIDAS
                   "  NO APLICADAS: "  WS-TOT-ERRORES
                   "  REVERTIDO: "     WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "DEVOLUCIONES LEIDAS : " WS-TOT-LEIDAS
            DISPLAY "PAGOS REVERTIDOS    : " WS-TOT-REVERTIDAS
            DISPLAY "  DE ELLOS INCENTIVO: " WS-TOT-INCENTIVOS
            DISPLAY "NO APLICADAS        : " WS-TOT-ERRORES

            IF WS-TOT-REVERTIDAS > 0 OR WS-TOT-ERRORES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "DEVOLUCION PAGOS REV=" WS-TOT-REVERTIDAS
                   " NOAPL=" WS-TOT-ERRORES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX230.
