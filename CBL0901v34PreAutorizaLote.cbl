      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Pre-autorizacion batch de pagos grandes
      *  planificados. Los canales corporativos mandan el archivo
      *  QG1PREAUT.DAT (referencia propia, canal de 4 posiciones con
      *  digito verificador, moneda, monto y fecha de pago prevista;
      *  fecha en cero = hoy) y antes se digitaba uno por uno en
      *  QG1C0012. Este programa lee el canal del maestro HOST04.TXT
      *  y su calificacion de QG1RIESGO.DAT y decide cada solicitud
      *  con la MISMA rutina que la transaccion en linea (CALL
      *  QG1CX236): digito, estado, limite en la moneda del tope,
      *  rating y cupo diario de la fecha de pago. Cada decision
      *  queda en QG1AUTLOG.DAT, de modo que lo aprobado consume el
      *  cupo de ese dia (y una solicitud posterior del mismo lote o
      *  de ventanilla lo ve). Respuesta en QG1PREAUT.RSP con
      *  APROBADO / RECHAZADO / REFERIDO y el motivo; un registro
      *  ilegible o con fecha de pago invalida o pasada se rechaza
      *  sin llegar a la rutina. Totales al run-log (CALL QG1CX120).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX237.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-SOLICITUDES ASSIGN TO "QG1PREAUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUDES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-RIESGO ASSIGN TO "QG1RIESGO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RIE-COD-CANAL
           FILE STATUS IS FS-RIESGO.

           SELECT HOST-RESPUESTAS ASSIGN TO "QG1PREAUT.RSP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-SOLICITUDES.
       01  REG-SOLICITUD.
           05 PRA-REFERENCIA   PIC X(12).
           05 PRA-CODIGO       PIC X(04).
           05 PRA-CODIGO-NUM REDEFINES PRA-CODIGO PIC 9(04).
           05 PRA-MONEDA       PIC X(03).
           05 PRA-MONTO        PIC X(11).
           05 PRA-MONTO-NUM REDEFINES PRA-MONTO PIC 9(09)V9(02).
           05 PRA-FECHA-PAGO   PIC X(08).
           05 PRA-FECHA-NUM REDEFINES PRA-FECHA-PAGO PIC 9(08).

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-RIESGO.
           COPY QG1RIE01.

       FD  HOST-RESPUESTAS.
       01  REG-RESPUESTA.
           05 RSP-REFERENCIA   PIC X(12).
           05 RSP-CODIGO       PIC X(04).
           05 RSP-MONEDA       PIC X(03).
           05 RSP-MONTO        PIC X(11).
           05 RSP-FECHA-PAGO   PIC 9(08).
           05 RSP-DECISION     PIC X(09).
           05 RSP-MOTIVO       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-SOLICITUDES       PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-RIESGO            PIC X(02).
       01 FS-RESPUESTAS        PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-RIESGO        PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-HORA-AHORA        PIC 9(06).
       01 WK-FECHA-PAGO        PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-CODIGO-COMPLETO   PIC 9(04).
       01 WK-MONEDA            PIC X(03).
       01 WK-MONTO             PIC 9(09)V9(02).
       01 WK-CANAL-HALLADO     PIC X(01).
       01 WK-RATING            PIC X(01).
       01 WK-RESPUESTA         PIC X(80).
       01 WK-DECISION          PIC X(01).

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-APROBADAS     PIC 9(07) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(07) VALUE 0.
       01 WS-TOT-REFERIDAS     PIC 9(07) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX237'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-PROCESA-SOLICITUDES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "PRE-AUTORIZACION BATCH DE PAGOS PLANIFICADOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-AHORA

            OPEN INPUT HOST-SOLICITUDES
            IF FS-SOLICITUDES NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1PREAUT.DAT FALLIDO - FILE "
                       "STATUS " FS-SOLICITUDES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST04.TXT FALLIDO - FILE "
                       "STATUS " FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      * Sin calificaciones todos los canales tienen trato normal.
            OPEN INPUT HOST-RIESGO
            IF FS-RIESGO = '00'
               MOVE 'S' TO WS-HAY-RIESGO
            ELSE
               MOVE 'N' TO WS-HAY-RIESGO
            END-IF
            OPEN OUTPUT HOST-RESPUESTAS.
      *
       2000-PROCESA-SOLICITUDES.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-SOLICITUDES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     PERFORM 2100-DECIDE-SOLICITUD
               END-READ
            END-PERFORM.
      *
       2100-DECIDE-SOLICITUD.
            MOVE SPACES TO WK-RESPUESTA
            MOVE 'R' TO WK-DECISION
            MOVE WK-FECHA-HOY TO WK-FECHA-PAGO
            MOVE 'S' TO WK-FECHA-VALIDA
            IF PRA-FECHA-PAGO NUMERIC AND PRA-FECHA-NUM > 0
               MOVE PRA-FECHA-NUM TO WK-FECHA-PAGO
               CALL "QG1CX072" USING WK-FECHA-PAGO, WK-FECHA-VALIDA
            END-IF

            EVALUATE TRUE
               WHEN PRA-CODIGO NOT NUMERIC
                    OR PRA-MONTO NOT NUMERIC
                  MOVE 'RECHAZADO - REGISTRO ILEGIBLE' TO WK-RESPUESTA
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  STRING 'RECHAZADO - FECHA DE PAGO INVALIDA: '
                            DELIMITED SIZE
                         PRA-FECHA-PAGO DELIMITED SIZE
                    INTO WK-RESPUESTA
               WHEN WK-FECHA-PAGO < WK-FECHA-HOY
                  STRING 'RECHAZADO - FECHA DE PAGO PASADA: '
                            DELIMITED SIZE
                         PRA-FECHA-PAGO DELIMITED SIZE
                    INTO WK-RESPUESTA
               WHEN OTHER
                  MOVE PRA-CODIGO-NUM TO WK-CODIGO-COMPLETO
                  MOVE PRA-MONEDA     TO WK-MONEDA
                  MOVE PRA-MONTO-NUM  TO WK-MONTO
                  PERFORM 2200-LEE-CANAL
                  CALL "QG1CX236" USING WK-CODIGO-COMPLETO, WK-MONEDA,
                                         WK-MONTO, WK-FECHA-PAGO,
                                         WK-HORA-AHORA,
                                         WK-CANAL-HALLADO,
                                         COD-CANAL, IND-ESTADO,
                                         MTO-LIMITE-TRX,
                                         COD-MONEDA-LIM,
                                         WK-RATING, WK-RESPUESTA,
                                         WK-DECISION
            END-EVALUATE
            PERFORM 2300-ESCRIBE-RESPUESTA.
      *
       2200-LEE-CANAL.
            MOVE WK-CODIGO-COMPLETO(1:3) TO COD-CANAL
            MOVE SPACE TO WK-RATING
            READ HOST004
               INVALID KEY
                  MOVE 'N' TO WK-CANAL-HALLADO
               NOT INVALID KEY
                  MOVE 'S' TO WK-CANAL-HALLADO
            END-READ
            IF WK-CANAL-HALLADO = 'S' AND WS-HAY-RIESGO = 'S'
               MOVE COD-CANAL TO RIE-COD-CANAL
               READ HOST-RIESGO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE RIE-RATING TO WK-RATING
               END-READ
            END-IF.
      *
       2300-ESCRIBE-RESPUESTA.
            MOVE PRA-REFERENCIA TO RSP-REFERENCIA
            MOVE PRA-CODIGO     TO RSP-CODIGO
            MOVE PRA-MONEDA     TO RSP-MONEDA
            MOVE PRA-MONTO      TO RSP-MONTO
            MOVE WK-FECHA-PAGO  TO RSP-FECHA-PAGO
            MOVE WK-RESPUESTA   TO RSP-MOTIVO
            EVALUATE WK-DECISION
               WHEN 'A'
                  MOVE 'APROBADO' TO RSP-DECISION
                  ADD 1 TO WS-TOT-APROBADAS
               WHEN 'F'
                  MOVE 'REFERIDO' TO RSP-DECISION
                  ADD 1 TO WS-TOT-REFERIDAS
               WHEN OTHER
                  MOVE 'RECHAZADO' TO RSP-DECISION
                  ADD 1 TO WS-TOT-RECHAZADAS
            END-EVALUATE
            WRITE REG-RESPUESTA.
      *
       8000-TOTALES.
            CLOSE HOST-SOLICITUDES, HOST004, HOST-RESPUESTAS
            IF WS-HAY-RIESGO = 'S'
               CLOSE HOST-RIESGO
            END-IF
            DISPLAY "SOLICITUDES LEIDAS     : " WS-TOT-LEIDAS
            DISPLAY "APROBADAS              : " WS-TOT-APROBADAS
            DISPLAY "RECHAZADAS             : " WS-TOT-RECHAZADAS
            DISPLAY "REFERIDAS              : " WS-TOT-REFERIDAS
            MOVE 'I' TO WK-LOG-SEVERIDAD
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "PREAUT LEIDAS " WS-TOT-LEIDAS
                   " APROB " WS-TOT-APROBADAS
                   " RECH " WS-TOT-RECHAZADAS
                   " REF " WS-TOT-REFERIDAS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX237.
