      *  recarga a memoria y se regraba completo con los estados
      *  nuevos; solo lo aprobado llega a los archivos vivos via el
      *  aplicador QG1CX190.
      * Lote: los tipos de cambio oficiales que deja pendientes la
      *  carga automatica QG1CX268 llevan el lote "BCR AAAAMMDD"
      *  (PNF-LOTE). Si el aprobador indica un lote, se listan todos
      *  sus pendientes 'P' y una sola decision los aprueba o rechaza
      *  en bloque; los de un lote cuyo solicitante sea el mismo
      *  aprobador se saltan, como en la revision uno por uno.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-DECISION          PIC X(01).
       01 WK-LOTE              PIC X(12).
       01 WS-TOT-EN-LOTE       PIC 9(04) VALUE 0.

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PNF-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNF-REG     PIC X(69).

       01 WK-I                 PIC 9(04).
       01 WS-TOT-APROBADOS     PIC 9(04) VALUE 0.
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-PENDIENTES
            IF WK-LOTE = SPACES
               PERFORM 3000-REVISA-PENDIENTES
            ELSE
               PERFORM 3500-REVISA-LOTE
            END-IF
            PERFORM 4000-REGRABA-PENDIENTES
            PERFORM 9000-FINAL.
      *
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "LOTE A REVISAR EN BLOQUE (ENTER=UNO POR UNO) : "
            MOVE SPACES TO WK-LOTE
            ACCEPT WK-LOTE.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
                     ADD 1 TO WS-TOT-SALTADOS
               END-EVALUATE
            END-IF.
      *
       3500-REVISA-LOTE.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNF-REG(WK-I) TO REG-PENDIENTE-FIN
               IF PNF-EN-REVISION AND PNF-LOTE = WK-LOTE
                  IF PNF-SOLICITANTE = WK-OPERADOR
                     ADD 1 TO WS-TOT-SALTADOS
                     DISPLAY "SECUENCIA " PNF-SECUENCIA " SALTADA: "
                             "EL APROBADOR NO PUEDE SER EL "
                             "SOLICITANTE"
                  ELSE
                     ADD 1 TO WS-TOT-EN-LOTE
                     DISPLAY "SECUENCIA " PNF-SECUENCIA
                             " TIPO CAMBIO " PNF-CLAVE
                             " DEL " PNF-FECHA
                             " TASA " PNF-TCAMBIO
                  END-IF
               END-IF
            END-PERFORM

            IF WS-TOT-EN-LOTE = 0
               DISPLAY "SIN PENDIENTES DEL LOTE " WK-LOTE
            ELSE
               DISPLAY "LOTE " WK-LOTE " - " WS-TOT-EN-LOTE
                       " PENDIENTES"
               DISPLAY "DECISION PARA TODO EL LOTE (A=APROBAR, "
                       "R=RECHAZAR, ENTER=DEJAR) : "
               MOVE SPACE TO WK-DECISION
               ACCEPT WK-DECISION
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-PENDIENTES
                  MOVE WS-PNF-REG(WK-I) TO REG-PENDIENTE-FIN
                  IF PNF-EN-REVISION AND PNF-LOTE = WK-LOTE
                     AND PNF-SOLICITANTE NOT = WK-OPERADOR
                     PERFORM 3600-DECIDE-EN-LOTE
                     MOVE REG-PENDIENTE-FIN TO WS-PNF-REG(WK-I)
                  END-IF
               END-PERFORM
            END-IF
            DISPLAY "APROBADOS  : " WS-TOT-APROBADOS
            DISPLAY "RECHAZADOS : " WS-TOT-RECHAZADOS
            DISPLAY "SALTADOS   : " WS-TOT-SALTADOS.
      *
       3600-DECIDE-EN-LOTE.
            EVALUATE WK-DECISION
               WHEN 'A'
                  MOVE 'A' TO PNF-ESTADO
                  MOVE WK-OPERADOR TO PNF-APROBADOR
                  ADD 1 TO WS-TOT-APROBADOS
               WHEN 'R'
                  MOVE 'R' TO PNF-ESTADO
                  MOVE WK-OPERADOR TO PNF-APROBADOR
                  ADD 1 TO WS-TOT-RECHAZADOS
               WHEN OTHER
                  ADD 1 TO WS-TOT-SALTADOS
            END-EVALUATE.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
