      *      tomada (A aprobada / R rechazada) a la bitacora.
      *  La bitacora es tambien el insumo del cruce nocturno de
      *  autorizaciones contra movimientos posteados (QG1CX164).
      * Anulaciones: LS-ACCION 'V' = anula una aprobacion del dia que
      *  el cliente no uso (transaccion QG1C0017). Busca la aprobacion
      *  del canal por fecha, monto y hora al minuto (LS-HORA HHMM..)
      *  y agrega un registro 'V' con la hora de la aprobacion, la
      *  hora de la anulacion y el motivo (LS-MOTIVO). LS-RESULTADO
      *  regresa 'S' anulada (y LS-HORA con la hora completa de la
      *  aprobacion), 'N' no hay aprobacion que case, 'Y' ya estaba
      *  anulada. La consulta 'C' resta lo anulado de la suma del
      *  dia, asi la anulacion libera el cupo en el acto.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           05 AUT-CANAL        PIC X(03).
           05 AUT-MONTO        PIC 9(09)V9(02).
           05 AUT-RESULTADO    PIC X(01).
           05 AUT-HORA-ANULA   PIC 9(06).
           05 AUT-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
       01 FS-AUTLOG            PIC X(02).
              10 WK-HORA-MM    PIC 9(02).
              10 WK-HORA-SS    PIC 9(02).

       01 WK-APROBADAS         PIC 9(05).
       01 WK-ANULADAS          PIC 9(05).
       01 WK-HORA-APROBADA     PIC 9(06).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-CANAL             PIC X(03).
       01 LS-RESULTADO         PIC X(01).
       01 LS-SUMA-DIA          PIC 9(11)V9(02).
       01 LS-DUPLICADO         PIC X(01).
       01 LS-MOTIVO            PIC X(30).

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-CANAL,
                                LS-MONTO,
                                LS-RESULTADO,
                                LS-SUMA-DIA,
                                LS-DUPLICADO,
                                LS-MOTIVO.
      *************************
       0000-MAIN.
            EVALUATE LS-ACCION
                  PERFORM 1000-CONSULTA-DIA
               WHEN 'A'
                  PERFORM 2000-ANOTA-DECISION
               WHEN 'V'
                  PERFORM 3000-ANULA-APROBACION
               WHEN OTHER
                  DISPLAY "ACCION DE CUPO NO RECONOCIDA: " LS-ACCION
            END-EVALUATE
               IF AUT-RESULTADO = 'A'
                  ADD AUT-MONTO TO LS-SUMA-DIA
               END-IF
               IF AUT-RESULTADO = 'V'
                  SUBTRACT AUT-MONTO FROM LS-SUMA-DIA
               END-IF
               IF AUT-MONTO = LS-MONTO
                  MOVE AUT-HORA TO WK-HORA-NUM
                  COMPUTE WK-SEG-REGISTRO =
               MOVE LS-CANAL     TO AUT-CANAL
               MOVE LS-MONTO     TO AUT-MONTO
               MOVE LS-RESULTADO TO AUT-RESULTADO
               MOVE 0            TO AUT-HORA-ANULA
               MOVE SPACES       TO AUT-MOTIVO
               WRITE REG-AUTORIZACION
               CLOSE HOST-AUTLOG
            END-IF.
      *
      * Varias aprobaciones iguales en el mismo minuto se anulan una
      * por una: procede mientras haya mas aprobaciones que
      * anulaciones casadas.
       3000-ANULA-APROBACION.
            MOVE 'N' TO LS-RESULTADO
            MOVE 0 TO WK-APROBADAS, WK-ANULADAS, WK-HORA-APROBADA
            OPEN INPUT HOST-AUTLOG
            IF FS-AUTLOG = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AUTLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM 3100-CUENTA-APROBACION
                  END-READ
               END-PERFORM
               CLOSE HOST-AUTLOG
            END-IF
            IF WK-APROBADAS > 0
               IF WK-APROBADAS > WK-ANULADAS
                  MOVE WK-HORA-APROBADA TO LS-HORA
                  PERFORM 3200-ESCRIBE-ANULACION
               ELSE
                  MOVE 'Y' TO LS-RESULTADO
               END-IF
            END-IF.
      *
       3100-CUENTA-APROBACION.
            IF AUT-CANAL = LS-CANAL AND AUT-FECHA = LS-FECHA
               AND AUT-MONTO = LS-MONTO
               AND AUT-HORA(1:4) = LS-HORA(1:4)
               IF AUT-RESULTADO = 'A'
                  ADD 1 TO WK-APROBADAS
                  MOVE AUT-HORA TO WK-HORA-APROBADA
               END-IF
               IF AUT-RESULTADO = 'V'
                  ADD 1 TO WK-ANULADAS
               END-IF
            END-IF.
      *
       3200-ESCRIBE-ANULACION.
            OPEN EXTEND HOST-AUTLOG
            IF FS-AUTLOG NOT = '00'
               DISPLAY "NO SE PUDO ABRIR QG1AUTLOG.DAT - FILE "
                       "STATUS " FS-AUTLOG
            ELSE
               MOVE LS-FECHA     TO AUT-FECHA
               MOVE LS-HORA      TO AUT-HORA
               MOVE LS-CANAL     TO AUT-CANAL
               MOVE LS-MONTO     TO AUT-MONTO
               MOVE 'V'          TO AUT-RESULTADO
               MOVE FUNCTION CURRENT-DATE(9:6) TO AUT-HORA-ANULA
               MOVE LS-MOTIVO    TO AUT-MOTIVO
               WRITE REG-AUTORIZACION
               CLOSE HOST-AUTLOG
               MOVE 'S' TO LS-RESULTADO
            END-IF.
      *
       4000-FINAL.
