      *  fuentes traen mas de 200 pendientes la lista se corta y
      *  LS-TRUNCADO regresa 'S', para que el que consulta sepa que
      *  NO esta viendo todo el atraso.
      * Reclamos vencidos: cuarta fuente, los reclamos de clientes
      *  del libro QG1QUEJA.DAT (COPY QG1QJA01) aun abiertos despues
      *  de su QJA-FECHA-LIMITE, con tipo RCL y referencia 'RCL' +
      *  numero; su edad cuenta los dias desde el limite vencido (no
      *  desde la recepcion), y se atienden con la transaccion
      *  QG1C0021.
      * Quiebres de conciliacion: quinta fuente, los quiebres de
      *  totales de canal que QG1CX291 deja en su arrastre
      *  QG1CX291.PEN (COPY QG1CNB01) y que ya pasaron los dias de
      *  CONCILIA-DIAS-COLA (CNB-ESCALADO), con tipo CNC, referencia
      *  moneda + fecha del quiebre y edad desde que se detecto; se
      *  atienden con el canal y se cierran conciliando de nuevo o
      *  con la resolucion manual de QG1CX291.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

           SELECT HOST-RECLAMOS ASSIGN TO "QG1QUEJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QJA-LLAVE
           FILE STATUS IS FS-RECLAMOS.

           SELECT HOST-QUIEBRES ASSIGN TO "QG1CX291.PEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-QUIEBRES.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 REJ-REGISTRO.
              10 REJ-CANAL     PIC X(03).
              10 REJ-FECHA     PIC X(08).
              10 FILLER        PIC X(42).
           05 REJ-MOTIVO       PIC X(02).

       FD  HOST-RECLAMOS.
           COPY QG1QJA01.

       FD  HOST-QUIEBRES.
           COPY QG1CNB01.

       WORKING-STORAGE SECTION.
       01 FS-PENDIENTES        PIC X(02).
       01 FS-DIFERIDOS         PIC X(02).
       01 FS-RECHAZOS          PIC X(02).
       01 FS-RECLAMOS          PIC X(02).
       01 FS-QUIEBRES          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-ITEM        PIC 9(08).
            PERFORM 1000-JUNTA-APROBACIONES
            PERFORM 2000-JUNTA-DIFERIDOS
            PERFORM 3000-JUNTA-RECHAZOS
            PERFORM 4000-JUNTA-RECLAMOS
            PERFORM 5000-JUNTA-CONCILIACION
            PERFORM 9000-FINAL.
      *
       1000-JUNTA-APROBACIONES.
               END-IF
               CLOSE HOST-RECHAZOS
            END-IF.
      *
       4000-JUNTA-RECLAMOS.
            OPEN INPUT HOST-RECLAMOS
            IF FS-RECLAMOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                          OR LS-TOT-ITEMS = 200
                  READ HOST-RECLAMOS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF QJA-ABIERTA
                           AND LS-FECHA > QJA-FECHA-LIMITE
                           MOVE QJA-FECHA-LIMITE TO WK-FECHA-ITEM
                           PERFORM 7000-CALCULA-EDAD
                           MOVE SPACES TO WK-REFERENCIA
                           STRING "RCL " QJA-NUMERO
                              DELIMITED SIZE INTO WK-REFERENCIA
                           ADD 1 TO LS-TOT-ITEMS
                           MOVE 'RCL' TO
                              LS-ITEM-TIPO(LS-TOT-ITEMS)
                           MOVE QJA-COD-CANAL TO
                              LS-ITEM-CANAL(LS-TOT-ITEMS)
                           MOVE WK-REFERENCIA TO
                              LS-ITEM-REF(LS-TOT-ITEMS)
                           MOVE WK-EDAD TO
                              LS-ITEM-EDAD(LS-TOT-ITEMS)
                        END-IF
                  END-READ
               END-PERFORM
               IF WS-EOF NOT = 'Y'
                  MOVE 'S' TO LS-TRUNCADO
               END-IF
               CLOSE HOST-RECLAMOS
            END-IF.
      *
       5000-JUNTA-CONCILIACION.
            OPEN INPUT HOST-QUIEBRES
            IF FS-QUIEBRES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                          OR LS-TOT-ITEMS = 200
                  READ HOST-QUIEBRES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CNB-ESCALADO
                           MOVE CNB-FECHA-DETECTA TO WK-FECHA-ITEM
                           PERFORM 7000-CALCULA-EDAD
                           MOVE SPACES TO WK-REFERENCIA
                           STRING CNB-MONEDA CNB-FECHA
                              DELIMITED SIZE INTO WK-REFERENCIA
                           ADD 1 TO LS-TOT-ITEMS
                           MOVE 'CNC' TO
                              LS-ITEM-TIPO(LS-TOT-ITEMS)
                           MOVE CNB-COD-CANAL TO
                              LS-ITEM-CANAL(LS-TOT-ITEMS)
                           MOVE WK-REFERENCIA TO
                              LS-ITEM-REF(LS-TOT-ITEMS)
                           MOVE WK-EDAD TO
                              LS-ITEM-EDAD(LS-TOT-ITEMS)
                        END-IF
                  END-READ
               END-PERFORM
               IF WS-EOF NOT = 'Y'
                  MOVE 'S' TO LS-TRUNCADO
               END-IF
               CLOSE HOST-QUIEBRES
            END-IF.
      *
       7000-CALCULA-EDAD.
            MOVE 0 TO WK-EDAD
