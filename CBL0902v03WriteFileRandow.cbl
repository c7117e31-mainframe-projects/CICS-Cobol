      * Cada cambio aceptado incrementa ademas el contador de cambios
      *  del maestro (rutina QG1CX138, archivo QG1MSTCTR.DAT) para
      *  que las tablas en memoria detecten que estan rancias.
      * Lista de vigilancia: antes del WRITE el nombre del canal se
      *  coteja contra la lista de sanciones y PEP (CALL QG1CX253
      *  'E'); si coincide, el canal se da de alta PENDIENTE en lugar
      *  de ACTIVO y, ya grabado, la coincidencia queda registrada
      *  para revision (QG1CX253 'G', revision en QG1CX255).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       02 WS-OPEN-MAX-INTENTOS  PIC 9(02) VALUE 3.
       01 WK-CTR-ACCION        PIC X(01).
       01 WK-CTR-CONTADOR      PIC 9(09).
       01 WK-COT-ACCION        PIC X(01).
       01 WK-COT-ORIGEN        PIC X(01) VALUE 'N'.
       01 WK-COT-PROGRAMA      PIC X(08) VALUE 'QG1CX053'.
       01 WK-COT-COINCIDENCIAS PIC 9(03).
       01 WK-COT-PUNTAJE       PIC 9(03).
       01 WK-COT-ID            PIC X(12).
       01 WS-EN-LISTA          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      *************************

            DISPLAY "REGISTROS CARGADOS  : " WS-CONTADOR
            DISPLAY "REGISTROS RECHAZADOS: " WS-RECHAZADOS
            DISPLAY "PENDIENTES POR LISTA: " WS-EN-LISTA
            CLOSE HOST001, HOST004, HOST-AUDIT.
      *
       2100-GRABA-REGISTRO.
               MOVE 'PEN'          TO COD-MONEDA-LIM
               MOVE 1              TO NUM-VERSION-REG

               MOVE 'E' TO WK-COT-ACCION
               PERFORM 2300-COTEJA-LISTA
               IF WK-COT-COINCIDENCIAS > 0
                  SET CANAL-PENDIENTE TO TRUE
                  DISPLAY "CANAL " COD-CANAL " PENDIENTE - COINCIDENCIA"
                          " EN LISTA DE VIGILANCIA " WK-COT-ID
                          " PUNTAJE " WK-COT-PUNTAJE
               END-IF

               DISPLAY REG-HOST004
               CALL "QG1CX066" USING COD-CANAL, TXT-ABRV, TXT-NOM,
                                      WK-MENSAJE-CANAL
                     ADD 1 TO WS-CONTADOR
                     DISPLAY "REGISTRO DE CANAL"
                     PERFORM 2200-GRABA-AUDITORIA
                     IF CANAL-PENDIENTE
                        ADD 1 TO WS-EN-LISTA
                        MOVE 'G' TO WK-COT-ACCION
                        PERFORM 2300-COTEJA-LISTA
                     END-IF
               END-WRITE
            END-IF.
      *
            WRITE REG-AUDITORIA
            MOVE 'I' TO WK-CTR-ACCION
            CALL "QG1CX138" USING WK-CTR-ACCION, WK-CTR-CONTADOR.
      *
       2300-COTEJA-LISTA.
            CALL "QG1CX253" USING WK-COT-ACCION, COD-CANAL,
                                   WK-COT-ORIGEN, TXT-NOM,
                                   WK-COT-PROGRAMA,
                                   WK-COT-COINCIDENCIAS,
                                   WK-COT-PUNTAJE, WK-COT-ID.
      *
       1900-VERIFICA-OPEN.
            IF FS-HOST NOT = '00'
