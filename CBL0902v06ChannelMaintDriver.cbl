      *  problemas QG1PROBLM.DAT via la rutina QG1CX121 (programa,
      *  archivo, operacion, FILE STATUS, clave e imagen del
      *  registro), y los hitos quedan en el run-log via QG1CX120.
      * El alta del PASO 1 coteja el nombre del canal contra la lista
      *  de vigilancia de sanciones y PEP (CALL QG1CX253 'G') ya
      *  grabado el registro: una coincidencia queda registrada para
      *  la revision QG1CX255 y se avisa por consola.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-PRB-CLAVE         PIC X(11).
       01 WK-PRB-IMAGEN        PIC X(80).
       01 WS-FECHA-HOY         PIC 9(08).

       01 WK-COT-ACCION        PIC X(01) VALUE 'G'.
       01 WK-COT-ORIGEN        PIC X(01) VALUE 'N'.
       01 WK-COT-PROGRAMA      PIC X(08) VALUE 'QG1CX061'.
       01 WK-COT-COINCIDENCIAS PIC 9(03).
       01 WK-COT-PUNTAJE       PIC 9(03).
       01 WK-COT-ID            PIC X(12).
       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
                  NOT INVALID KEY
                     DISPLAY "REGISTRO DE CANAL"
                     PERFORM 2200-GRABA-AUDITORIA-WRITE
                     PERFORM 2300-COTEJA-LISTA
               END-WRITE
            END-IF.
            CLOSE HOST004, HOST-AUDIT.
            CALL "QG1CX138" USING WK-CTR-ACCION, WK-CTR-CONTADOR
            MOVE 1 TO WK-JRN-PASO
            PERFORM 1700-ANOTA-JOURNAL.
      *
       2300-COTEJA-LISTA.
            CALL "QG1CX253" USING WK-COT-ACCION, COD-CANAL,
                                   WK-COT-ORIGEN, TXT-NOM,
                                   WK-COT-PROGRAMA,
                                   WK-COT-COINCIDENCIAS,
                                   WK-COT-PUNTAJE, WK-COT-ID
            IF WK-COT-COINCIDENCIAS > 0
               DISPLAY "AVISO: CANAL " COD-CANAL " CON COINCIDENCIA "
                       "EN LISTA DE VIGILANCIA " WK-COT-ID
                       " PUNTAJE " WK-COT-PUNTAJE
                       " - PENDIENTE DE REVISION"
            END-IF.
      *
       3000-REGRABAR.
            DISPLAY 'PASO 2 : REWRITE'
