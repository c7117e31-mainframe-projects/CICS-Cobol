      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida del tope vigente de un canal en
      *  una fecha: recibe el canal, la fecha de la transaccion, la
      *  moneda del tope del maestro y el tope del maestro
      *  (MTO-LIMITE-TRX), y regresa el tope que rige ese dia. Si hay
      *  un limite temporal APROBADO en QG1LIMTMP.DAT (COPY QG1LTM01)
      *  cuya vigencia cubre la fecha, rige el temporal (con dos
      *  vigentes a la vez, el de secuencia mas alta, el ultimo
      *  capturado) convertido a la moneda del tope con CALL
      *  QG1CX132; si la conversion falla se toma el monto crudo,
      *  igual que el fallback de QG1CX164. Sin temporal vigente
      *  rige el tope del maestro y LS-HAY-TEMPORAL = 'N'.
      *  La tabla de temporales aprobados se carga una vez por
      *  corrida (cache en WORKING-STORAGE, como QG1CX112). La usan
      *  el control de limites QG1CX092, el de velocidad QG1CX166,
      *  la decision de autorizacion QG1CX236 y el reporte de
      *  garantias QG1CX247.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX238.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TEMPORALES ASSIGN TO "QG1LIMTMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPORALES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TEMPORALES.
           COPY QG1LTM01.

       WORKING-STORAGE SECTION.
       01 FS-TEMPORALES        PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

       01 WS-TOT-TEMPORALES    PIC 9(03) VALUE 0.
       01 WS-TABLA-TEMPORALES.
          05 WS-LTM-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-TEMPORALES.
             10 WS-LTM-SECUENCIA PIC 9(05).
             10 WS-LTM-CANAL   PIC X(03).
             10 WS-LTM-MONTO   PIC 9(09)V9(02).
             10 WS-LTM-MONEDA  PIC X(03).
             10 WS-LTM-DESDE   PIC 9(08).
             10 WS-LTM-HASTA   PIC 9(08).

       01 WK-I                 PIC 9(03).
       01 WK-POS               PIC 9(03).
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       LINKAGE SECTION.
       01 LS-CANAL             PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-MONEDA-LIM        PIC X(03).
       01 LS-LIMITE-MAESTRO    PIC S9(09)V9(02) USAGE IS COMP-3.
       01 LS-LIMITE-VIGENTE    PIC S9(09)V9(02).
       01 LS-HAY-TEMPORAL      PIC X(01).

       PROCEDURE DIVISION USING LS-CANAL,
                                LS-FECHA,
                                LS-MONEDA-LIM,
                                LS-LIMITE-MAESTRO,
                                LS-LIMITE-VIGENTE,
                                LS-HAY-TEMPORAL.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-TEMPORALES
            END-IF
            PERFORM 2000-BUSCA-VIGENTE
            PERFORM 4000-FINAL.
      *
       1000-CARGA-TEMPORALES.
            MOVE 0 TO WS-TOT-TEMPORALES
            OPEN INPUT HOST-TEMPORALES
            IF FS-TEMPORALES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORALES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LTM-APROBADO
                           PERFORM 1100-AGREGA-TEMPORAL
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORALES
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       1100-AGREGA-TEMPORAL.
            IF WS-TOT-TEMPORALES = 500
               DISPLAY "ABEND: TABLA DE LIMITES TEMPORALES LLENA "
                       "(500 ENTRADAS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-TEMPORALES
            MOVE LTM-SECUENCIA TO WS-LTM-SECUENCIA(WS-TOT-TEMPORALES)
            MOVE LTM-COD-CANAL TO WS-LTM-CANAL(WS-TOT-TEMPORALES)
            MOVE LTM-MONTO     TO WS-LTM-MONTO(WS-TOT-TEMPORALES)
            MOVE LTM-MONEDA    TO WS-LTM-MONEDA(WS-TOT-TEMPORALES)
            MOVE LTM-DESDE     TO WS-LTM-DESDE(WS-TOT-TEMPORALES)
            MOVE LTM-HASTA     TO WS-LTM-HASTA(WS-TOT-TEMPORALES).
      *
       2000-BUSCA-VIGENTE.
            MOVE LS-LIMITE-MAESTRO TO LS-LIMITE-VIGENTE
            MOVE 'N' TO LS-HAY-TEMPORAL
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TEMPORALES
               IF WS-LTM-CANAL(WK-I) = LS-CANAL
                  AND WS-LTM-DESDE(WK-I) NOT > LS-FECHA
                  AND WS-LTM-HASTA(WK-I) NOT < LS-FECHA
                  IF WK-POS = 0
                     MOVE WK-I TO WK-POS
                  ELSE
                     IF WS-LTM-SECUENCIA(WK-I)
                        > WS-LTM-SECUENCIA(WK-POS)
                        MOVE WK-I TO WK-POS
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF WK-POS > 0
               MOVE 'S' TO LS-HAY-TEMPORAL
               CALL "QG1CX132" USING WS-LTM-MONEDA(WK-POS),
                                      LS-MONEDA-LIM, LS-FECHA,
                                      WS-LTM-MONTO(WK-POS),
                                      WK-MONTO-CONV, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               IF WK-CONVERSION-OK = 'S'
                  MOVE WK-MONTO-CONV TO LS-LIMITE-VIGENTE
               ELSE
                  MOVE WS-LTM-MONTO(WK-POS) TO LS-LIMITE-VIGENTE
               END-IF
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX238.
