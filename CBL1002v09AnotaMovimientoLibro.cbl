      *  con el saldo corrido resultante, que tambien regresa al que
      *  llama. Anotan por aqui el motor de devengo QG1CX114, la
      *  facturacion QG1CX148 y el ajuste manual QG1CX150.
      * Moneda: los canales con limite en USD o EUR generan movimientos
      *  en esa moneda y el libro los sumaba como si fueran soles. La
      *  rutina estampa ahora LIB-MONEDA con la moneda del canal
      *  (COD-MONEDA-LIM de HOST004, PEN si no esta o viene en blancos)
      *  sin cambiar los parametros de los que llaman; la revaluacion
      *  'RV' de QG1CX267 y el ajuste de disputa 'DS' de QG1C0019 van
      *  siempre en PEN. El saldo corrido es por canal Y moneda: el
      *  ultimo saldo que se toma es el de la misma moneda (blancos en
      *  los registros anteriores = PEN).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LIBRO.
           COPY QG1LIB01.
       FD  HOST004.
           COPY QG1CAN01.

       WORKING-STORAGE SECTION.
       01 FS-LIBRO             PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WK-SALDO-ACTUAL      PIC S9(11)V9(02).
       01 WK-MONEDA-MOV        PIC X(03).
       01 WK-MONEDA-LIB        PIC X(03).

       LINKAGE SECTION.
       01 LS-COD-CANAL         PIC X(03).
                                LS-SALDO-RESULTANTE.
      *************************
       0000-MAIN.
            PERFORM 0500-DETERMINA-MONEDA
            PERFORM 1000-BUSCA-ULTIMO-SALDO
            PERFORM 2000-AGREGA-MOVIMIENTO
            PERFORM 4000-FINAL.
      *
       0500-DETERMINA-MONEDA.
            MOVE "PEN" TO WK-MONEDA-MOV
            IF LS-TIPO-MOV NOT = "RV" AND LS-TIPO-MOV NOT = "DS"
               OPEN INPUT HOST004
               IF FS-HOST = '00'
                  MOVE LS-COD-CANAL TO COD-CANAL OF REG-HOST004
                  READ HOST004
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF COD-MONEDA-LIM NOT = SPACES
                           MOVE COD-MONEDA-LIM TO WK-MONEDA-MOV
                        END-IF
                  END-READ
                  CLOSE HOST004
               END-IF
            END-IF.
      *
       1000-BUSCA-ULTIMO-SALDO.
            MOVE 0 TO WK-SALDO-ACTUAL
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE LIB-MONEDA TO WK-MONEDA-LIB
                        IF WK-MONEDA-LIB = SPACES
                           MOVE "PEN" TO WK-MONEDA-LIB
                        END-IF
                        IF LIB-COD-CANAL = LS-COD-CANAL
                           AND WK-MONEDA-LIB = WK-MONEDA-MOV
                           MOVE LIB-SALDO TO WK-SALDO-ACTUAL
                        END-IF
                  END-READ
               MOVE LS-REFERENCIA  TO LIB-REFERENCIA
               MOVE LS-OPERADOR    TO LIB-OPERADOR
               MOVE WK-SALDO-ACTUAL TO LIB-SALDO
               MOVE WK-MONEDA-MOV  TO LIB-MONEDA
               WRITE REG-MOVIMIENTO-LIBRO
               CLOSE HOST-LIBRO
            END-IF
