      *  de QG1ENTID.DAT) y la interfaz sale al archivo propio de la
      *  entidad QG1GLInn.DAT en vez de QG1CX116.GLI (ASSIGN TO
      *  DYNAMIC). Un solo programa, un batch, dos entidades.
      * IGV: el IGV de las facturas de comision del periodo (los
      *  movimientos 'IG' de QG1LIBRO.DAT con referencia "FAC
      *  AAAAMM" que anota QG1CX148) entra como un DEBE a la cuenta
      *  puente 21010000 (lo cobra el neteo contra lo que le debemos
      *  al canal) contra un HABER a la cuenta propia de IGV por
      *  pagar 21030000, con el mismo filtro de entidad. El archivo
      *  sigue balanceado.
      * Notas de credito: el IGV que devuelve una nota de credito
      *  (movimiento 'IG' a favor del canal 'H' que anota QG1CX226,
      *  referencia = numero de la nota, serie FCnn) con fecha del
      *  periodo entra con los asientos invertidos: DEBE a IGV por
      *  pagar 21030000 contra HABER a la cuenta puente 21010000.
      * Diferencia de cambio: la revaluacion mensual del saldo en
      *  moneda extranjera (movimientos 'RV' en soles que anota
      *  QG1CX267) con fecha del periodo entra con el mismo filtro de
      *  entidad: una perdida ('RV' a favor del canal 'H') es DEBE a
      *  la cuenta de diferencia de cambio 41020000 contra HABER a la
      *  cuenta puente 21010000; una ganancia ('RV' 'D') va al reves.
      *  La reversa del primer dia del mes siguiente es tambien 'RV'
      *  y entra asi en la interfaz del periodo siguiente.
      * Manifiesto: la generacion QG1Lnnnn.GLI se anota ademas en el
      *  manifiesto de archivos de salida QG1MANIF.DAT (CALL
      *  QG1CX272) con la fecha de contabilizacion como fecha de
      *  negocio y el conteo y hash total del trailer; su envio y
      *  acuse se siguen en QG1CX273 / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-GENERACION ASSIGN TO DYNAMIC WS-NOMBRE-GEN
           ORGANIZATION IS LINE SEQUENTIAL.

           05 RET-MONTO        PIC 9(11)V9(02).
           05 RET-EXENTO       PIC X(01).

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-GENERACION.
       01  REG-GENERACION      PIC X(40).

       01 WS-EOF               PIC A(1).
       01 WS-TOT-RETENCIONES   PIC 9(04) VALUE 0.
       01 WS-SUMA-RETENIDO     PIC 9(13)V9(02) VALUE 0.
       01 FS-LIBRO             PIC X(02).
       01 WS-TOT-IGV           PIC 9(04) VALUE 0.
       01 WS-SUMA-IGV          PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-IGV-NC        PIC 9(04) VALUE 0.
       01 WS-SUMA-IGV-NC       PIC 9(13)V9(02) VALUE 0.
       01 WK-REFERENCIA-FAC    PIC X(12).
       01 WS-TOT-REVALUACION   PIC 9(04) VALUE 0.
       01 WS-SUMA-REVALUACION  PIC 9(13)V9(02) VALUE 0.
       01 WK-CUENTA-DEBE       PIC X(10).
       01 WK-CUENTA-HABER      PIC X(10).

       01 FS-CATALOGO          PIC X(02).
       01 WS-NOMBRE-GLI        PIC X(12) VALUE 'QG1CX116.GLI'.
       01 WS-ULTIMA-GEN        PIC 9(04) VALUE 0.
       01 WS-TOT-COPIADOS      PIC 9(05) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16).
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX116'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-PERIODO           PIC 9(06).
       01 WK-FECHA-POSTEO      PIC 9(08).
       01 WK-FECHA-ENTRADA     PIC X(08).
            PERFORM 2000-GENERA-ASIENTOS
            PERFORM 3000-GRABA-CONTRAPARTIDA
            PERFORM 3500-GRABA-RETENCIONES
            PERFORM 3700-GRABA-IGV
            PERFORM 3900-GRABA-REVALUACION
            PERFORM 4000-GRABA-TRAILER
            PERFORM 5000-CATALOGA-GENERACION
            PERFORM 9000-FINAL.
            ADD RET-MONTO TO WS-HASH-MONTOS
            ADD 1 TO WS-TOT-RETENCIONES
            ADD RET-MONTO TO WS-SUMA-RETENIDO.
      *
       3700-GRABA-IGV.
            MOVE SPACES TO WK-REFERENCIA-FAC
            STRING "FAC " WK-PERIODO
               DELIMITED SIZE INTO WK-REFERENCIA-FAC
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO NOT = '00'
               DISPLAY "SIN LIBRO AUXILIAR (QG1LIBRO.DAT), "
                       "INTERFAZ SIN LINEAS DE IGV"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-TIPO-MOV = 'IG'
                           AND LIB-DEBE-HABER = 'D'
                           AND LIB-REFERENCIA = WK-REFERENCIA-FAC
                           AND LIB-MONTO > 0
                           PERFORM 3750-FILTRA-IGV
                        END-IF
                        IF LIB-TIPO-MOV = 'IG'
                           AND LIB-DEBE-HABER = 'H'
                           AND LIB-REFERENCIA(1:2) = 'FC'
                           AND LIB-FECHA(1:6) = WK-PERIODO
                           AND LIB-MONTO > 0
                           PERFORM 3750-FILTRA-IGV
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
               DISPLAY "LINEAS DE IGV AGREGADAS : " WS-TOT-IGV
               DISPLAY "REVERSAS DE IGV POR NOTA: " WS-TOT-IGV-NC
            END-IF.
      *
       3750-FILTRA-IGV.
            IF WK-ENTIDAD = SPACES
               PERFORM 3780-DESPACHA-IGV
            ELSE
               CALL "QG1CX194" USING LIB-COD-CANAL, WK-ENT-CANAL,
                                      WK-ENT-NOMBRE,
                                      WK-ENT-ENCONTRADA
               IF WK-ENT-CANAL = WK-ENTIDAD
                  PERFORM 3780-DESPACHA-IGV
               END-IF
            END-IF.
      *
       3780-DESPACHA-IGV.
            IF LIB-DEBE-HABER = 'H'
               PERFORM 3850-REVIERTE-UN-IGV
            ELSE
               PERFORM 3800-GRABA-UN-IGV
            END-IF.
      *
       3800-GRABA-UN-IGV.
            MOVE '2101000000'    TO GLI-CUENTA
            MOVE 'D'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-DEBE
            ADD LIB-MONTO TO WS-HASH-MONTOS

            MOVE '2103000000'    TO GLI-CUENTA
            MOVE 'H'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-HABER
            ADD LIB-MONTO TO WS-HASH-MONTOS
            ADD 1 TO WS-TOT-IGV
            ADD LIB-MONTO TO WS-SUMA-IGV.
      *
       3850-REVIERTE-UN-IGV.
            MOVE '2103000000'    TO GLI-CUENTA
            MOVE 'D'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-DEBE
            ADD LIB-MONTO TO WS-HASH-MONTOS

            MOVE '2101000000'    TO GLI-CUENTA
            MOVE 'H'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-HABER
            ADD LIB-MONTO TO WS-HASH-MONTOS
            ADD 1 TO WS-TOT-IGV-NC
            ADD LIB-MONTO TO WS-SUMA-IGV-NC.
      *
       3900-GRABA-REVALUACION.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO NOT = '00'
               DISPLAY "SIN LIBRO AUXILIAR (QG1LIBRO.DAT), "
                       "INTERFAZ SIN DIFERENCIA DE CAMBIO"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-TIPO-MOV = 'RV'
                           AND LIB-FECHA(1:6) = WK-PERIODO
                           AND LIB-MONTO > 0
                           PERFORM 3920-FILTRA-REVALUACION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
               DISPLAY "LINEAS DE DIFERENCIA DE CAMBIO : "
                       WS-TOT-REVALUACION
            END-IF.
      *
       3920-FILTRA-REVALUACION.
            IF WK-ENTIDAD = SPACES
               PERFORM 3950-GRABA-UNA-REVALUACION
            ELSE
               CALL "QG1CX194" USING LIB-COD-CANAL, WK-ENT-CANAL,
                                      WK-ENT-NOMBRE,
                                      WK-ENT-ENCONTRADA
               IF WK-ENT-CANAL = WK-ENTIDAD
                  PERFORM 3950-GRABA-UNA-REVALUACION
               END-IF
            END-IF.
      *
       3950-GRABA-UNA-REVALUACION.
            IF LIB-DEBE-HABER = 'H'
               MOVE '4102000000' TO WK-CUENTA-DEBE
               MOVE '2101000000' TO WK-CUENTA-HABER
            ELSE
               MOVE '2101000000' TO WK-CUENTA-DEBE
               MOVE '4102000000' TO WK-CUENTA-HABER
            END-IF

            MOVE WK-CUENTA-DEBE  TO GLI-CUENTA
            MOVE 'D'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-DEBE
            ADD LIB-MONTO TO WS-HASH-MONTOS

            MOVE WK-CUENTA-HABER TO GLI-CUENTA
            MOVE 'H'             TO GLI-DEBE-HABER
            MOVE LIB-MONTO       TO GLI-MONTO
            MOVE WK-FECHA-POSTEO TO GLI-FECHA
            WRITE REG-INTERFAZ
            ADD 1 TO WS-TOT-ASIENTOS
            ADD LIB-MONTO TO WS-SUMA-HABER
            ADD LIB-MONTO TO WS-HASH-MONTOS
            ADD 1 TO WS-TOT-REVALUACION
            ADD LIB-MONTO TO WS-SUMA-REVALUACION.
      *
       4000-GRABA-TRAILER.
            MOVE 'TRL       ' TO GLI-CUENTA
            WRITE REG-CATALOGO
            CLOSE HOST-CATALOGO
            DISPLAY "GENERACION " WS-NOMBRE-GEN " CATALOGADA COMO "
                    "ENVIADA"

            MOVE WS-NOMBRE-GEN   TO WK-MAN-ARCHIVO
            MOVE WK-FECHA-POSTEO TO WK-MAN-FECHA
            MOVE WS-TOT-ASIENTOS TO WK-MAN-REGISTROS
            MOVE WS-HASH-MONTOS  TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO.
      *
       9000-FINAL.
           STOP RUN.
