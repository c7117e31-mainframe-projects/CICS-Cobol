      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento por consola del saldo principal por
      *  canal QG1PRINC.DAT (COPY QG1PRI01, indexado por canal +
      *  fecha de vigencia) que usa el devengo QG1CX114. La carga
      *  normal viene de la posicion de tesoreria (QG1CX216); este
      *  programa cubre las correcciones:
      *    A = alta de un saldo con su fecha de vigencia,
      *    M = cambio del monto de una vigencia existente,
      *    B = baja de una vigencia cargada por error,
      *    C = consulta de la historia de saldos de un canal
      *        (START en la llave canal, patron QG1CX170).
      *  Mismas ediciones de existencia que QG1CX154: el canal debe
      *  existir en HOST004 ('01') y la fecha de vigencia debe ser
      *  valida (CALL QG1CX072, '02'). Requiere permiso de escritura
      *  del operador (CALL QG1CX109); cada registro queda con el
      *  operador, origen 'M' y la fecha real de la captura. Un
      *  cambio sobre un dia ya devengado no corrige lo devengado:
      *  la diferencia se lleva al libro con un ajuste de QG1CX150.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX215.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-PRINCIPAL ASSIGN TO "QG1PRINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRI-LLAVE
           FILE STATUS IS FS-PRINCIPAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-PRINCIPAL.
           COPY QG1PRI01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-PRINCIPAL         PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-ACCION            PIC X(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-MONTO             PIC 9(11)V9(02).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-SALDOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE SALDO PRINCIPAL POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ESCRITURA - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-PRINCIPAL
            IF FS-PRINCIPAL = '35'
               OPEN OUTPUT HOST-PRINCIPAL
               CLOSE HOST-PRINCIPAL
               OPEN I-O HOST-PRINCIPAL
            END-IF
            IF FS-PRINCIPAL NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-PRINCIPAL FALLIDO - "
                       "FILE STATUS " FS-PRINCIPAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-SALDOS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNO
            END-PERFORM

            CLOSE HOST004, HOST-PRINCIPAL
            DISPLAY "ALTAS    : " WS-TOT-ALTAS
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "BAJAS    : " WS-TOT-BAJAS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNO.
            DISPLAY "ACCION A/M/B/C (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               IF WK-ACCION = 'C'
                  PERFORM 4000-CONSULTA-HISTORIA
               ELSE
                  DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) : "
                  ACCEPT WK-FECHA-DESDE
                  MOVE 0 TO WK-MONTO
                  IF WK-ACCION NOT = 'B'
                     DISPLAY "SALDO PRINCIPAL (99999999999V99) : "
                     ACCEPT WK-MONTO
                  END-IF
                  PERFORM 2200-EDITA-SALDO
                  IF WK-EDIT-STATUS = '00'
                     PERFORM 3000-APLICA-ACCION
                  ELSE
                     ADD 1 TO WS-TOT-RECHAZOS
                  END-IF
               END-IF
            END-IF.
      *
       2200-EDITA-SALDO.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00'
               CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA NOT = 'S'
                  MOVE '02' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: FECHA DE VIGENCIA INVALIDA"
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-CODIGO      TO PRI-COD-CANAL
            MOVE WK-FECHA-DESDE TO PRI-FECHA-DESDE
            MOVE WK-MONTO       TO PRI-MONTO
            MOVE 'M'            TO PRI-ORIGEN
            MOVE WK-OPERADOR    TO PRI-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO PRI-FECHA-ALTA

            EVALUATE WK-ACCION
               WHEN 'A'
                  WRITE REG-SALDO-PRINCIPAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: YA HAY SALDO DE "
                                WK-CODIGO " VIGENTE DESDE "
                                WK-FECHA-DESDE " (USE CAMBIO)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "SALDO DE " WK-CODIGO
                                " VIGENTE DESDE " WK-FECHA-DESDE
                                " AGREGADO"
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-SALDO-PRINCIPAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN SALDO DE " WK-CODIGO
                                " VIGENTE DESDE " WK-FECHA-DESDE
                                " (USE ALTA)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "SALDO DE " WK-CODIGO
                                " VIGENTE DESDE " WK-FECHA-DESDE
                                " ACTUALIZADO"
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-PRINCIPAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN SALDO DE " WK-CODIGO
                                " VIGENTE DESDE " WK-FECHA-DESDE
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-BAJAS
                        DISPLAY "VIGENCIA " WK-FECHA-DESDE
                                " ELIMINADA DE " WK-CODIGO
                  END-DELETE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       4000-CONSULTA-HISTORIA.
            MOVE WK-CODIGO TO PRI-COD-CANAL
            MOVE 0         TO PRI-FECHA-DESDE
            MOVE 'N'       TO WS-EOF
            START HOST-PRINCIPAL KEY NOT < PRI-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START

            DISPLAY "HISTORIA DE SALDO PRINCIPAL DEL CANAL " WK-CODIGO
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PRINCIPAL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF PRI-COD-CANAL NOT = WK-CODIGO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        MOVE PRI-MONTO TO WK-MONTO-ED
                        DISPLAY "  DESDE " PRI-FECHA-DESDE
                                "  " WK-MONTO-ED
                                "  ORIGEN " PRI-ORIGEN
                                "  " PRI-OPERADOR
                                "  ALTA " PRI-FECHA-ALTA
                     END-IF
               END-READ
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX215.
