      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Captura de limites temporales por canal (maker
      *  del doble control de QG1LIMTMP.DAT, COPY QG1LTM01). En
      *  feriados y campanas el tope MTO-LIMITE-TRX se subia a mano
      *  en el maestro y se olvidaba de bajar; ahora el tope elevado
      *  se captura aqui con monto, moneda, vigencia desde/hasta y
      *  motivo, y vence solo. Exige identidad de operador con
      *  permiso de alta (CALL QG1CX109, 'W') y edita:
      *    '01' = el canal no existe en HOST004
      *    '02' = monto en cero
      *    '03' = fecha desde o hasta invalida (CALL QG1CX072), o
      *           hasta menor que desde
      *    '04' = falta el motivo
      *    '05' = el canal tiene garantias (QG1GARANT.DAT) y el tope
      *           temporal no cabe en la cobertura vigente al ultimo
      *           dia del periodo (rutina QG1CX246)
      *  El registro queda pendiente ('P') con la siguiente
      *  secuencia; un SEGUNDO operador lo aprueba o rechaza con
      *  QG1CX240 y solo lo aprobado rige (rutina QG1CX238).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX239.
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

           SELECT HOST-TEMPORALES ASSIGN TO "QG1LIMTMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPORALES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-TEMPORALES.
           COPY QG1LTM01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-TEMPORALES        PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WS-ULT-SECUENCIA     PIC 9(05) VALUE 0.

       01 WK-LIMITE-TEMPORAL.
           05 WK-CODIGO        PIC X(03).
           05 WK-MONTO         PIC 9(09)V9(02).
           05 WK-MONEDA        PIC X(03).
           05 WK-DESDE         PIC 9(08).
           05 WK-HASTA         PIC 9(08).
           05 WK-MOTIVO        PIC X(30).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-LIMITE-ED         PIC -ZZZ.ZZZ.ZZ9,99.
       01 WK-MONTO-ED          PIC ZZZ.ZZZ.ZZ9,99.

       01 WK-COB-MONTO         PIC 9(13)V9(02).
       01 WK-COB-COBERTURA     PIC 9(13)V9(02).
       01 WK-COB-CON-GARANTIA  PIC X(01).
       01 WK-COB-CUBIERTO      PIC X(01).
       01 WK-COB-ED            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOT-ENCOLADOS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-LIMITES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CAPTURA DE LIMITES TEMPORALES POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            DISPLAY "IDENTIDAD DEL SOLICITANTE : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ALTA - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST-TEMPORALES
            IF FS-TEMPORALES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORALES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LTM-SECUENCIA > WS-ULT-SECUENCIA
                           MOVE LTM-SECUENCIA TO WS-ULT-SECUENCIA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORALES
            END-IF
            OPEN EXTEND HOST-TEMPORALES
            IF FS-TEMPORALES = '35'
               OPEN OUTPUT HOST-TEMPORALES
            END-IF
            IF FS-TEMPORALES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-TEMPORALES FALLIDO - "
                       "FILE STATUS " FS-TEMPORALES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-LIMITES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNO
            END-PERFORM

            CLOSE HOST004, HOST-TEMPORALES
            DISPLAY "LIMITES ENCOLADOS : " WS-TOT-ENCOLADOS
            DISPLAY "RECHAZOS          : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNO.
            DISPLAY "COD-CANAL (ENTER PARA TERMINAR) : "
            MOVE SPACES TO WK-CODIGO
            ACCEPT WK-CODIGO
            IF WK-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "MONTO DEL TOPE TEMPORAL (999999999V99) : "
               ACCEPT WK-MONTO
               DISPLAY "MONEDA DEL TOPE (ENTER=PEN) : "
               MOVE SPACES TO WK-MONEDA
               ACCEPT WK-MONEDA
               IF WK-MONEDA = SPACES
                  MOVE 'PEN' TO WK-MONEDA
               END-IF
               DISPLAY "VIGENTE DESDE (AAAAMMDD) : "
               ACCEPT WK-DESDE
               DISPLAY "VIGENTE HASTA (AAAAMMDD) : "
               ACCEPT WK-HASTA
               DISPLAY "MOTIVO (30) : "
               MOVE SPACES TO WK-MOTIVO
               ACCEPT WK-MOTIVO
               PERFORM 2200-EDITA-LIMITE
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3000-ENCOLA-LIMITE
               ELSE
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
            END-IF.
      *
       2200-EDITA-LIMITE.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00' AND WK-MONTO = 0
               MOVE '02' TO WK-EDIT-STATUS
               DISPLAY "RECHAZADO: EL MONTO DEL TOPE DEBE SER MAYOR "
                       "QUE CERO"
            END-IF

            IF WK-EDIT-STATUS = '00'
               CALL "QG1CX072" USING WK-DESDE, WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA = 'S'
                  CALL "QG1CX072" USING WK-HASTA, WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  OR WK-HASTA < WK-DESDE
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: VIGENCIA INVALIDA O HASTA "
                          "MENOR QUE DESDE"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-MOTIVO = SPACES
               MOVE '04' TO WK-EDIT-STATUS
               DISPLAY "RECHAZADO: EL MOTIVO ES OBLIGATORIO"
            END-IF

      * Garantias: el tope temporal de un canal con garantias debe
      * caber en la cobertura que siga vigente al ultimo dia del
      * periodo (rutina QG1CX246, en la moneda del tope temporal).
            IF WK-EDIT-STATUS = '00'
               MOVE WK-MONTO TO WK-COB-MONTO
               CALL "QG1CX246" USING WK-CODIGO, WK-HASTA, WK-MONEDA,
                                      WK-COB-MONTO, WK-COB-COBERTURA,
                                      WK-COB-CON-GARANTIA,
                                      WK-COB-CUBIERTO
               IF WK-COB-CUBIERTO NOT = 'S'
                  MOVE '05' TO WK-EDIT-STATUS
                  MOVE WK-COB-COBERTURA TO WK-COB-ED
                  DISPLAY "RECHAZADO: TOPE SIN CUBRIR POR GARANTIAS "
                          "AL " WK-HASTA ", COBERTURA " WK-COB-ED
                          " " WK-MONEDA
               END-IF
            END-IF.
      *
       3000-ENCOLA-LIMITE.
            ADD 1 TO WS-ULT-SECUENCIA
            MOVE WS-ULT-SECUENCIA TO LTM-SECUENCIA
            MOVE WK-CODIGO        TO LTM-COD-CANAL
            MOVE WK-MONTO         TO LTM-MONTO
            MOVE WK-MONEDA        TO LTM-MONEDA
            MOVE WK-DESDE         TO LTM-DESDE
            MOVE WK-HASTA         TO LTM-HASTA
            MOVE WK-MOTIVO        TO LTM-MOTIVO
            SET LTM-EN-REVISION   TO TRUE
            MOVE WK-OPERADOR      TO LTM-SOLICITANTE
            MOVE SPACES           TO LTM-APROBADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO LTM-FECHA-CAPTURA
            WRITE REG-LIMITE-TEMPORAL
            ADD 1 TO WS-TOT-ENCOLADOS
            MOVE MTO-LIMITE-TRX TO WK-LIMITE-ED
            MOVE WK-MONTO TO WK-MONTO-ED
            DISPLAY "TOPE DEL MAESTRO : " WK-LIMITE-ED " "
                    COD-MONEDA-LIM
            DISPLAY "TOPE TEMPORAL    : " WK-MONTO-ED " " WK-MONEDA
                    " DEL " WK-DESDE " AL " WK-HASTA
            DISPLAY "LIMITE TEMPORAL DE " WK-CODIGO
                    " PENDIENTE DE APROBACION (SECUENCIA "
                    LTM-SECUENCIA ")".
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX239.
