      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento por consola de las garantias por
      *  canal QG1GARANT.DAT (COPY QG1GAR01, indexado por canal +
      *  numero de garantia) con el mismo patron de QG1CX215:
      *    A = alta de una garantia (deposito o carta fianza),
      *    M = cambio de una garantia existente (renovacion de la
      *        fianza, aumento del deposito),
      *    B = baja de una garantia devuelta o ejecutada,
      *    C = consulta de las garantias de un canal con su
      *        cobertura vigente hoy (START en la llave canal).
      *  Ediciones:
      *    '01' = el canal no existe en HOST004
      *    '02' = tipo distinto de D (deposito) o F (carta fianza)
      *    '03' = monto en cero
      *    '04' = vencimiento invalido (CALL QG1CX072); en cero solo
      *           se admite para un deposito
      *    '05' = vencimiento anterior a hoy: una garantia vencida no
      *           cubre nada
      *    '06' = falta el emisor
      *  La moneda va por defecto en PEN. Requiere permiso de
      *  escritura del operador (CALL QG1CX109); cada registro queda
      *  con el operador y la fecha real de la captura. Una baja o un
      *  cambio a la baja que deja al canal descubierto no se rechaza
      *  aqui (la garantia se devolvio o se ejecuto, hay que
      *  registrarlo): lo reporta QG1CX247.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX245.
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

           SELECT HOST-GARANTIAS ASSIGN TO "QG1GARANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GAR-LLAVE
           FILE STATUS IS FS-GARANTIAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-GARANTIAS.
           COPY QG1GAR01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-GARANTIAS         PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-ACCION            PIC X(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-NUMERO            PIC 9(02).
       01 WK-TIPO              PIC X(01).
       01 WK-MONTO             PIC 9(09)V9(02).
       01 WK-MONEDA            PIC X(03).
       01 WK-EMISOR            PIC X(30).
       01 WK-VENCE             PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.

       01 WK-COB-COBERTURA     PIC 9(13)V9(02).
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).
       01 WK-COBERTURA-ED      PIC ZZZZZZZZZZZZ9,99.

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-GARANTIAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE GARANTIAS POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
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

            OPEN I-O HOST-GARANTIAS
            IF FS-GARANTIAS = '35'
               OPEN OUTPUT HOST-GARANTIAS
               CLOSE HOST-GARANTIAS
               OPEN I-O HOST-GARANTIAS
            END-IF
            IF FS-GARANTIAS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-GARANTIAS FALLIDO - "
                       "FILE STATUS " FS-GARANTIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-GARANTIAS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNO
            END-PERFORM

            CLOSE HOST004, HOST-GARANTIAS
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
                  PERFORM 4000-CONSULTA-CANAL
               ELSE
                  DISPLAY "NUMERO DE GARANTIA (01-99) : "
                  ACCEPT WK-NUMERO
                  MOVE SPACE  TO WK-TIPO
                  MOVE 0      TO WK-MONTO, WK-VENCE
                  MOVE 'PEN'  TO WK-MONEDA
                  MOVE SPACES TO WK-EMISOR
                  IF WK-ACCION NOT = 'B'
                     DISPLAY "TIPO (D=DEPOSITO, F=CARTA FIANZA) : "
                     ACCEPT WK-TIPO
                     DISPLAY "MONTO (999999999V99) : "
                     ACCEPT WK-MONTO
                     DISPLAY "MONEDA (ENTER=PEN) : "
                     MOVE SPACES TO WK-MONEDA
                     ACCEPT WK-MONEDA
                     IF WK-MONEDA = SPACES
                        MOVE 'PEN' TO WK-MONEDA
                     END-IF
                     DISPLAY "EMISOR : "
                     ACCEPT WK-EMISOR
                     DISPLAY "VENCIMIENTO (AAAAMMDD, 0=SIN VENCIMIENTO"
                             " SOLO DEPOSITO) : "
                     ACCEPT WK-VENCE
                  END-IF
                  PERFORM 2200-EDITA-GARANTIA
                  IF WK-EDIT-STATUS = '00'
                     PERFORM 3000-APLICA-ACCION
                  ELSE
                     ADD 1 TO WS-TOT-RECHAZOS
                  END-IF
               END-IF
            END-IF.
      *
       2200-EDITA-GARANTIA.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-TIPO NOT = 'D' AND WK-TIPO NOT = 'F'
                  MOVE '02' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: TIPO DE GARANTIA INVALIDO: "
                          WK-TIPO
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-MONTO = 0
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: MONTO DE GARANTIA EN CERO"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-VENCE = 0
                  IF WK-TIPO = 'F'
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: LA CARTA FIANZA REQUIERE "
                             "FECHA DE VENCIMIENTO"
                  END-IF
               ELSE
                  CALL "QG1CX072" USING WK-VENCE, WK-FECHA-VALIDA
                  IF WK-FECHA-VALIDA NOT = 'S'
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: FECHA DE VENCIMIENTO INVALIDA"
                  ELSE
                     IF WK-VENCE < WK-FECHA-HOY
                        MOVE '05' TO WK-EDIT-STATUS
                        DISPLAY "RECHAZADO: LA GARANTIA YA VENCIO EL "
                                WK-VENCE
                     END-IF
                  END-IF
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-EMISOR = SPACES
                  MOVE '06' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: FALTA EL EMISOR DE LA GARANTIA"
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-CODIGO   TO GAR-COD-CANAL
            MOVE WK-NUMERO   TO GAR-NUMERO
            MOVE WK-TIPO     TO GAR-TIPO
            MOVE WK-MONTO    TO GAR-MONTO
            MOVE WK-MONEDA   TO GAR-MONEDA
            MOVE WK-EMISOR   TO GAR-EMISOR
            MOVE WK-VENCE    TO GAR-VENCE
            MOVE WK-OPERADOR TO GAR-OPERADOR
            MOVE WK-FECHA-HOY TO GAR-FECHA-ALTA

            EVALUATE WK-ACCION
               WHEN 'A'
                  WRITE REG-GARANTIA-CANAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: YA EXISTE LA GARANTIA "
                                WK-NUMERO " DE " WK-CODIGO
                                " (USE CAMBIO)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "GARANTIA " WK-NUMERO " DE "
                                WK-CODIGO " AGREGADA"
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-GARANTIA-CANAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: NO EXISTE LA GARANTIA "
                                WK-NUMERO " DE " WK-CODIGO
                                " (USE ALTA)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "GARANTIA " WK-NUMERO " DE "
                                WK-CODIGO " ACTUALIZADA"
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-GARANTIAS
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: NO EXISTE LA GARANTIA "
                                WK-NUMERO " DE " WK-CODIGO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-BAJAS
                        DISPLAY "GARANTIA " WK-NUMERO
                                " ELIMINADA DE " WK-CODIGO
                  END-DELETE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
      * La cobertura vigente hoy es la misma cuenta de QG1CX246 (las
      * no vencidas, convertidas a la moneda del tope), hecha aqui
      * sobre el archivo abierto para que incluya lo capturado en
      * esta sesion.
       4000-CONSULTA-CANAL.
            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE 'PEN' TO COD-MONEDA-LIM
            END-READ
            MOVE 0 TO WK-COB-COBERTURA

            MOVE WK-CODIGO TO GAR-COD-CANAL
            MOVE 0         TO GAR-NUMERO
            MOVE 'N'       TO WS-EOF
            START HOST-GARANTIAS KEY NOT < GAR-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START

            DISPLAY "GARANTIAS DEL CANAL " WK-CODIGO
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-GARANTIAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF GAR-COD-CANAL NOT = WK-CODIGO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        PERFORM 4100-MUESTRA-GARANTIA
                     END-IF
               END-READ
            END-PERFORM

            MOVE WK-COB-COBERTURA TO WK-COBERTURA-ED
            DISPLAY "COBERTURA VIGENTE HOY : " WK-COBERTURA-ED
                    " " COD-MONEDA-LIM.
      *
       4100-MUESTRA-GARANTIA.
            MOVE GAR-MONTO TO WK-MONTO-ED
            DISPLAY "  " GAR-NUMERO "  " GAR-TIPO
                    "  " WK-MONTO-ED " " GAR-MONEDA
                    "  " GAR-EMISOR
                    "  VENCE " GAR-VENCE
            IF GAR-VENCE = 0 OR GAR-VENCE NOT < WK-FECHA-HOY
               CALL "QG1CX132" USING GAR-MONEDA, COD-MONEDA-LIM,
                                      WK-FECHA-HOY, GAR-MONTO,
                                      WK-MONTO-CONV, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               IF WK-CONVERSION-OK = 'S' OR WK-CONVERSION-OK = 'V'
                  ADD WK-MONTO-CONV TO WK-COB-COBERTURA
               END-IF
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX245.
