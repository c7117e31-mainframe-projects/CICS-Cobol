      *  del maestro (mismo patron de QG1CX054). La corrida de pagos
      *  QG1CX155 abona el interes neto mensual a esta cuenta; un
      *  canal con interes y sin cuenta sale senalado en esa corrida.
      * Debito directo: se captura ademas si el canal firmo el
      *  mandato de debito sobre la cuenta (S/N, por defecto N);
      *    '03' = mandato distinto de S o N
      *  Solo las cuentas con mandato entran en la corrida de cobro
      *  por debito directo QG1CX228.
      * Devoluciones: un alta o cambio deja la cuenta valida ('V'),
      *  lo que corrige una cuenta marcada invalida por la carga de
      *  pagos devueltos QG1CX230; la siguiente corrida QG1CX155
      *  repaga entonces lo que el canal tenga en la lista de
      *  reintentos QG1REPAGO.DAT.
      * Doble control: cambiar banco o cuenta y cobrar el siguiente
      *  pago era un hueco de fraude. Esta captura YA NO escribe en
      *  QG1ABONO.DAT: exige identidad de operador con permiso de
      *  alta (CALL QG1CX109, 'W'), corre las mismas ediciones mas la
      *  existencia de la cuenta (alta sobre una cuenta existente o
      *  cambio/baja sin cuenta se rechazan) y deja el cambio en
      *  QG1PNDABO.DAT (COPY QG1PNB01) pendiente; un SEGUNDO operador
      *  lo aprueba con QG1CX231 y el aplicador QG1CX232 lo lleva al
      *  archivo vivo con la cuarentena de pagos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDABO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ABONOS.
           COPY QG1ABO01.

       FD  HOST-PENDIENTES.
           COPY QG1PNB01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 FS-PENDIENTES        PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-ABONOS        PIC X(01) VALUE 'N'.
       01 WK-CUENTA-EXISTE     PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WS-ULT-SECUENCIA     PIC 9(05) VALUE 0.

       01 WK-ACCION            PIC X(01).
       01 WK-CUENTA-ABONO.
           05 WK-BANCO         PIC X(20).
           05 WK-CUENTA        PIC X(20).
           05 WK-TITULAR       PIC X(30).
           05 WK-MANDATO       PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WS-TOT-ENCOLADOS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
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

      * sin archivo de cuentas todavia solo se admiten altas
            OPEN INPUT HOST-ABONOS
            IF FS-ABONOS = '00'
               MOVE 'S' TO WS-HAY-ABONOS
            ELSE
            IF FS-ABONOS NOT = '35'
               DISPLAY "ABEND: OPEN DE HOST-ABONOS FALLIDO - "
                       "FILE STATUS " FS-ABONOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            END-IF

            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PENDIENTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNB-SECUENCIA > WS-ULT-SECUENCIA
                           MOVE PNB-SECUENCIA TO WS-ULT-SECUENCIA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PENDIENTES
            END-IF
            OPEN EXTEND HOST-PENDIENTES
            IF FS-PENDIENTES = '35'
               OPEN OUTPUT HOST-PENDIENTES
            END-IF
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-PENDIENTES FALLIDO - "
                       "FILE STATUS " FS-PENDIENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-CUENTAS.
               PERFORM 2100-CAPTURA-UNA
            END-PERFORM

            CLOSE HOST004, HOST-PENDIENTES
            IF WS-HAY-ABONOS = 'S'
               CLOSE HOST-ABONOS
            END-IF
            DISPLAY "CAMBIOS ENCOLADOS : " WS-TOT-ENCOLADOS
            DISPLAY "RECHAZOS          : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNA.
            DISPLAY "ACCION A/M/B (ENTER PARA TERMINAR) : "
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               MOVE SPACES TO WK-BANCO, WK-CUENTA, WK-TITULAR
               MOVE 'N' TO WK-MANDATO
               IF WK-ACCION NOT = 'B'
                  DISPLAY "BANCO : "
                  ACCEPT WK-BANCO
                  ACCEPT WK-CUENTA
                  DISPLAY "TITULAR : "
                  ACCEPT WK-TITULAR
                  DISPLAY "MANDATO DE DEBITO DIRECTO S/N : "
                  ACCEPT WK-MANDATO
                  IF WK-MANDATO = SPACE
                     MOVE 'N' TO WK-MANDATO
                  END-IF
               END-IF
               PERFORM 2200-EDITA-CUENTA
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3000-ENCOLA-CAMBIO
               ELSE
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
                  DISPLAY "RECHAZADO: BANCO, CUENTA Y TITULAR SON "
                          "OBLIGATORIOS"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-MANDATO NOT = 'S' AND WK-MANDATO NOT = 'N'
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: MANDATO DE DEBITO DEBE SER S O N"
               END-IF
            END-IF.
      *
       3000-ENCOLA-CAMBIO.
            MOVE 'N' TO WK-CUENTA-EXISTE
            IF WS-HAY-ABONOS = 'S'
               MOVE WK-CODIGO TO ABO-COD-CANAL
               READ HOST-ABONOS
                  KEY IS ABO-COD-CANAL
                  INVALID KEY
                     MOVE 'N' TO WK-CUENTA-EXISTE
                  NOT INVALID KEY
                     MOVE 'S' TO WK-CUENTA-EXISTE
               END-READ
            END-IF

            EVALUATE TRUE
               WHEN WK-ACCION NOT = 'A' AND WK-ACCION NOT = 'M'
                    AND WK-ACCION NOT = 'B'
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
               WHEN WK-ACCION = 'A' AND WK-CUENTA-EXISTE = 'S'
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "RECHAZADO: YA HAY CUENTA PARA "
                          WK-CODIGO " (USE CAMBIO)"
               WHEN WK-ACCION NOT = 'A' AND WK-CUENTA-EXISTE = 'N'
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "RECHAZADO: SIN CUENTA PREVIA PARA "
                          WK-CODIGO " (USE ALTA)"
               WHEN OTHER
                  ADD 1 TO WS-ULT-SECUENCIA
                  MOVE WS-ULT-SECUENCIA TO PNB-SECUENCIA
                  MOVE WK-ACCION        TO PNB-ACCION
                  SET PNB-EN-REVISION   TO TRUE
                  MOVE WK-OPERADOR      TO PNB-SOLICITANTE
                  MOVE SPACES           TO PNB-APROBADOR
                  MOVE FUNCTION CURRENT-DATE(1:8)
                    TO PNB-FECHA-CAPTURA
                  MOVE WK-CODIGO        TO PNB-COD-CANAL
                  MOVE WK-BANCO         TO PNB-BANCO
                  MOVE WK-CUENTA        TO PNB-CUENTA
                  MOVE WK-TITULAR       TO PNB-TITULAR
                  MOVE WK-MANDATO       TO PNB-MANDATO
                  WRITE REG-PENDIENTE-ABO
                  ADD 1 TO WS-TOT-ENCOLADOS
                  DISPLAY "CAMBIO DE CUENTA DE " WK-CODIGO
                          " PENDIENTE DE APROBACION (SECUENCIA "
                          PNB-SECUENCIA ")"
            END-EVALUATE.
      *
       9000-FINAL.
