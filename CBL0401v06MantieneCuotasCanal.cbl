      *  pueda refacturar periodos pasados con la cuota que regia
      *  entonces. Requiere permiso de tasas del operador (CALL
      *  QG1CX109, bandera OPR-PERM-TASAS).
      * Cuota por tipo de operacion: la captura pide ademas el tipo
      *  (CUO-TIPO-OPER). En blanco es la cuota general del canal,
      *  con su minimo mensual; con un tipo activo de la tabla
      *  QG1TIPOP.DAT (COPY QG1TOP01) es la comision por transaccion
      *  de ese tipo y no se pide minimo. Un tipo desconocido o dado
      *  de baja se rechaza.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

           SELECT HOST-TIPOS ASSIGN TO "QG1TIPOP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CUOTAS.
           COPY QG1CUO01.

       FD  HOST-TIPOS.
           COPY QG1TOP01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CUOTAS            PIC X(02).
       01 FS-TIPOS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-AGREGADAS     PIC 9(04) VALUE 0.

       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FEE-TRX           PIC 9(05)V9(02).
       01 WK-MINIMO-MES        PIC 9(09)V9(02).
       01 WK-TIPO-OPER         PIC X(02).
       01 WK-TIPO-VALIDO       PIC X(01).

       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TOP-TBL        OCCURS 1 TO 9 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TOP-CODIGO  PIC X(02).
       01 WK-I                 PIC 9(02).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-TIPOS
            PERFORM 2000-CAPTURA-CUOTAS
            PERFORM 9000-FINAL.
      *
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * solo los tipos activos admiten cuota propia
       1500-CARGA-TIPOS.
            OPEN INPUT HOST-TIPOS
            IF FS-TIPOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TIPOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF TOP-ACTIVO AND WS-TOT-TIPOS < 9
                           ADD 1 TO WS-TOT-TIPOS
                           MOVE TOP-CODIGO
                             TO WS-TOP-CODIGO(WS-TOT-TIPOS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TIPOS
            END-IF.
      *
       2000-CAPTURA-CUOTAS.
            OPEN EXTEND HOST-CUOTAS
            IF WK-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "TIPO DE OPERACION (ENTER = CUOTA GENERAL) : "
               MOVE SPACES TO WK-TIPO-OPER
               ACCEPT WK-TIPO-OPER
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) : "
               ACCEPT WK-FECHA-DESDE
               DISPLAY "COMISION POR TRANSACCION (99999V99) : "
               ACCEPT WK-FEE-TRX
               MOVE 0 TO WK-MINIMO-MES
               IF WK-TIPO-OPER = SPACES
                  DISPLAY "MINIMO MENSUAL (999999999V99) : "
                  ACCEPT WK-MINIMO-MES
               END-IF
               PERFORM 2200-VALIDA-Y-AGREGA
            END-IF.
      *
       2200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            PERFORM 2300-VALIDA-TIPO
            EVALUATE TRUE
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "CUOTA RECHAZADA: FECHA DE VIGENCIA INVALIDA"
               WHEN WK-TIPO-VALIDO NOT = 'S'
                  DISPLAY "CUOTA RECHAZADA: TIPO DE OPERACION "
                          WK-TIPO-OPER " DESCONOCIDO O DADO DE BAJA"
               WHEN OTHER
                  MOVE WK-CODIGO      TO CUO-CODIGO
                  MOVE WK-FECHA-DESDE TO CUO-FECHA-DESDE
                  MOVE WK-FEE-TRX     TO CUO-FEE-TRX
                  MOVE WK-MINIMO-MES  TO CUO-MINIMO-MES
                  MOVE WK-TIPO-OPER   TO CUO-TIPO-OPER
                  WRITE REG-CUOTA-VIGENCIA
                  ADD 1 TO WS-TOT-AGREGADAS
                  DISPLAY "CUOTA DE " WK-CODIGO " TIPO " WK-TIPO-OPER
                          " VIGENTE DESDE " WK-FECHA-DESDE " AGREGADA"
            END-EVALUATE.
      *
       2300-VALIDA-TIPO.
            IF WK-TIPO-OPER = SPACES
               MOVE 'S' TO WK-TIPO-VALIDO
            ELSE
               MOVE 'N' TO WK-TIPO-VALIDO
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-TIPOS
                          OR WK-TIPO-VALIDO = 'S'
                  IF WS-TOP-CODIGO(WK-I) = WK-TIPO-OPER
                     MOVE 'S' TO WK-TIPO-VALIDO
                  END-IF
               END-PERFORM
            END-IF.
      *
       9000-FINAL.
