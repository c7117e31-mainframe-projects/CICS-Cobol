      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : El costo operativo que se le asigna a cada
      *  transaccion para medir la rentabilidad de los canales salia
      *  de la hoja de quien hacia el calculo. Este mantenimiento
      *  captura por consola el costo por transaccion por tipo de
      *  canal de QG1TIPO.DAT ('*' = cualquier tipo), con su fecha de
      *  vigencia (validada con CALL QG1CX072), y lo AGREGA al archivo
      *  de historia QG1COSTO.DAT (COPY QG1COS01): nunca regraba ni
      *  borra, la misma regla de QG1CX214 con QG1PENTAR.DAT, para que
      *  el reporte de rentabilidad QG1CX265 pueda rehacer trimestres
      *  pasados con el costo que regia entonces. Requiere permiso de
      *  tasas del operador (CALL QG1CX109, bandera OPR-PERM-TASAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX264.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COSTOS ASSIGN TO "QG1COSTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COSTOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COSTOS.
           COPY QG1COS01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-COSTOS            PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-AGREGADOS     PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-TIP-CODIGO        PIC X(01).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-COSTO             PIC 9(03)V9(04).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-COSTOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DEL COSTO OPERATIVO POR TRANSACCION"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-COSTOS.
            OPEN EXTEND HOST-COSTOS
            IF FS-COSTOS = '35'
               OPEN OUTPUT HOST-COSTOS
            END-IF
            IF FS-COSTOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-COSTOS FALLIDO - FILE "
                       "STATUS " FS-COSTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UN-COSTO
            END-PERFORM

            CLOSE HOST-COSTOS
            DISPLAY "COSTOS AGREGADOS A LA HISTORIA : "
                    WS-TOT-AGREGADOS.
      *
       2100-CAPTURA-UN-COSTO.
            DISPLAY "TIPO DE CANAL (* = CUALQUIERA, ENTER PARA "
                    "TERMINAR) : "
            MOVE SPACES TO WK-TIP-CODIGO
            ACCEPT WK-TIP-CODIGO

            IF WK-TIP-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) : "
               ACCEPT WK-FECHA-DESDE
               DISPLAY "COSTO POR TRANSACCION (999V9999) : "
               ACCEPT WK-COSTO
               PERFORM 2200-VALIDA-Y-AGREGA
            END-IF.
      *
       2200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            EVALUATE TRUE
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "COSTO RECHAZADO: FECHA DE VIGENCIA "
                          "INVALIDA"
               WHEN OTHER
                  MOVE WK-TIP-CODIGO  TO COS-TIP-CODIGO
                  MOVE WK-FECHA-DESDE TO COS-FECHA-DESDE
                  MOVE WK-COSTO       TO COS-COSTO-TRX
                  WRITE REG-COSTO-OPERATIVO
                  ADD 1 TO WS-TOT-AGREGADOS
                  DISPLAY "COSTO " WK-TIP-CODIGO
                          " VIGENTE DESDE " WK-FECHA-DESDE " AGREGADO"
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX264.
