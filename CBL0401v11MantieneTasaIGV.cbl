      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de la historia de tasas de IGV
      *  sobre comisiones QG1IGVTAS.DAT (COPY QG1IGV01). Captura por
      *  consola la tasa (porcentaje con dos decimales) con su fecha
      *  de vigencia (validada con CALL QG1CX072) y la AGREGA a la
      *  historia: nunca regraba ni borra, la misma regla de QG1CX147
      *  con QG1CUOTA.DAT, para que el motor de facturacion QG1CX148
      *  pueda refacturar periodos pasados con la tasa que regia
      *  entonces. Cada registro queda con el operador y la fecha
      *  real de la captura. Requiere permiso de tasas del operador
      *  (CALL QG1CX109, bandera OPR-PERM-TASAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX220.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TASAS-IGV ASSIGN TO "QG1IGVTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS-IGV.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TASAS-IGV.
           COPY QG1IGV01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TASAS-IGV         PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-AGREGADAS     PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-TASA              PIC 9(02)V9(02).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-TASAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE TASAS DE IGV" TO WK-MENSAJE
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
       2000-CAPTURA-TASAS.
            OPEN EXTEND HOST-TASAS-IGV
            IF FS-TASAS-IGV = '35'
               OPEN OUTPUT HOST-TASAS-IGV
            END-IF
            IF FS-TASAS-IGV NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-TASAS-IGV FALLIDO - FILE "
                       "STATUS " FS-TASAS-IGV
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNA-TASA
            END-PERFORM

            CLOSE HOST-TASAS-IGV
            DISPLAY "TASAS AGREGADAS A LA HISTORIA : "
                    WS-TOT-AGREGADAS.
      *
       2100-CAPTURA-UNA-TASA.
            DISPLAY "FECHA DE VIGENCIA AAAAMMDD (ENTER PARA "
                    "TERMINAR) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA

            IF WK-FECHA-ENTRADA = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               MOVE WK-FECHA-ENTRADA TO WK-FECHA-DESDE
               DISPLAY "TASA DE IGV EN PORCENTAJE (99V99) : "
               ACCEPT WK-TASA
               PERFORM 2200-VALIDA-Y-AGREGA
            END-IF.
      *
       2200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "TASA RECHAZADA: FECHA DE VIGENCIA INVALIDA"
            ELSE
               MOVE WK-FECHA-DESDE TO IGV-FECHA-DESDE
               MOVE WK-TASA        TO IGV-TASA
               MOVE WK-OPERADOR    TO IGV-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO IGV-FECHA-ALTA
               WRITE REG-TASA-IGV
               ADD 1 TO WS-TOT-AGREGADAS
               DISPLAY "TASA DE IGV " WK-TASA " VIGENTE DESDE "
                       WK-FECHA-DESDE " AGREGADA"
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX220.
