      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Las penalidades por violacion de limites se
      *  cobraban desde una hoja de calculo, con un precio que nadie
      *  sabia de donde salia. Este mantenimiento captura por consola
      *  la tarifa de penalidad por clase de violacion (LI, IN, VD,
      *  VC, VM, HO - ver QG1PEN01) y tipo de canal de QG1TIPO.DAT
      *  ('*' = cualquier tipo), con su importe por violacion, el
      *  tope mensual de violaciones cobradas y la fecha de vigencia
      *  (validada con CALL QG1CX072), y la AGREGA al archivo de
      *  historia QG1PENTAR.DAT (COPY QG1PEN01): nunca regraba ni
      *  borra, la misma regla de QG1CX147 con QG1CUOTA.DAT, para que
      *  el motor QG1CX213 pueda repenalizar periodos pasados con la
      *  tarifa que regia entonces. Requiere permiso de tasas del
      *  operador (CALL QG1CX109, bandera OPR-PERM-TASAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX214.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TARIFAS ASSIGN TO "QG1PENTAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARIFAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TARIFAS.
           COPY QG1PEN01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TARIFAS           PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-AGREGADAS     PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-CLASE             PIC X(02).
          88 WK-CLASE-VALIDA   VALUE 'LI' 'IN' 'VD' 'VC' 'VM' 'HO'.
       01 WK-TIP-CODIGO        PIC X(01).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-MONTO             PIC 9(07)V9(02).
       01 WK-MAX-MES           PIC 9(03).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-TARIFAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE TARIFAS DE PENALIDAD" TO WK-MENSAJE
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
       2000-CAPTURA-TARIFAS.
            OPEN EXTEND HOST-TARIFAS
            IF FS-TARIFAS = '35'
               OPEN OUTPUT HOST-TARIFAS
            END-IF
            IF FS-TARIFAS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-TARIFAS FALLIDO - FILE "
                       "STATUS " FS-TARIFAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNA-TARIFA
            END-PERFORM

            CLOSE HOST-TARIFAS
            DISPLAY "TARIFAS AGREGADAS A LA HISTORIA : "
                    WS-TOT-AGREGADAS.
      *
       2100-CAPTURA-UNA-TARIFA.
            DISPLAY "CLASE LI/IN/VD/VC/VM/HO (ENTER PARA TERMINAR) : "
            MOVE SPACES TO WK-CLASE
            ACCEPT WK-CLASE

            IF WK-CLASE = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "TIPO DE CANAL (* = CUALQUIERA) : "
               MOVE SPACES TO WK-TIP-CODIGO
               ACCEPT WK-TIP-CODIGO
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) : "
               ACCEPT WK-FECHA-DESDE
               DISPLAY "IMPORTE POR VIOLACION (9999999V99) : "
               ACCEPT WK-MONTO
               DISPLAY "TOPE MENSUAL DE VIOLACIONES (0 = SIN TOPE) : "
               ACCEPT WK-MAX-MES
               PERFORM 2200-VALIDA-Y-AGREGA
            END-IF.
      *
       2200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            EVALUATE TRUE
               WHEN NOT WK-CLASE-VALIDA
                  DISPLAY "TARIFA RECHAZADA: CLASE DE VIOLACION "
                          "INVALIDA - " WK-CLASE
               WHEN WK-TIP-CODIGO = SPACES
                  DISPLAY "TARIFA RECHAZADA: FALTA EL TIPO DE CANAL"
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "TARIFA RECHAZADA: FECHA DE VIGENCIA "
                          "INVALIDA"
               WHEN OTHER
                  MOVE WK-CLASE       TO PEN-CLASE
                  MOVE WK-TIP-CODIGO  TO PEN-TIP-CODIGO
                  MOVE WK-FECHA-DESDE TO PEN-FECHA-DESDE
                  MOVE WK-MONTO       TO PEN-MONTO
                  MOVE WK-MAX-MES     TO PEN-MAX-MES
                  WRITE REG-TARIFA-PENALIDAD
                  ADD 1 TO WS-TOT-AGREGADAS
                  DISPLAY "TARIFA " WK-CLASE "/" WK-TIP-CODIGO
                          " VIGENTE DESDE " WK-FECHA-DESDE " AGREGADA"
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX214.
