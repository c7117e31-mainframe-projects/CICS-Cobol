      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Los incentivos por superar la meta de volumen se
      *  pagaban a las redes de agentes con una tabla que no estaba
      *  en el sistema. Este mantenimiento captura por consola los
      *  tramos del esquema de incentivos por tipo de canal de
      *  QG1TIPO.DAT ('*' = cualquier tipo): cumplimiento minimo de
      *  la meta (porcentaje, desde 100) y tasa de pago sobre el
      *  monto operado, con su fecha de vigencia (validada con CALL
      *  QG1CX072), y los AGREGA al archivo de historia QG1INCESQ.DAT
      *  (COPY QG1ICV01): nunca regraba ni borra, la misma regla de
      *  QG1CX214 con QG1PENTAR.DAT, para que la liquidacion
      *  trimestral QG1CX263 pueda reliquidar trimestres pasados con
      *  el esquema que regia entonces. Un tramo se retira
      *  agregandolo con tasa cero. Requiere permiso de tasas del
      *  operador (CALL QG1CX109, bandera OPR-PERM-TASAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX262.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ESQUEMA ASSIGN TO "QG1INCESQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESQUEMA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ESQUEMA.
           COPY QG1ICV01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ESQUEMA           PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-TOT-AGREGADOS     PIC 9(04) VALUE 0.

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-TIP-CODIGO        PIC X(01).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-UMBRAL            PIC 9(03)V9(02).
       01 WK-TASA              PIC 9(02)V9(04).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-TRAMOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DEL ESQUEMA DE INCENTIVOS" TO WK-MENSAJE
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
       2000-CAPTURA-TRAMOS.
            OPEN EXTEND HOST-ESQUEMA
            IF FS-ESQUEMA = '35'
               OPEN OUTPUT HOST-ESQUEMA
            END-IF
            IF FS-ESQUEMA NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-ESQUEMA FALLIDO - FILE "
                       "STATUS " FS-ESQUEMA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UN-TRAMO
            END-PERFORM

            CLOSE HOST-ESQUEMA
            DISPLAY "TRAMOS AGREGADOS A LA HISTORIA : "
                    WS-TOT-AGREGADOS.
      *
       2100-CAPTURA-UN-TRAMO.
            DISPLAY "TIPO DE CANAL (* = CUALQUIERA, ENTER PARA "
                    "TERMINAR) : "
            MOVE SPACES TO WK-TIP-CODIGO
            ACCEPT WK-TIP-CODIGO

            IF WK-TIP-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD) : "
               ACCEPT WK-FECHA-DESDE
               DISPLAY "CUMPLIMIENTO MINIMO DE LA META (999V99 PCT) : "
               ACCEPT WK-UMBRAL
               DISPLAY "TASA DE PAGO SOBRE EL MONTO (99V9999 PCT, "
                       "0 = RETIRA EL TRAMO) : "
               ACCEPT WK-TASA
               PERFORM 2200-VALIDA-Y-AGREGA
            END-IF.
      *
       2200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            EVALUATE TRUE
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "TRAMO RECHAZADO: FECHA DE VIGENCIA "
                          "INVALIDA"
               WHEN WK-UMBRAL < 100
                  DISPLAY "TRAMO RECHAZADO: EL CUMPLIMIENTO MINIMO "
                          "DEBE SER DE 100 PCT O MAS"
               WHEN OTHER
                  MOVE WK-TIP-CODIGO  TO ICV-TIP-CODIGO
                  MOVE WK-FECHA-DESDE TO ICV-FECHA-DESDE
                  MOVE WK-UMBRAL      TO ICV-UMBRAL-PCT
                  MOVE WK-TASA        TO ICV-TASA-PCT
                  WRITE REG-ESQUEMA-INCENTIVO
                  ADD 1 TO WS-TOT-AGREGADOS
                  DISPLAY "TRAMO " WK-TIP-CODIGO "/" WK-UMBRAL
                          " VIGENTE DESDE " WK-FECHA-DESDE " AGREGADO"
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX262.
