      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento del archivo hijo de datos fiscales
      *  por canal QG1RUC.DAT (COPY QG1RUC01): alta, cambio y baja por
      *  consola del RUC, razon social y domicilio fiscal del
      *  operador del canal, con las mismas ediciones de existencia
      *  que QG1CX154 aplica a las cuentas de abono
      *    '01' = el canal no existe en HOST004
      *    '02' = faltan campos obligatorios (RUC y razon social)
      *    '03' = el RUC no tiene 11 digitos numericos
      *  El extracto de comprobantes electronicos QG1CX223 no emite
      *  la factura de un canal sin datos fiscales: la deja como
      *  excepcion hasta que se capturen aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX222.
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

           SELECT HOST-FISCALES ASSIGN TO "QG1RUC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUC-COD-CANAL
           FILE STATUS IS FS-FISCALES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-FISCALES.
           COPY QG1RUC01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-FISCALES          PIC X(02).
       01 WS-SIGUE             PIC X(01).

       01 WK-ACCION            PIC X(01).
       01 WK-DATOS-FISCALES.
           05 WK-CODIGO        PIC X(03).
           05 WK-RUC           PIC X(11).
           05 WK-RAZON-SOCIAL  PIC X(50).
           05 WK-DIRECCION     PIC X(40).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-DATOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE DATOS FISCALES POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-FISCALES
            IF FS-FISCALES = '35'
               OPEN OUTPUT HOST-FISCALES
               CLOSE HOST-FISCALES
               OPEN I-O HOST-FISCALES
            END-IF
            IF FS-FISCALES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-FISCALES FALLIDO - "
                       "FILE STATUS " FS-FISCALES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-DATOS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNA
            END-PERFORM

            CLOSE HOST004, HOST-FISCALES
            DISPLAY "ALTAS    : " WS-TOT-ALTAS
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "BAJAS    : " WS-TOT-BAJAS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNA.
            DISPLAY "ACCION A/M/B (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               MOVE SPACES TO WK-RUC, WK-RAZON-SOCIAL, WK-DIRECCION
               IF WK-ACCION NOT = 'B'
                  DISPLAY "RUC (11 DIGITOS) : "
                  ACCEPT WK-RUC
                  DISPLAY "RAZON SOCIAL : "
                  ACCEPT WK-RAZON-SOCIAL
                  DISPLAY "DOMICILIO FISCAL : "
                  ACCEPT WK-DIRECCION
               END-IF
               PERFORM 2200-EDITA-DATOS
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3000-APLICA-ACCION
               ELSE
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
            END-IF.
      *
       2200-EDITA-DATOS.
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
               IF WK-RUC = SPACES OR WK-RAZON-SOCIAL = SPACES
                  MOVE '02' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: RUC Y RAZON SOCIAL SON "
                          "OBLIGATORIOS"
               ELSE
                  IF WK-RUC IS NOT NUMERIC
                     MOVE '03' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: EL RUC DEBE TENER 11 "
                             "DIGITOS NUMERICOS"
                  END-IF
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-CODIGO       TO RUC-COD-CANAL
            MOVE WK-RUC          TO RUC-NUMERO
            MOVE WK-RAZON-SOCIAL TO RUC-RAZON-SOCIAL
            MOVE WK-DIRECCION    TO RUC-DIRECCION

            EVALUATE WK-ACCION
               WHEN 'A'
                  WRITE REG-DATOS-FISCALES
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: YA HAY DATOS FISCALES "
                                "PARA " WK-CODIGO " (USE CAMBIO)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "DATOS FISCALES AGREGADOS PARA "
                                WK-CODIGO
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-DATOS-FISCALES
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN DATOS FISCALES PREVIOS "
                                "PARA " WK-CODIGO " (USE ALTA)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "DATOS FISCALES ACTUALIZADOS PARA "
                                WK-CODIGO
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-FISCALES
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN DATOS FISCALES PARA "
                                WK-CODIGO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-BAJAS
                        DISPLAY "DATOS FISCALES ELIMINADOS DE "
                                WK-CODIGO
                  END-DELETE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX222.
