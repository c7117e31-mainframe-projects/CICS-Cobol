      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de la referencia geografica
      *  QG1UBIGEO.DAT (COPY QG1UBI01), hermano de QG1CX186: captura
      *  por consola alta, cambio y baja de un distrito por su codigo
      *  de ubigeo de 6 digitos. Valida que el codigo sea numerico y
      *  no tenga partes en cero, que los nombres no queden en blanco
      *  y que el nombre de departamento y de provincia coincida con
      *  el que ya tienen los otros distritos del mismo departamento
      *  y provincia (si se deja en blanco se toma el existente). La
      *  baja es logica (UBI-VIGENTE 'N') porque hay contactos que
      *  pueden seguir apuntando al distrito; el cambio puede volver
      *  a ponerlo vigente. El archivo se recarga a memoria y se
      *  regraba completo, como los demas mantenimientos de archivos
      *  de referencia. La rutina QG1CX296 lo usa para validar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX297.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-UBIGEO ASSIGN TO "QG1UBIGEO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UBIGEO.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-UBIGEO.
           COPY QG1UBI01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-UBIGEO            PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WS-TOT-UBIGEOS       PIC 9(04) VALUE 0.
       01 WS-TABLA-UBIGEOS.
          05 WS-UBI-TBL        OCCURS 1 TO 2500 TIMES
                                DEPENDING ON WS-TOT-UBIGEOS.
             10 WS-UBI-CODIGO  PIC X(06).
             10 WS-UBI-NOM-DEP PIC X(20).
             10 WS-UBI-NOM-PRO PIC X(30).
             10 WS-UBI-NOM-DIS PIC X(30).
             10 WS-UBI-VIGENTE PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).

       01 WK-ACCION            PIC X(01).
       01 WK-UBIGEO.
          05 WK-DEPARTAMENTO   PIC X(02).
          05 WK-PROVINCIA      PIC X(02).
          05 WK-DISTRITO       PIC X(02).
       01 WK-NOM-DEP           PIC X(20).
       01 WK-NOM-PRO           PIC X(30).
       01 WK-NOM-DIS           PIC X(30).
       01 WK-VIGENTE           PIC X(01).
       01 WK-MOTIVO            PIC X(50).

       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-UBIGEOS
            PERFORM 3000-CAPTURA-UBIGEOS
            PERFORM 4000-REGRABA-UBIGEOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE REFERENCIA GEOGRAFICA (UBIGEO)"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
       2000-CARGA-UBIGEOS.
            OPEN INPUT HOST-UBIGEO
            IF FS-UBIGEO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-UBIGEO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-UBIGEOS = 2500
                           DISPLAY "ABEND: TABLA DE UBIGEOS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-UBIGEOS
                        MOVE UBI-CODIGO
                          TO WS-UBI-CODIGO(WS-TOT-UBIGEOS)
                        MOVE UBI-NOM-DEPARTAMENTO
                          TO WS-UBI-NOM-DEP(WS-TOT-UBIGEOS)
                        MOVE UBI-NOM-PROVINCIA
                          TO WS-UBI-NOM-PRO(WS-TOT-UBIGEOS)
                        MOVE UBI-NOM-DISTRITO
                          TO WS-UBI-NOM-DIS(WS-TOT-UBIGEOS)
                        MOVE UBI-VIGENTE
                          TO WS-UBI-VIGENTE(WS-TOT-UBIGEOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-UBIGEO
            END-IF
            DISPLAY "DISTRITOS CARGADOS : " WS-TOT-UBIGEOS.
      *
       3000-CAPTURA-UBIGEOS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 3100-CAPTURA-UNO
            END-PERFORM
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS.
      *
       3100-CAPTURA-UNO.
            DISPLAY "ACCION A/M/B (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "UBIGEO (DDPPDD) : "
               MOVE SPACES TO WK-UBIGEO
               ACCEPT WK-UBIGEO
               MOVE SPACES TO WK-NOM-DEP, WK-NOM-PRO, WK-NOM-DIS
               MOVE 'S' TO WK-VIGENTE
               IF WK-ACCION NOT = 'B'
                  DISPLAY "DEPARTAMENTO (ENTER=EL EXISTENTE) : "
                  ACCEPT WK-NOM-DEP
                  DISPLAY "PROVINCIA (ENTER=LA EXISTENTE) : "
                  ACCEPT WK-NOM-PRO
                  DISPLAY "DISTRITO : "
                  ACCEPT WK-NOM-DIS
                  IF WK-ACCION = 'M'
                     DISPLAY "VIGENTE (S/N) : "
                     ACCEPT WK-VIGENTE
                  END-IF
               END-IF
               PERFORM 3200-VALIDA-Y-APLICA
            END-IF.
      *
       3200-VALIDA-Y-APLICA.
            MOVE SPACES TO WK-MOTIVO
            INSPECT WK-NOM-DEP CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WK-NOM-PRO CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WK-NOM-DIS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WK-UBIGEO NOT NUMERIC
               OR WK-DEPARTAMENTO = '00' OR WK-PROVINCIA = '00'
               OR WK-DISTRITO = '00'
               MOVE "UBIGEO NO NUMERICO O CON PARTES EN CERO"
                 TO WK-MOTIVO
            ELSE
               IF WK-ACCION NOT = 'B'
                  PERFORM 3300-VALIDA-NOMBRES
               END-IF
            END-IF
            IF WK-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOT-RECHAZOS
               DISPLAY "RECHAZADO: " WK-MOTIVO
            ELSE
               PERFORM 3400-APLICA-EN-TABLA
            END-IF.
      *
      * Los nombres de departamento y provincia deben ser los mismos
      * en todos los distritos que comparten ese codigo.
       3300-VALIDA-NOMBRES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-UBIGEOS
                       OR WK-MOTIVO NOT = SPACES
               IF WS-UBI-CODIGO(WK-I) NOT = WK-UBIGEO
                  IF WS-UBI-CODIGO(WK-I)(1:2) = WK-DEPARTAMENTO
                     IF WK-NOM-DEP = SPACES
                        MOVE WS-UBI-NOM-DEP(WK-I) TO WK-NOM-DEP
                     END-IF
                     IF WK-NOM-DEP NOT = WS-UBI-NOM-DEP(WK-I)
                        MOVE "DEPARTAMENTO NO COINCIDE CON EL EXISTENTE"
                          TO WK-MOTIVO
                     END-IF
                  END-IF
                  IF WS-UBI-CODIGO(WK-I)(1:4) = WK-UBIGEO(1:4)
                     IF WK-NOM-PRO = SPACES
                        MOVE WS-UBI-NOM-PRO(WK-I) TO WK-NOM-PRO
                     END-IF
                     IF WK-NOM-PRO NOT = WS-UBI-NOM-PRO(WK-I)
                        MOVE "PROVINCIA NO COINCIDE CON LA EXISTENTE"
                          TO WK-MOTIVO
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF WK-MOTIVO = SPACES
               IF WK-NOM-DEP = SPACES OR WK-NOM-PRO = SPACES
                  OR WK-NOM-DIS = SPACES
                  MOVE "NOMBRES DE DEPARTAMENTO/PROVINCIA/DISTRITO"
                    TO WK-MOTIVO
               ELSE
                  IF WK-VIGENTE NOT = 'S' AND WK-VIGENTE NOT = 'N'
                     MOVE "VIGENTE DEBE SER S O N" TO WK-MOTIVO
                  END-IF
               END-IF
            END-IF.
      *
       3400-APLICA-EN-TABLA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-UBIGEOS OR WK-POS > 0
               IF WS-UBI-CODIGO(WK-I) = WK-UBIGEO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE WK-ACCION
               WHEN 'A'
                  IF WK-POS > 0
                     ADD 1 TO WS-TOT-RECHAZOS
                     DISPLAY "RECHAZADO: YA EXISTE EL UBIGEO "
                             WK-UBIGEO " (USE CAMBIO)"
                  ELSE
                     IF WS-TOT-UBIGEOS = 2500
                        DISPLAY "ABEND: TABLA DE UBIGEOS LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-UBIGEOS
                     MOVE WS-TOT-UBIGEOS TO WK-POS
                     PERFORM 3500-MUEVE-A-TABLA
                     ADD 1 TO WS-TOT-CAMBIOS
                  END-IF
               WHEN 'M'
                  IF WK-POS = 0
                     ADD 1 TO WS-TOT-RECHAZOS
                     DISPLAY "RECHAZADO: NO EXISTE EL UBIGEO "
                             WK-UBIGEO " (USE ALTA)"
                  ELSE
                     PERFORM 3500-MUEVE-A-TABLA
                     ADD 1 TO WS-TOT-CAMBIOS
                  END-IF
               WHEN 'B'
                  IF WK-POS = 0
                     ADD 1 TO WS-TOT-RECHAZOS
                     DISPLAY "RECHAZADO: NO EXISTE EL UBIGEO "
                             WK-UBIGEO
                  ELSE
                     MOVE 'N' TO WS-UBI-VIGENTE(WK-POS)
                     ADD 1 TO WS-TOT-CAMBIOS
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       3500-MUEVE-A-TABLA.
            MOVE WK-UBIGEO  TO WS-UBI-CODIGO(WK-POS)
            MOVE WK-NOM-DEP TO WS-UBI-NOM-DEP(WK-POS)
            MOVE WK-NOM-PRO TO WS-UBI-NOM-PRO(WK-POS)
            MOVE WK-NOM-DIS TO WS-UBI-NOM-DIS(WK-POS)
            MOVE WK-VIGENTE TO WS-UBI-VIGENTE(WK-POS).
      *
       4000-REGRABA-UBIGEOS.
            OPEN OUTPUT HOST-UBIGEO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-UBIGEOS
               MOVE WS-UBI-CODIGO(WK-I)  TO UBI-CODIGO
               MOVE WS-UBI-NOM-DEP(WK-I) TO UBI-NOM-DEPARTAMENTO
               MOVE WS-UBI-NOM-PRO(WK-I) TO UBI-NOM-PROVINCIA
               MOVE WS-UBI-NOM-DIS(WK-I) TO UBI-NOM-DISTRITO
               MOVE WS-UBI-VIGENTE(WK-I) TO UBI-VIGENTE
               WRITE REG-UBIGEO
            END-PERFORM
            CLOSE HOST-UBIGEO
            DISPLAY "REFERENCIA REGRABADA EN QG1UBIGEO.DAT".
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX297.
