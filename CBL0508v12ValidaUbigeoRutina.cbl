      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida de validacion de ubicacion,
      *  hermana de QG1CX194: carga la referencia geografica
      *  QG1UBIGEO.DAT (COPY QG1UBI01, mantenida por QG1CX297) en su
      *  primera invocacion y responde por un codigo de ubigeo de 6
      *  posiciones los nombres de departamento, provincia y
      *  distrito. LS-RESULTADO:
      *    'S' = distrito vigente,
      *    'B' = distrito dado de baja (no se acepta en una captura
      *          nueva, pero los nombres vienen igual),
      *    'N' = el codigo no esta en la referencia,
      *    'X' = no hay referencia cargada (instalacion sin el
      *          archivo: quien llama no puede validar y acepta,
      *          criterio QG1CX112).
      *  Un codigo con provincia y distrito '0000' pide solo el
      *  nombre del departamento (region), para los reportes.
      *  La usan el mantenimiento de contactos QG1CX130 y el reporte
      *  regional QG1CX299.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX296.
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
       01 FS-UBIGEO            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

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

       LINKAGE SECTION.
       01 LS-UBIGEO            PIC X(06).
       01 LS-NOM-DEPARTAMENTO  PIC X(20).
       01 LS-NOM-PROVINCIA     PIC X(30).
       01 LS-NOM-DISTRITO      PIC X(30).
       01 LS-RESULTADO         PIC X(01).

       PROCEDURE DIVISION USING LS-UBIGEO,
                                LS-NOM-DEPARTAMENTO,
                                LS-NOM-PROVINCIA,
                                LS-NOM-DISTRITO,
                                LS-RESULTADO.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-UBIGEOS
            END-IF
            PERFORM 2000-BUSCA-UBIGEO
            PERFORM 4000-FINAL.
      *
       1000-CARGA-UBIGEOS.
            MOVE 0 TO WS-TOT-UBIGEOS
            OPEN INPUT HOST-UBIGEO
            IF FS-UBIGEO NOT = '00'
               DISPLAY "SIN REFERENCIA GEOGRAFICA (QG1UBIGEO.DAT),"
                       " UBICACION SIN VALIDAR"
            ELSE
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
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       2000-BUSCA-UBIGEO.
            MOVE SPACES TO LS-NOM-DEPARTAMENTO, LS-NOM-PROVINCIA,
                           LS-NOM-DISTRITO
            IF WS-TOT-UBIGEOS = 0
               MOVE 'X' TO LS-RESULTADO
            ELSE
               MOVE 'N' TO LS-RESULTADO
               IF LS-UBIGEO(3:4) = '0000'
                  PERFORM VARYING WK-I FROM 1 BY 1
                          UNTIL WK-I > WS-TOT-UBIGEOS
                             OR LS-RESULTADO = 'S'
                     IF WS-UBI-CODIGO(WK-I)(1:2) = LS-UBIGEO(1:2)
                        MOVE WS-UBI-NOM-DEP(WK-I)
                          TO LS-NOM-DEPARTAMENTO
                        MOVE 'S' TO LS-RESULTADO
                     END-IF
                  END-PERFORM
               ELSE
                  PERFORM VARYING WK-I FROM 1 BY 1
                          UNTIL WK-I > WS-TOT-UBIGEOS
                             OR LS-RESULTADO NOT = 'N'
                     IF WS-UBI-CODIGO(WK-I) = LS-UBIGEO
                        MOVE WS-UBI-NOM-DEP(WK-I)
                          TO LS-NOM-DEPARTAMENTO
                        MOVE WS-UBI-NOM-PRO(WK-I) TO LS-NOM-PROVINCIA
                        MOVE WS-UBI-NOM-DIS(WK-I) TO LS-NOM-DISTRITO
                        IF WS-UBI-VIGENTE(WK-I) = 'N'
                           MOVE 'B' TO LS-RESULTADO
                        ELSE
                           MOVE 'S' TO LS-RESULTADO
                        END-IF
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX296.
