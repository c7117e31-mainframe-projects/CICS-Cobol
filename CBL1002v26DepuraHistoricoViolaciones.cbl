      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina de reproceso del historico de violaciones
      *  QG1VIOHIS.DAT. Los controles de fin de dia (QG1CX092,
      *  QG1CX166, QG1CX168, QG1CX244) y la fusion de particiones
      *  QG1CX284 agregaban sus lineas con OPEN EXTEND, asi que un
      *  control vuelto a correr para la misma fecha duplicaba sus
      *  violaciones y el motor de penalidades QG1CX213 las cobraba
      *  dos veces. Ahora cada linea lleva el sello de origen de
      *  COPY QG1VHS01 en las posiciones 81:20 y el control llama
      *  aqui antes de abrir el historico:
      *    'F' fecha de negocio del feed del dia: la fecha del ultimo
      *        ciclo ya pre-editado (estado E, P o A) en QG1CICFD.DAT
      *        (COPY QG1CIC01), que es la fecha de la union
      *        QG1CX160.DIA que leen los controles; regresa cero si
      *        no hay ciclo pre-editado,
      *    'D' depura: recorta QG1VIOHIS.DAT (via QG1VIOHIS.TMP, como
      *        QG1CX160 recorta su union del dia) sin las lineas cuyo
      *        sello coincide con LS-SELLO en sus primeras LS-LARGO
      *        posiciones (20 = ese control y esa fecha; la fusion
      *        pasa 18 para retirar el ciclo entero). LS-DEPURADAS
      *        regresa las lineas retiradas; si no hay ninguna el
      *        historico no se reescribe.
      *  Las lineas sin sello (las grabadas antes) nunca se retiran.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX309.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CICLOS ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-TEMPORAL ASSIGN TO "QG1VIOHIS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPORAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-TEMPORAL.
       01  REG-TEMPORAL        PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-CICLOS            PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 FS-TEMPORAL          PIC X(02).
       01 WS-EOF               PIC A(1).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-SELLO             PIC X(20).
       01 LS-LARGO             PIC 9(02).
       01 LS-FECHA             PIC 9(08).
       01 LS-DEPURADAS         PIC 9(07).

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-SELLO,
                                LS-LARGO,
                                LS-FECHA,
                                LS-DEPURADAS.
      *************************
       0000-MAIN.
            EVALUATE LS-ACCION
               WHEN 'F'
                  PERFORM 1000-FECHA-DEL-FEED
               WHEN 'D'
                  IF LS-LARGO > 0 AND LS-LARGO NOT > 20
                     PERFORM 2000-DEPURA-HISTORICO
                  ELSE
                     MOVE 0 TO LS-DEPURADAS
                  END-IF
            END-EVALUATE
            PERFORM 9000-FINAL.
      *
      * El control de ciclos se lee en orden de fecha y ciclo; queda
      * la fecha del ultimo que ya paso por el pre-editor.
       1000-FECHA-DEL-FEED.
            MOVE 0 TO LS-FECHA
            OPEN INPUT HOST-CICLOS
            IF FS-CICLOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CICLOS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CIF-PRE-EDITADO OR CIF-POSTEADO
                           OR CIF-ARCHIVADO
                           MOVE CIF-FECHA TO LS-FECHA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CICLOS
            END-IF.
      *
       2000-DEPURA-HISTORICO.
            MOVE 0 TO LS-DEPURADAS
            OPEN INPUT HOST-VIOHIS
            IF FS-VIOHIS = '00'
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOHIS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REG-VIOHIS(81:LS-LARGO) =
                           LS-SELLO(1:LS-LARGO)
                           ADD 1 TO LS-DEPURADAS
                        ELSE
                           MOVE REG-VIOHIS TO REG-TEMPORAL
                           WRITE REG-TEMPORAL
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOHIS, HOST-TEMPORAL
               IF LS-DEPURADAS > 0
                  DISPLAY "QG1VIOHIS.DAT: SE RETIRAN " LS-DEPURADAS
                          " LINEAS DE UNA CORRIDA ANTERIOR DE "
                          LS-SELLO(1:8)
                  OPEN INPUT HOST-TEMPORAL
                  OPEN OUTPUT HOST-VIOHIS
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-TEMPORAL
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           MOVE REG-TEMPORAL TO REG-VIOHIS
                           WRITE REG-VIOHIS
                     END-READ
                  END-PERFORM
                  CLOSE HOST-TEMPORAL, HOST-VIOHIS
               END-IF
            END-IF.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX309.
