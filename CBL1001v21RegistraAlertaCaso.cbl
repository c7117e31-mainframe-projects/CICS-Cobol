      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida que convierte una alerta de un
      *  detector en caso de cumplimiento (QG1CASOS.DAT, COPY
      *  QG1CAS01), para que las alertas dejen de vivir solo en los
      *  reportes impresos. La llaman el detector de fraccionamiento
      *  QG1CX167 ('FRC'), el de anomalias de volumen QG1CX172 ('ANO')
      *  y la carga de violaciones QG1CX249 ('VIO').
      *  Recibe origen, canal, fecha de la alerta y un detalle de 60
      *  posiciones y regresa el numero de caso y LS-RESULTADO:
      *    'N' = se abrio un caso nuevo (estado 'N', plazo de
      *          CASO-PLAZO-DIAS via QG1CX112, por defecto 30 dias
      *          desde hoy, con CALL QG1CX073),
      *    'D' = el canal ya tenia un caso abierto del mismo origen
      *          (llave alterna CAS-ALERTA): no se abre otro, se suma
      *          la ocurrencia si es de un dia nuevo y el caso queda
      *          con el detalle de la ultima alerta,
      *    'E' = el archivo de casos no se pudo abrir.
      *  Igual que QG1CX121, abre y cierra el archivo en cada llamada
      *  para no dejar nada colgado en la unidad de corrida del que
      *  llama; el ultimo numero de caso se busca una vez por corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX248.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CASOS ASSIGN TO "QG1CASOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-NUMERO
           ALTERNATE RECORD KEY IS CAS-ALERTA WITH DUPLICATES
           FILE STATUS IS FS-CASOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CASOS.
           COPY QG1CAS01.

       WORKING-STORAGE SECTION.
       01 FS-CASOS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-PRIMERA-VEZ       PIC X(01) VALUE 'S'.
       01 WS-ULT-NUMERO        PIC 9(07) VALUE 0.
       01 WS-PLAZO-DIAS        PIC S9(05) VALUE 30.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-FECHA-AUX         PIC 9(08) VALUE 0.
       01 WK-FECHA-LIMITE      PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-ALERTA-BUSCA      PIC X(06).
       01 WK-HALLADO           PIC X(01).

       LINKAGE SECTION.
       01 LS-ORIGEN            PIC X(03).
       01 LS-CANAL             PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-DETALLE           PIC X(60).
       01 LS-NUMERO-CASO       PIC 9(07).
       01 LS-RESULTADO         PIC X(01).

       PROCEDURE DIVISION USING LS-ORIGEN,
                                LS-CANAL,
                                LS-FECHA,
                                LS-DETALLE,
                                LS-NUMERO-CASO,
                                LS-RESULTADO.
      *************************
       0000-MAIN.
            MOVE 0   TO LS-NUMERO-CASO
            MOVE 'E' TO LS-RESULTADO
            PERFORM 1000-ABRE-CASOS
            IF FS-CASOS = '00'
               IF WS-PRIMERA-VEZ = 'S'
                  PERFORM 1500-PRIMERA-VEZ
               END-IF
               PERFORM 2000-BUSCA-ABIERTO
               IF WK-HALLADO = 'S'
                  PERFORM 3000-SUMA-OCURRENCIA
               ELSE
                  PERFORM 4000-ABRE-CASO
               END-IF
               CLOSE HOST-CASOS
            ELSE
               DISPLAY "SIN ARCHIVO DE CASOS QG1CASOS.DAT - FILE "
                       "STATUS " FS-CASOS
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-ABRE-CASOS.
            OPEN I-O HOST-CASOS
            IF FS-CASOS = '35'
               OPEN OUTPUT HOST-CASOS
               CLOSE HOST-CASOS
               OPEN I-O HOST-CASOS
            END-IF.
      *
      * Plazo y ultimo numero: una sola vez por corrida; despues los
      * numeros nuevos salen solo de esta rutina.
       1500-PRIMERA-VEZ.
            MOVE 'CASO-PLAZO-DIAS' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-PLAZO-DIAS
            END-IF

            MOVE 0   TO WS-ULT-NUMERO
            MOVE 'N' TO WS-EOF
            MOVE 0   TO CAS-NUMERO
            START HOST-CASOS KEY NOT < CAS-NUMERO
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CASOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE CAS-NUMERO TO WS-ULT-NUMERO
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-PRIMERA-VEZ.
      *
       2000-BUSCA-ABIERTO.
            MOVE 'N' TO WK-HALLADO
            MOVE LS-CANAL  TO CAS-COD-CANAL
            MOVE LS-ORIGEN TO CAS-ORIGEN
            MOVE CAS-ALERTA TO WK-ALERTA-BUSCA
            MOVE 'N' TO WS-EOF
            START HOST-CASOS KEY IS EQUAL TO CAS-ALERTA
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y' OR WK-HALLADO = 'S'
               READ HOST-CASOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CAS-ALERTA NOT = WK-ALERTA-BUSCA
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        IF CAS-ABIERTO
                           MOVE 'S' TO WK-HALLADO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
      *
       3000-SUMA-OCURRENCIA.
            IF LS-FECHA > CAS-FECHA-ULTIMA
               ADD 1 TO CAS-OCURRENCIAS
               MOVE LS-FECHA TO CAS-FECHA-ULTIMA
            END-IF
            MOVE LS-DETALLE TO CAS-DETALLE
            REWRITE REG-CASO-ALERTA
               INVALID KEY
                  DISPLAY "CASO " CAS-NUMERO " NO SE PUDO REGRABAR"
               NOT INVALID KEY
                  MOVE CAS-NUMERO TO LS-NUMERO-CASO
                  MOVE 'D' TO LS-RESULTADO
            END-REWRITE.
      *
       4000-ABRE-CASO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            CALL "QG1CX073" USING WK-OPERACION-FECHA, WK-FECHA-HOY,
                                   WK-FECHA-AUX, WS-PLAZO-DIAS,
                                   WK-FECHA-LIMITE, WK-DIAS-RESULTADO

            ADD 1 TO WS-ULT-NUMERO
            MOVE SPACES          TO REG-CASO-ALERTA
            MOVE WS-ULT-NUMERO   TO CAS-NUMERO
            MOVE LS-CANAL        TO CAS-COD-CANAL
            MOVE LS-ORIGEN       TO CAS-ORIGEN
            SET CAS-NUEVO        TO TRUE
            MOVE WK-FECHA-HOY    TO CAS-FECHA-ALTA
            MOVE WK-FECHA-LIMITE TO CAS-FECHA-LIMITE
            MOVE LS-FECHA        TO CAS-FECHA-ULTIMA
            MOVE 1               TO CAS-OCURRENCIAS
            MOVE LS-DETALLE      TO CAS-DETALLE
            MOVE 0 TO CAS-FECHA-ASIGNA, CAS-FECHA-CIERRE
            WRITE REG-CASO-ALERTA
               INVALID KEY
                  DISPLAY "CASO " CAS-NUMERO " YA EXISTE, NO SE GRABA"
               NOT INVALID KEY
                  MOVE CAS-NUMERO TO LS-NUMERO-CASO
                  MOVE 'N' TO LS-RESULTADO
            END-WRITE.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX248.
