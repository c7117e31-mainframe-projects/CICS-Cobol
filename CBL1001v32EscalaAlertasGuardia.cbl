      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Escalamiento de alertas criticas a la guardia de
      *  operacion. Las advertencias y errores que QG1CX120 deja en
      *  QG1RUNLOG.LOG y los problemas que QG1CX121 graba en
      *  QG1PROBLM.DAT solo se veian si alguien abria el tablero
      *  QG1C0015; de noche quedaban sin atender hasta la manana.
      *  Este paso se programa cada pocos minutos y en cada corrida:
      *    - aplica los acuses de recibo de QG1ALRACK.DAT (COPY
      *      QG1ACK01, consola QG1CX301 o pasarela) a las alertas de
      *      QG1ALERTA.DAT (COPY QG1ALR01) y los anota en el problema
      *      de origen (PRB-ALERTA y PRB-ACUSE-* de QG1PRB01),
      *    - escala al nivel siguiente del rol QG1GUARDIA.DAT (COPY
      *      QG1GRD01) la alerta avisada sin acuse despues de
      *      ALERTA-MINUTOS (QG1CX112, por defecto 15); sin nivel
      *      siguiente se vuelve a avisar al nivel actual,
      *    - abre una alerta por cada entrada nueva del run-log con
      *      severidad en ALERTA-SEVERIDAD (por defecto 'AE') y por
      *      cada problema nuevo, y la avisa al nivel 1 de guardia.
      *  Nueva = posterior a la ultima entrada ya alertada de ese
      *  origen; sin alertas previas se toma desde el dia de hoy. Las
      *  entradas del propio escalamiento y de la consola de acuse no
      *  se alertan. Los avisos salen en QG1PAGING.DAT (COPY
      *  QG1PAG01) para la pasarela de mensajeria, dirigidos al
      *  operador de guardia del dia y turno. Detalle en QG1CX300.RPT
      *  y resumen en la bitacora (CALL QG1CX120).
      * Archivos compartidos: QG1PROBLM.DAT y QG1ALRACK.DAT los
      *  siguen agregando otros programas mientras este corre. El
      *  numero de alerta y el acuse ya no se escriben reescribiendo
      *  QG1PROBLM.DAT: se AGREGA un registro de marca por problema
      *  (PRB-MARCA-ALERTA de QG1PRB01, clave PRB-FECHA-HORA +
      *  PRB-PROGRAMA). De QG1ALRACK.DAT solo se retiran los acuses
      *  que esta corrida cargo; los que llegan despues se conservan.
      * Manifiesto: una corrida que emitio avisos anota QG1PAGING.DAT
      *  en el manifiesto de archivos de salida QG1MANIF.DAT (CALL
      *  QG1CX272) con la fecha de hoy como fecha de negocio, los
      *  avisos de la corrida como conteo y la suma de sus numeros de
      *  alerta como hash; su envio y acuse se siguen en QG1CX273 /
      *  QG1CX274. Como la pasarela es la que vacia el archivo, la
      *  copia puede llevar tambien avisos de corridas anteriores que
      *  aun no tomo (MAN-LINEAS cuenta las lineas fisicas). Una
      *  corrida sin avisos no anota nada.
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX300.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-GUARDIA ASSIGN TO "QG1GUARDIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GUARDIA.

           SELECT HOST-ACUSES ASSIGN TO "QG1ALRACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSES.

           SELECT HOST-ALERTAS ASSIGN TO "QG1ALERTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTAS.

           SELECT HOST-RUNLOG ASSIGN TO "QG1RUNLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

           SELECT HOST-PROBLEMAS ASSIGN TO "QG1PROBLM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROBLEMAS.

           SELECT HOST-AVISOS ASSIGN TO "QG1PAGING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AVISOS.

           SELECT HOST-TEMPORAL ASSIGN TO "QG1CX300.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX300.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-GUARDIA.
           COPY QG1GRD01.

       FD  HOST-ACUSES.
           COPY QG1ACK01.

       FD  HOST-ALERTAS.
           COPY QG1ALR01.

       FD  HOST-RUNLOG.
       01  REG-RUNLOG.
           05 LOG-FECHA-HORA   PIC X(26).
           05 LOG-PROGRAMA     PIC X(08).
           05 LOG-SEVERIDAD    PIC X(01).
           05 LOG-TEXTO        PIC X(60).

       FD  HOST-PROBLEMAS.
           COPY QG1PRB01.

       FD  HOST-AVISOS.
           COPY QG1PAG01.

       FD  HOST-TEMPORAL.
       01  REG-TEMPORAL        PIC X(200).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-GUARDIA           PIC X(02).
       01 FS-ACUSES            PIC X(02).
       01 FS-ALERTAS           PIC X(02).
       01 FS-RUNLOG            PIC X(02).
       01 FS-PROBLEMAS         PIC X(02).
       01 FS-AVISOS            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-MINUTOS           PIC 9(04) VALUE 15.
       01 WK-SEVERIDADES       PIC X(04) VALUE 'AE'.
       01 WK-CUENTA-SEV        PIC 9(02).

       01 WK-AHORA             PIC X(26).
       01 WK-HOY               PIC 9(08).
       01 WK-AYER              PIC 9(08).
       01 WK-DIAS-JULIANOS     PIC 9(07).
       01 WK-DIA-NUM           PIC 9(01).
       01 WK-DIA-HOY           PIC X(01).
       01 WK-DIA-AYER          PIC X(01).
       01 WK-HORA-AHORA        PIC 9(04).
       01 WK-HORA-CALC         PIC 9(04).
       01 FILLER REDEFINES WK-HORA-CALC.
          05 WK-CALC-HH        PIC 9(02).
          05 WK-CALC-MM        PIC 9(02).
       01 WK-MIN-AHORA         PIC 9(11).
       01 WK-MIN-ENVIO         PIC 9(11).
       01 WK-MIN-TRANSCURRIDOS PIC S9(11).

      * rol de guardia
       01 WS-TOT-GUARDIAS      PIC 9(03) VALUE 0.
       01 WS-TABLA-GUARDIAS.
          05 WS-GRD-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-GUARDIAS.
             10 WS-GRD-FECHA   PIC 9(08).
             10 WS-GRD-DIA     PIC X(01).
             10 WS-GRD-DESDE   PIC 9(04).
             10 WS-GRD-HASTA   PIC 9(04).
             10 WS-GRD-NIVEL   PIC 9(01).
             10 WS-GRD-OPERADOR PIC X(08).
             10 WS-GRD-NOMBRE  PIC X(30).
             10 WS-GRD-DESTINO PIC X(30).

      * acuses recibidos desde la corrida anterior
       01 WS-TOT-ACUSES        PIC 9(03) VALUE 0.
       01 WS-TABLA-ACUSES.
          05 WS-ACK-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-ACUSES.
             10 WS-ACK-ALERTA  PIC 9(07).
             10 WS-ACK-OPERADOR PIC X(08).
             10 WS-ACK-FECHA-HORA PIC X(26).
             10 WS-ACK-USADO   PIC X(01).

      * problemas a marcar con su alerta y, si lo hay, su acuse
       01 WS-TOT-MARCAS        PIC 9(04) VALUE 0.
       01 WS-TABLA-MARCAS.
          05 WS-MAR-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-MARCAS.
             10 WS-MAR-FECHA-HORA PIC X(26).
             10 WS-MAR-PROGRAMA PIC X(08).
             10 WS-MAR-ALERTA  PIC 9(07).
             10 WS-MAR-ACUSE-OPERADOR PIC X(08).
             10 WS-MAR-ACUSE-FECHA-HORA PIC X(26).

       01 WS-ULT-NUMERO        PIC 9(07) VALUE 0.
       01 WK-HWM-RUNLOG        PIC X(26) VALUE SPACES.
       01 WK-HWM-PROBLEMA      PIC X(26) VALUE SPACES.

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-GRD-POS           PIC 9(03).
       01 WK-GRD-SEMANAL       PIC 9(03).
       01 WK-NIVEL-DESDE       PIC 9(02).
       01 WK-NIVEL-BUSCA       PIC 9(02).
       01 WK-CUBRE             PIC X(01).
       01 WK-DIA-FECHA         PIC 9(08).
       01 WK-DIA-SEMANA        PIC X(01).
       01 WK-EVENTO            PIC X(09).

       01 WS-TOT-NUEVAS        PIC 9(05) VALUE 0.
       01 WS-TOT-ESCALADAS     PIC 9(05) VALUE 0.
       01 WS-TOT-ACUSADAS      PIC 9(05) VALUE 0.
       01 WS-TOT-AVISOS        PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-GUARDIA   PIC 9(05) VALUE 0.
       01 WS-TOT-ACUSES-SOBRA  PIC 9(05) VALUE 0.
       01 WK-ACUSES-LEIDOS     PIC 9(05).
       01 WK-ACUSES-NUEVOS     PIC 9(05).
       01 WS-TOT-PENDIENTES    PIC 9(05) VALUE 0.
       01 WS-HASH-AVISOS       PIC 9(13) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1PAGING.DAT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX300'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX300'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-GUARDIA
            PERFORM 1600-CARGA-ACUSES
            PERFORM 3000-REVISA-ALERTAS
            PERFORM 4000-NUEVAS-DEL-RUNLOG
            PERFORM 4500-NUEVAS-DE-PROBLEMAS
            PERFORM 5000-REGRABA-ALERTAS
            PERFORM 6000-MARCA-PROBLEMAS
            PERFORM 7000-VACIA-ACUSES
            PERFORM 8000-CIERRA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ESCALAMIENTO DE ALERTAS A LA GUARDIA" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE TO WK-AHORA
            MOVE WK-AHORA(1:8) TO WK-HOY
            MOVE WK-AHORA(9:4) TO WK-HORA-AHORA
            COMPUTE WK-DIAS-JULIANOS = FUNCTION INTEGER-OF-DATE(WK-HOY)
            COMPUTE WK-AYER =
               FUNCTION DATE-OF-INTEGER(WK-DIAS-JULIANOS - 1)
            COMPUTE WK-DIA-NUM = FUNCTION MOD(WK-DIAS-JULIANOS, 7)
            MOVE WK-DIA-NUM TO WK-DIA-HOY
            COMPUTE WK-DIA-NUM = FUNCTION MOD(WK-DIAS-JULIANOS - 1, 7)
            MOVE WK-DIA-NUM TO WK-DIA-AYER
            MOVE WK-HORA-AHORA TO WK-HORA-CALC
            COMPUTE WK-MIN-AHORA = WK-DIAS-JULIANOS * 1440
                                 + WK-CALC-HH * 60 + WK-CALC-MM

            MOVE 'ALERTA-MINUTOS' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-MINUTOS
            END-IF
            IF WK-MINUTOS = 0
               MOVE 15 TO WK-MINUTOS
            END-IF
            MOVE 'ALERTA-SEVERIDAD' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               AND WK-PARAM-VALOR NOT = SPACES
               MOVE WK-PARAM-VALOR TO WK-SEVERIDADES
            END-IF
            DISPLAY "MINUTOS PARA ESCALAR : " WK-MINUTOS
            DISPLAY "SEVERIDADES ALERTADAS: " WK-SEVERIDADES

            OPEN EXTEND HOST-AVISOS
            IF FS-AVISOS = '35'
               OPEN OUTPUT HOST-AVISOS
            END-IF
            IF FS-AVISOS NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1PAGING.DAT FALLIDO - "
                       "FILE STATUS " FS-AVISOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ESCALAMIENTO DE ALERTAS A LA GUARDIA - "
                   WK-HOY " " WK-HORA-AHORA
                   " - ESCALA A LOS " WK-MINUTOS " MINUTOS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       1500-CARGA-GUARDIA.
            OPEN INPUT HOST-GUARDIA
            IF FS-GUARDIA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-GUARDIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-GUARDIAS = 200
                           DISPLAY "ABEND: TABLA DE GUARDIAS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-GUARDIAS
                        MOVE GRD-FECHA
                          TO WS-GRD-FECHA(WS-TOT-GUARDIAS)
                        MOVE GRD-DIA-SEMANA
                          TO WS-GRD-DIA(WS-TOT-GUARDIAS)
                        MOVE GRD-HORA-DESDE
                          TO WS-GRD-DESDE(WS-TOT-GUARDIAS)
                        MOVE GRD-HORA-HASTA
                          TO WS-GRD-HASTA(WS-TOT-GUARDIAS)
                        MOVE GRD-NIVEL
                          TO WS-GRD-NIVEL(WS-TOT-GUARDIAS)
                        MOVE GRD-OPERADOR
                          TO WS-GRD-OPERADOR(WS-TOT-GUARDIAS)
                        MOVE GRD-NOMBRE
                          TO WS-GRD-NOMBRE(WS-TOT-GUARDIAS)
                        MOVE GRD-DESTINO
                          TO WS-GRD-DESTINO(WS-TOT-GUARDIAS)
                  END-READ
               END-PERFORM
               CLOSE HOST-GUARDIA
            ELSE
               DISPLAY "SIN ROL DE GUARDIA QG1GUARDIA.DAT, LAS "
                       "ALERTAS QUEDAN SIN AVISAR"
            END-IF.
      *
       1600-CARGA-ACUSES.
            OPEN INPUT HOST-ACUSES
            IF FS-ACUSES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACUSES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-ACUSES = 500
                           DISPLAY "ABEND: TABLA DE ACUSES LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-ACUSES
                        MOVE ACK-ALERTA
                          TO WS-ACK-ALERTA(WS-TOT-ACUSES)
                        MOVE ACK-OPERADOR
                          TO WS-ACK-OPERADOR(WS-TOT-ACUSES)
                        MOVE ACK-FECHA-HORA
                          TO WS-ACK-FECHA-HORA(WS-TOT-ACUSES)
                        MOVE 'N' TO WS-ACK-USADO(WS-TOT-ACUSES)
                  END-READ
               END-PERFORM
               CLOSE HOST-ACUSES
            END-IF.
      *
      * Las alertas existentes pasan por QG1CX300.TMP; ahi mismo se
      * agregan las nuevas y en 5000 se regraba el registro completo.
       3000-REVISA-ALERTAS.
            OPEN OUTPUT HOST-TEMPORAL
            OPEN INPUT HOST-ALERTAS
            IF FS-ALERTAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ALERTAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 3100-REVISA-UNA
                        WRITE REG-TEMPORAL FROM REG-ALERTA
                  END-READ
               END-PERFORM
               CLOSE HOST-ALERTAS
            END-IF
            IF WK-HWM-RUNLOG = SPACES
               MOVE WK-HOY TO WK-HWM-RUNLOG(1:8)
            END-IF
            IF WK-HWM-PROBLEMA = SPACES
               MOVE WK-HOY TO WK-HWM-PROBLEMA(1:8)
            END-IF.
      *
       3100-REVISA-UNA.
            IF ALR-NUMERO > WS-ULT-NUMERO
               MOVE ALR-NUMERO TO WS-ULT-NUMERO
            END-IF
            IF ALR-DE-RUNLOG
               AND ALR-FECHA-HORA-ORIG > WK-HWM-RUNLOG
               MOVE ALR-FECHA-HORA-ORIG TO WK-HWM-RUNLOG
            END-IF
            IF ALR-DE-PROBLEMA
               AND ALR-FECHA-HORA-ORIG > WK-HWM-PROBLEMA
               MOVE ALR-FECHA-HORA-ORIG TO WK-HWM-PROBLEMA
            END-IF

            IF NOT ALR-ACUSADA
               PERFORM 3200-BUSCA-ACUSE
               IF WK-POS > 0
                  PERFORM 3300-APLICA-ACUSE
               ELSE
                  IF ALR-SIN-GUARDIA
                     MOVE "REINTENTO" TO WK-EVENTO
                     MOVE ALR-NIVEL TO WK-NIVEL-DESDE
                     IF WK-NIVEL-DESDE = 0
                        MOVE 1 TO WK-NIVEL-DESDE
                     END-IF
                     PERFORM 7500-AVISA-GUARDIA
                  ELSE
                     MOVE ALR-ENVIO-HORA TO WK-HORA-CALC
                     COMPUTE WK-MIN-ENVIO =
                        FUNCTION INTEGER-OF-DATE(ALR-ENVIO-FECHA)
                        * 1440 + WK-CALC-HH * 60 + WK-CALC-MM
                     COMPUTE WK-MIN-TRANSCURRIDOS =
                        WK-MIN-AHORA - WK-MIN-ENVIO
                     IF WK-MIN-TRANSCURRIDOS >= WK-MINUTOS
                        MOVE "ESCALA" TO WK-EVENTO
                        COMPUTE WK-NIVEL-DESDE = ALR-NIVEL + 1
                        ADD 1 TO WS-TOT-ESCALADAS
                        PERFORM 7500-AVISA-GUARDIA
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF NOT ALR-ACUSADA
               ADD 1 TO WS-TOT-PENDIENTES
            END-IF.
      *
       3200-BUSCA-ACUSE.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ACUSES OR WK-POS > 0
               IF WS-ACK-ALERTA(WK-I) = ALR-NUMERO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
       3300-APLICA-ACUSE.
            MOVE 'R' TO ALR-ESTADO
            MOVE WS-ACK-OPERADOR(WK-POS)   TO ALR-ACUSE-OPERADOR
            MOVE WS-ACK-FECHA-HORA(WK-POS) TO ALR-ACUSE-FECHA-HORA
            MOVE 'S' TO WS-ACK-USADO(WK-POS)
            ADD 1 TO WS-TOT-ACUSADAS
            IF ALR-DE-PROBLEMA
               PERFORM 3400-AGREGA-MARCA
            END-IF
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ACUSE     ALERTA " ALR-NUMERO
                   " POR " ALR-ACUSE-OPERADOR
                   " A LAS " ALR-ACUSE-FECHA-HORA(1:12)
                   " - " ALR-PROGRAMA " NIVEL " ALR-NIVEL
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3400-AGREGA-MARCA.
            IF WS-TOT-MARCAS = 2000
               DISPLAY "ABEND: TABLA DE MARCAS DE PROBLEMAS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-MARCAS
            MOVE ALR-FECHA-HORA-ORIG
              TO WS-MAR-FECHA-HORA(WS-TOT-MARCAS)
            MOVE ALR-PROGRAMA TO WS-MAR-PROGRAMA(WS-TOT-MARCAS)
            MOVE ALR-NUMERO   TO WS-MAR-ALERTA(WS-TOT-MARCAS)
            MOVE ALR-ACUSE-OPERADOR
              TO WS-MAR-ACUSE-OPERADOR(WS-TOT-MARCAS)
            MOVE ALR-ACUSE-FECHA-HORA
              TO WS-MAR-ACUSE-FECHA-HORA(WS-TOT-MARCAS).
      *
       4000-NUEVAS-DEL-RUNLOG.
            OPEN INPUT HOST-RUNLOG
            IF FS-RUNLOG = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RUNLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LOG-FECHA-HORA > WK-HWM-RUNLOG
                           AND LOG-PROGRAMA NOT = 'QG1CX300'
                           AND LOG-PROGRAMA NOT = 'QG1CX301'
                           AND LOG-SEVERIDAD NOT = SPACE
                           MOVE 0 TO WK-CUENTA-SEV
                           INSPECT WK-SEVERIDADES TALLYING
                                   WK-CUENTA-SEV FOR ALL LOG-SEVERIDAD
                           IF WK-CUENTA-SEV > 0
                              PERFORM 4100-ALERTA-DE-RUNLOG
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-RUNLOG
            END-IF.
      *
       4100-ALERTA-DE-RUNLOG.
            PERFORM 4800-ABRE-ALERTA
            MOVE 'L'            TO ALR-ORIGEN
            MOVE LOG-FECHA-HORA TO ALR-FECHA-HORA-ORIG
            MOVE LOG-PROGRAMA   TO ALR-PROGRAMA
            MOVE LOG-SEVERIDAD  TO ALR-SEVERIDAD
            MOVE LOG-TEXTO      TO ALR-TEXTO
            PERFORM 4900-AVISA-NUEVA.
      *
       4500-NUEVAS-DE-PROBLEMAS.
            OPEN INPUT HOST-PROBLEMAS
            IF FS-PROBLEMAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PROBLEMAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PRB-FECHA-HORA > WK-HWM-PROBLEMA
                           AND NOT PRB-MARCA-ALERTA
                           PERFORM 4600-ALERTA-DE-PROBLEMA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PROBLEMAS
            END-IF.
      *
       4600-ALERTA-DE-PROBLEMA.
            PERFORM 4800-ABRE-ALERTA
            MOVE 'P'            TO ALR-ORIGEN
            MOVE PRB-FECHA-HORA TO ALR-FECHA-HORA-ORIG
            MOVE PRB-PROGRAMA   TO ALR-PROGRAMA
            MOVE 'E'            TO ALR-SEVERIDAD
            STRING "PROBLEMA " PRB-OPERACION " " PRB-ARCHIVO
                   " FS " PRB-FILE-STATUS " CLAVE " PRB-CLAVE
               DELIMITED SIZE INTO ALR-TEXTO
            PERFORM 3400-AGREGA-MARCA
            PERFORM 4900-AVISA-NUEVA.
      *
       4800-ABRE-ALERTA.
            ADD 1 TO WS-ULT-NUMERO
            ADD 1 TO WS-TOT-NUEVAS
            MOVE SPACES TO REG-ALERTA
            MOVE WS-ULT-NUMERO TO ALR-NUMERO
            MOVE 0 TO ALR-NIVEL, ALR-ENVIO-FECHA, ALR-ENVIO-HORA,
                      ALR-AVISOS
            MOVE 'S' TO ALR-ESTADO.
      *
       4900-AVISA-NUEVA.
            MOVE "NUEVA" TO WK-EVENTO
            MOVE 1 TO WK-NIVEL-DESDE
            PERFORM 7500-AVISA-GUARDIA
            ADD 1 TO WS-TOT-PENDIENTES
            WRITE REG-TEMPORAL FROM REG-ALERTA.
      *
       5000-REGRABA-ALERTAS.
            CLOSE HOST-TEMPORAL
            OPEN INPUT HOST-TEMPORAL
            OPEN OUTPUT HOST-ALERTAS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-TEMPORAL
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-TEMPORAL TO REG-ALERTA
                     WRITE REG-ALERTA
               END-READ
            END-PERFORM
            CLOSE HOST-TEMPORAL, HOST-ALERTAS.
      *
      * El problema de origen recibe el numero de alerta y, cuando lo
      * hay, el acuse, como registro de marca AGREGADO a QG1PROBLM.DAT
      * (misma PRB-FECHA-HORA + PRB-PROGRAMA); el archivo no se
      * reescribe, asi QG1CX121 puede seguir agregando problemas.
       6000-MARCA-PROBLEMAS.
            IF WS-TOT-MARCAS > 0
               OPEN EXTEND HOST-PROBLEMAS
               IF FS-PROBLEMAS = '00'
                  PERFORM VARYING WK-I FROM 1 BY 1
                          UNTIL WK-I > WS-TOT-MARCAS
                     PERFORM 6100-GRABA-MARCA
                  END-PERFORM
                  CLOSE HOST-PROBLEMAS
               ELSE
                  DISPLAY "NO SE PUDO ABRIR QG1PROBLM.DAT - FILE "
                          "STATUS " FS-PROBLEMAS
                          " - PROBLEMAS SIN MARCAR"
               END-IF
            END-IF.
      *
       6100-GRABA-MARCA.
            MOVE SPACES TO REG-PROBLEMA
            MOVE WS-MAR-FECHA-HORA(WK-I) TO PRB-FECHA-HORA
            MOVE WS-MAR-PROGRAMA(WK-I)   TO PRB-PROGRAMA
            SET PRB-MARCA-ALERTA TO TRUE
            MOVE WS-MAR-ALERTA(WK-I)     TO PRB-ALERTA
            MOVE WS-MAR-ACUSE-OPERADOR(WK-I) TO PRB-ACUSE-OPERADOR
            MOVE WS-MAR-ACUSE-FECHA-HORA(WK-I)
              TO PRB-ACUSE-FECHA-HORA
            WRITE REG-PROBLEMA.
      *
      * Los acuses ya aplicados se descartan; los que no encontraron
      * alerta pendiente se listan y tambien se descartan. Solo salen
      * de QG1ALRACK.DAT los que esta corrida cargo (los primeros
      * WS-TOT-ACUSES, via QG1CX300.TMP); lo que la consola QG1CX301
      * o la pasarela agregaron mientras tanto queda para la proxima.
       7000-VACIA-ACUSES.
            IF WS-TOT-ACUSES > 0
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-ACUSES
                  IF WS-ACK-USADO(WK-I) = 'N'
                     ADD 1 TO WS-TOT-ACUSES-SOBRA
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "ACUSE SIN ALERTA PENDIENTE: "
                            WS-ACK-ALERTA(WK-I) " POR "
                            WS-ACK-OPERADOR(WK-I)
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     WRITE REG-RPT FROM WS-LIN-DETALLE
                  END-IF
               END-PERFORM
               PERFORM 7100-RECORTA-ACUSES
            END-IF.
      *
       7100-RECORTA-ACUSES.
            MOVE 0 TO WK-ACUSES-LEIDOS, WK-ACUSES-NUEVOS
            OPEN INPUT HOST-ACUSES
            IF FS-ACUSES = '00'
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACUSES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WK-ACUSES-LEIDOS
                        IF WK-ACUSES-LEIDOS > WS-TOT-ACUSES
                           ADD 1 TO WK-ACUSES-NUEVOS
                           WRITE REG-TEMPORAL FROM REG-ACUSE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ACUSES, HOST-TEMPORAL

               OPEN INPUT HOST-TEMPORAL
               OPEN OUTPUT HOST-ACUSES
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-TEMPORAL TO REG-ACUSE
                        WRITE REG-ACUSE
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORAL, HOST-ACUSES
               IF WK-ACUSES-NUEVOS > 0
                  DISPLAY "ACUSES QUE LLEGARON DURANTE LA CORRIDA: "
                          WK-ACUSES-NUEVOS
               END-IF
            END-IF.
      *
      * Avisa la alerta de REG-ALERTA al primer nivel de guardia
      * cubierto desde WK-NIVEL-DESDE; si no hay nivel mas alto
      * cubierto se repite el aviso al nivel que ya tenia.
       7500-AVISA-GUARDIA.
            MOVE 0 TO WK-GRD-POS
            PERFORM VARYING WK-NIVEL-BUSCA FROM WK-NIVEL-DESDE BY 1
                    UNTIL WK-NIVEL-BUSCA > 9 OR WK-GRD-POS > 0
               PERFORM 7600-BUSCA-GUARDIA
            END-PERFORM
            IF WK-GRD-POS = 0 AND ALR-NIVEL > 0
               MOVE ALR-NIVEL TO WK-NIVEL-BUSCA
               PERFORM 7600-BUSCA-GUARDIA
            END-IF

            IF WK-GRD-POS = 0
               MOVE 'S' TO ALR-ESTADO
               ADD 1 TO WS-TOT-SIN-GUARDIA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WK-EVENTO "  ALERTA " ALR-NUMERO " "
                      ALR-ORIGEN " " ALR-PROGRAMA
                      " - SIN GUARDIA A QUIEN AVISAR"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE 'P' TO ALR-ESTADO
               MOVE WS-GRD-NIVEL(WK-GRD-POS)    TO ALR-NIVEL
               MOVE WS-GRD-OPERADOR(WK-GRD-POS) TO ALR-OPERADOR
               MOVE WK-HOY        TO ALR-ENVIO-FECHA
               MOVE WK-HORA-AHORA TO ALR-ENVIO-HORA
               ADD 1 TO ALR-AVISOS
               ADD 1 TO WS-TOT-AVISOS
               ADD ALR-NUMERO TO WS-HASH-AVISOS

               MOVE WK-AHORA      TO PAG-FECHA-HORA
               MOVE ALR-NUMERO    TO PAG-ALERTA
               MOVE ALR-NIVEL     TO PAG-NIVEL
               MOVE ALR-AVISOS    TO PAG-AVISO
               MOVE ALR-OPERADOR  TO PAG-OPERADOR
               MOVE WS-GRD-NOMBRE(WK-GRD-POS)  TO PAG-NOMBRE
               MOVE WS-GRD-DESTINO(WK-GRD-POS) TO PAG-DESTINO
               MOVE ALR-ORIGEN    TO PAG-ORIGEN
               MOVE ALR-PROGRAMA  TO PAG-PROGRAMA
               MOVE ALR-TEXTO     TO PAG-TEXTO
               WRITE REG-AVISO

               MOVE SPACES TO WS-LIN-DETALLE
               STRING WK-EVENTO "  ALERTA " ALR-NUMERO " "
                      ALR-ORIGEN " " ALR-PROGRAMA
                      " NIVEL " ALR-NIVEL " AVISO " ALR-AVISOS
                      " A " ALR-OPERADOR " "
                      WS-GRD-NOMBRE(WK-GRD-POS)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * Guardia del nivel WK-NIVEL-BUSCA que cubre el momento actual;
      * la linea de fecha puntual gana sobre la del rol semanal.
       7600-BUSCA-GUARDIA.
            MOVE 0 TO WK-GRD-SEMANAL
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-GUARDIAS OR WK-GRD-POS > 0
               IF WS-GRD-NIVEL(WK-I) = WK-NIVEL-BUSCA
                  PERFORM 7700-CUBRE-AHORA
                  IF WK-CUBRE = 'S'
                     IF WS-GRD-FECHA(WK-I) NOT = 0
                        MOVE WK-I TO WK-GRD-POS
                     ELSE
                        IF WK-GRD-SEMANAL = 0
                           MOVE WK-I TO WK-GRD-SEMANAL
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF WK-GRD-POS = 0
               MOVE WK-GRD-SEMANAL TO WK-GRD-POS
            END-IF.
      *
       7700-CUBRE-AHORA.
            MOVE 'N' TO WK-CUBRE
            MOVE 0 TO WK-DIA-FECHA
            EVALUATE TRUE
               WHEN WS-GRD-DESDE(WK-I) = WS-GRD-HASTA(WK-I)
                  MOVE WK-HOY     TO WK-DIA-FECHA
                  MOVE WK-DIA-HOY TO WK-DIA-SEMANA
               WHEN WS-GRD-DESDE(WK-I) < WS-GRD-HASTA(WK-I)
                  IF WK-HORA-AHORA >= WS-GRD-DESDE(WK-I)
                     AND WK-HORA-AHORA < WS-GRD-HASTA(WK-I)
                     MOVE WK-HOY     TO WK-DIA-FECHA
                     MOVE WK-DIA-HOY TO WK-DIA-SEMANA
                  END-IF
               WHEN OTHER
                  IF WK-HORA-AHORA >= WS-GRD-DESDE(WK-I)
                     MOVE WK-HOY     TO WK-DIA-FECHA
                     MOVE WK-DIA-HOY TO WK-DIA-SEMANA
                  ELSE
                     IF WK-HORA-AHORA < WS-GRD-HASTA(WK-I)
                        MOVE WK-AYER     TO WK-DIA-FECHA
                        MOVE WK-DIA-AYER TO WK-DIA-SEMANA
                     END-IF
                  END-IF
            END-EVALUATE
            IF WK-DIA-FECHA NOT = 0
               IF WS-GRD-FECHA(WK-I) NOT = 0
                  IF WS-GRD-FECHA(WK-I) = WK-DIA-FECHA
                     MOVE 'S' TO WK-CUBRE
                  END-IF
               ELSE
                  IF WS-GRD-DIA(WK-I) = '*'
                     OR WS-GRD-DIA(WK-I) = WK-DIA-SEMANA
                     MOVE 'S' TO WK-CUBRE
                  END-IF
               END-IF
            END-IF.
      *
       8000-CIERRA.
            CLOSE HOST-AVISOS
            IF WS-TOT-AVISOS > 0
               MOVE WK-HOY         TO WK-MAN-FECHA
               MOVE WS-TOT-AVISOS  TO WK-MAN-REGISTROS
               MOVE WS-HASH-AVISOS TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO
            END-IF
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "NUEVAS: " WS-TOT-NUEVAS
                   "  ESCALADAS: " WS-TOT-ESCALADAS
                   "  ACUSADAS: " WS-TOT-ACUSADAS
                   "  AVISOS: " WS-TOT-AVISOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PENDIENTES DE ACUSE: " WS-TOT-PENDIENTES
                   "  SIN GUARDIA: " WS-TOT-SIN-GUARDIA
                   "  ACUSES SOBRANTES: " WS-TOT-ACUSES-SOBRA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "ALERTAS NUEVAS      : " WS-TOT-NUEVAS
            DISPLAY "ALERTAS ESCALADAS   : " WS-TOT-ESCALADAS
            DISPLAY "ALERTAS ACUSADAS    : " WS-TOT-ACUSADAS
            DISPLAY "PENDIENTES DE ACUSE : " WS-TOT-PENDIENTES

            IF WS-TOT-NUEVAS > 0 OR WS-TOT-ESCALADAS > 0
               OR WS-TOT-ACUSADAS > 0 OR WS-TOT-SIN-GUARDIA > 0
               MOVE SPACES TO WK-LOG-TEXTO
               STRING "ALERTAS NUEVAS " WS-TOT-NUEVAS
                      " ESCALADAS " WS-TOT-ESCALADAS
                      " ACUSADAS " WS-TOT-ACUSADAS
                      " PEND " WS-TOT-PENDIENTES
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX300.
