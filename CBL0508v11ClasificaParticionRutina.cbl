      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida de particion del feed diario,
      *  hermana de QG1CX194: en su primera invocacion carga el corte
      *  configurado QG1PARTI.DAT (COPY QG1PAR01) y, si no existe,
      *  los rangos de entidades QG1ENTID.DAT (COPY QG1ENT01), cada
      *  rango una particion numerada en el orden del archivo. Sin
      *  ninguno de los dos todo canal es la particion 01 y el feed
      *  corre en un solo flujo, como antes. Responde la particion
      *  de un canal y el total de particiones del corte. La usan el
      *  particionador QG1CX281, el posteo QG1CX091 (para cargar
      *  solo los canales de su particion) y la fusion QG1CX284.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX282.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PARTICIONES ASSIGN TO "QG1PARTI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTICIONES.

           SELECT HOST-ENTIDADES ASSIGN TO "QG1ENTID.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTIDADES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PARTICIONES.
           COPY QG1PAR01.

       FD  HOST-ENTIDADES.
           COPY QG1ENT01.

       WORKING-STORAGE SECTION.
       01 FS-PARTICIONES       PIC X(02).
       01 FS-ENTIDADES         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

       01 WS-TOT-RANGOS        PIC 9(02) VALUE 0.
       01 WS-TABLA-RANGOS.
          05 WS-RANGO-TBL      OCCURS 1 TO 20 TIMES
                                DEPENDING ON WS-TOT-RANGOS.
             10 WS-DESDE-TBL   PIC 9(03).
             10 WS-HASTA-TBL   PIC 9(03).

       01 WK-I                 PIC 9(02).
       01 WK-ENCONTRADA        PIC X(01).
       01 WS-COD-NUM           PIC 9(03).

       LINKAGE SECTION.
       01 LS-CODIGO            PIC X(03).
       01 LS-PARTICION         PIC 9(02).
       01 LS-TOT-PARTICIONES   PIC 9(02).

       PROCEDURE DIVISION USING LS-CODIGO,
                                LS-PARTICION,
                                LS-TOT-PARTICIONES.
      *************************
       0000-MAIN.
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-RANGOS
            END-IF
            PERFORM 2000-CLASIFICA
            PERFORM 4000-FINAL.
      *
       1000-CARGA-RANGOS.
            MOVE 0 TO WS-TOT-RANGOS
            OPEN INPUT HOST-PARTICIONES
            IF FS-PARTICIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PARTICIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE PAR-RANGO-DESDE TO WS-COD-NUM
                        PERFORM 1500-AGREGA-RANGO
                        MOVE PAR-RANGO-HASTA
                          TO WS-HASTA-TBL(WS-TOT-RANGOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-PARTICIONES
            ELSE
               PERFORM 1200-CARGA-ENTIDADES
            END-IF
            IF WS-TOT-RANGOS = 0
               DISPLAY "SIN CORTE DE PARTICIONES (QG1PARTI.DAT NI "
                       "QG1ENTID.DAT), EL FEED ES UNA SOLA PARTICION"
               MOVE 0   TO WS-COD-NUM
               PERFORM 1500-AGREGA-RANGO
               MOVE 999 TO WS-HASTA-TBL(WS-TOT-RANGOS)
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       1200-CARGA-ENTIDADES.
            OPEN INPUT HOST-ENTIDADES
            IF FS-ENTIDADES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ENTIDADES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE ENT-RANGO-DESDE TO WS-COD-NUM
                        PERFORM 1500-AGREGA-RANGO
                        MOVE ENT-RANGO-HASTA
                          TO WS-HASTA-TBL(WS-TOT-RANGOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-ENTIDADES
            END-IF.
      *
       1500-AGREGA-RANGO.
            IF WS-TOT-RANGOS = 20
               DISPLAY "ABEND: TABLA DE PARTICIONES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-RANGOS
            MOVE WS-COD-NUM TO WS-DESDE-TBL(WS-TOT-RANGOS).
      *
      * Un canal fuera de todo rango (o no numerico) cae en la
      * particion 01, el mismo criterio de QG1CX194 con la entidad:
      * un hueco del corte no detiene el feed.
       2000-CLASIFICA.
            MOVE 1                TO LS-PARTICION
            MOVE WS-TOT-RANGOS    TO LS-TOT-PARTICIONES
            MOVE 'N'              TO WK-ENCONTRADA

            IF LS-CODIGO NUMERIC
               MOVE LS-CODIGO TO WS-COD-NUM
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-RANGOS
                          OR WK-ENCONTRADA = 'S'
                  IF WS-COD-NUM >= WS-DESDE-TBL(WK-I)
                     AND WS-COD-NUM <= WS-HASTA-TBL(WK-I)
                     MOVE WK-I TO LS-PARTICION
                     MOVE 'S'  TO WK-ENCONTRADA
                  END-IF
               END-PERFORM
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX282.
