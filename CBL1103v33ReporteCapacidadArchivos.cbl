      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte semanal de crecimiento y capacidad de los
      *  archivos del sistema, sobre la historia que deja el censo
      *  nocturno QG1CX279 en QG1CAPHIS.DAT (COPY QG1CPH01). Recibe
      *  el fin de semana (ENTER = hoy) y por cada archivo del
      *  catalogo QG1CAPCAT.DAT (COPY QG1CPC01):
      *    - toma el ultimo censo hasta esa fecha y lo compara con el
      *      ultimo censo de 7 dias antes o, si no lo hay, con el
      *      primero de la semana,
      *    - calcula el crecimiento de la semana (registros y %), el
      *      crecimiento diario (dias via CALL QG1CX073 'B') y los
      *      dias que faltan para llegar al techo CPC-TOPE-REGISTROS
      *      a ese ritmo,
      *    - marca "TECHO" el archivo que ya llego al techo y "**"
      *      el que llega antes de CAPACIDAD-DIAS-ALERTA dias
      *      (parametro via QG1CX112, por defecto 30),
      *    - marca "LENTO" el archivo cuyo paso CPC-PROGRAMA aparece
      *      como paso lento en QG1RUNDUR.DAT: su corrida mas reciente
      *      supera el promedio de las anteriores en mas de
      *      DURACION-UMBRAL-PCT (por defecto 25), la misma regla del
      *      reporte de tendencia QG1CX201.
      *  Salida QG1CX280.RPT; el resumen queda en el run-log via CALL
      *  QG1CX120, con severidad 'A' si algun archivo esta en techo o
      *  en alerta.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX280.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CATALOGO ASSIGN TO "QG1CAPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-HISTORIA ASSIGN TO "QG1CAPHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT HOST-DURACIONES ASSIGN TO "QG1RUNDUR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DURACIONES.

           SELECT HOST-RPT ASSIGN TO "QG1CX280.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CATALOGO.
           COPY QG1CPC01.

       FD  HOST-HISTORIA.
           COPY QG1CPH01.

       FD  HOST-DURACIONES.
       01  REG-DURACION.
           05 DUR-FECHA        PIC 9(08).
           05 DUR-PASO         PIC 9(02).
           05 DUR-PROGRAMA     PIC X(08).
           05 DUR-ENTIDAD      PIC X(02).
           05 DUR-HORA-INI     PIC 9(06).
           05 DUR-HORA-FIN     PIC 9(06).
           05 DUR-SEGUNDOS     PIC 9(07).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CATALOGO          PIC X(02).
       01 FS-HISTORIA          PIC X(02).
       01 FS-DURACIONES        PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HASTA       PIC 9(08).
       01 WK-FECHA-BASE        PIC 9(08).
       01 WK-FECHA-TEXTO       PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-OPERACION-FECHA   PIC X(01).
       01 WK-FECHA-AUX         PIC 9(08) VALUE 0.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-ALERTA       PIC 9(05) VALUE 30.
       01 WS-UMBRAL-PCT        PIC 9(03) VALUE 25.

      * archivos del catalogo y sus dos censos de comparacion
       01 WS-TOT-ARCHIVOS      PIC 9(03) VALUE 0.
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARC-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-ARCHIVOS.
             10 WS-ARC-NOMBRE  PIC X(16).
             10 WS-ARC-PROGRAMA PIC X(08).
             10 WS-ARC-TOPE    PIC 9(09).
             10 WS-ARC-ULT-FECHA PIC 9(08).
             10 WS-ARC-ULT-REG PIC 9(11).
             10 WS-ARC-ULT-BYTES PIC 9(13).
             10 WS-ARC-ULT-ESTIMADO PIC X(01).
             10 WS-ARC-BAS-FECHA PIC 9(08).
             10 WS-ARC-BAS-REG PIC 9(11).
             10 WS-ARC-BAS-BYTES PIC 9(13).
             10 WS-ARC-PRI-FECHA PIC 9(08).
             10 WS-ARC-PRI-REG PIC 9(11).
             10 WS-ARC-PRI-BYTES PIC 9(13).

      * duraciones por programa (regla de QG1CX201)
       01 WS-TOT-PROGRAMAS     PIC 9(03) VALUE 0.
       01 WS-TABLA-PROGRAMAS.
          05 WS-PRG-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-PROGRAMAS.
             10 WS-PRG-NOMBRE  PIC X(08).
             10 WS-PRG-SUMA-ANT PIC 9(09).
             10 WS-PRG-CICLOS-ANT PIC 9(05).
             10 WS-PRG-ULT-SEG PIC 9(07).
             10 WS-PRG-LENTO   PIC X(01).

       01 WK-I                 PIC 9(03).
       01 WK-J                 PIC 9(03).
       01 WK-POS               PIC 9(03).

       01 WK-ANT-FECHA         PIC 9(08).
       01 WK-ANT-REG           PIC 9(11).
       01 WK-ANT-BYTES         PIC 9(13).
       01 WK-CRECE-REG         PIC S9(11).
       01 WK-CRECE-PCT         PIC S9(05)V9(01).
       01 WK-CRECE-DIA         PIC S9(09)V9(02).
       01 WK-DIAS-TECHO        PIC 9(07).
       01 WK-PROMEDIO          PIC 9(07)V9(02).
       01 WK-CRECIMIENTO       PIC S9(05)V9(02).

       01 WS-TOT-TECHO         PIC 9(03) VALUE 0.
       01 WS-TOT-ALERTA        PIC 9(03) VALUE 0.
       01 WS-TOT-LENTOS        PIC 9(03) VALUE 0.
       01 WS-TOT-SIN-CENSO     PIC 9(03) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX280'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-REG-ED            PIC ZZZZZZZZZZ9.
       01 WK-BYTES-ED          PIC ZZZZZZZZZZZZ9.
       01 WK-CRECE-ED          PIC -ZZZZZZZZZ9.
       01 WK-PCT-ED            PIC -ZZZ9,9.
       01 WK-DIAS-ED           PIC X(07).
       01 WK-DIAS-NUM-ED       PIC ZZZZZZ9.
       01 WK-TOPE-ED           PIC ZZZZZZZZ9.
       01 WK-MARCA             PIC X(12).
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-CATALOGO
            PERFORM 2500-CARGA-HISTORIA
            PERFORM 2800-CARGA-DURACIONES
            PERFORM 3000-EMITE-REPORTE
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE SEMANAL DE CAPACIDAD DE ARCHIVOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FIN DE SEMANA (AAAAMMDD, ENTER = HOY) : "
            MOVE SPACES TO WK-FECHA-TEXTO
            ACCEPT WK-FECHA-TEXTO
            IF WK-FECHA-TEXTO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HASTA
            ELSE
               MOVE 'N' TO WK-FECHA-VALIDA
               IF WK-FECHA-TEXTO IS NUMERIC
                  MOVE WK-FECHA-TEXTO TO WK-FECHA-HASTA
                  CALL "QG1CX072" USING WK-FECHA-HASTA,
                                         WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "ABEND: FECHA INVALIDA - " WK-FECHA-TEXTO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            MOVE 'A' TO WK-OPERACION-FECHA
            MOVE -7 TO WK-DIAS
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-HASTA, WK-FECHA-AUX,
                                   WK-DIAS, WK-FECHA-BASE,
                                   WK-DIAS-RESULTADO
            MOVE 'B' TO WK-OPERACION-FECHA
            MOVE 0 TO WK-DIAS

            MOVE 'CAPACIDAD-DIAS-ALERTA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-DIAS-ALERTA
            END-IF
            MOVE 'DURACION-UMBRAL-PCT' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-UMBRAL-PCT
            END-IF
            DISPLAY "SEMANA AL " WK-FECHA-HASTA " (BASE "
                    WK-FECHA-BASE ")"
            DISPLAY "PARAMETROS EFECTIVOS - DIAS DE ALERTA "
                    WS-DIAS-ALERTA " UMBRAL LENTO " WS-UMBRAL-PCT.
      *
       2000-CARGA-CATALOGO.
            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO NOT = '00'
               DISPLAY "ABEND: SIN CATALOGO DE CAPACIDAD QG1CAPCAT.DAT"
                       " - FILE STATUS " FS-CATALOGO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 2100-ANOTA-ARCHIVO
               END-READ
            END-PERFORM
            CLOSE HOST-CATALOGO.
      *
       2100-ANOTA-ARCHIVO.
            IF WS-TOT-ARCHIVOS = 500
               DISPLAY "ABEND: TABLA DE ARCHIVOS LLENA (500)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-ARCHIVOS
            MOVE WS-TOT-ARCHIVOS TO WK-POS
            MOVE CPC-ARCHIVO        TO WS-ARC-NOMBRE(WK-POS)
            MOVE CPC-PROGRAMA       TO WS-ARC-PROGRAMA(WK-POS)
            MOVE CPC-TOPE-REGISTROS TO WS-ARC-TOPE(WK-POS)
            MOVE 0 TO WS-ARC-ULT-FECHA(WK-POS)
                      WS-ARC-ULT-REG(WK-POS)
                      WS-ARC-ULT-BYTES(WK-POS)
                      WS-ARC-BAS-FECHA(WK-POS)
                      WS-ARC-BAS-REG(WK-POS)
                      WS-ARC-BAS-BYTES(WK-POS)
                      WS-ARC-PRI-FECHA(WK-POS)
                      WS-ARC-PRI-REG(WK-POS)
                      WS-ARC-PRI-BYTES(WK-POS)
            MOVE 'N' TO WS-ARC-ULT-ESTIMADO(WK-POS).
      *
      * Por archivo: ultimo censo hasta el fin de semana, ultimo
      * censo hasta la fecha base (7 dias antes) y primer censo
      * dentro de la semana, por si el archivo es nuevo en ella.
       2500-CARGA-HISTORIA.
            OPEN INPUT HOST-HISTORIA
            IF FS-HISTORIA NOT = '00'
               DISPLAY "SIN HISTORIA DE CAPACIDAD QG1CAPHIS.DAT"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-HISTORIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CPH-FECHA NOT > WK-FECHA-HASTA
                           PERFORM 2600-ANOTA-CENSO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-HISTORIA
            END-IF.
      *
       2600-ANOTA-CENSO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ARCHIVOS OR WK-POS > 0
               IF WS-ARC-NOMBRE(WK-I) = CPH-ARCHIVO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               IF CPH-FECHA NOT < WS-ARC-ULT-FECHA(WK-POS)
                  MOVE CPH-FECHA     TO WS-ARC-ULT-FECHA(WK-POS)
                  MOVE CPH-REGISTROS TO WS-ARC-ULT-REG(WK-POS)
                  MOVE CPH-BYTES     TO WS-ARC-ULT-BYTES(WK-POS)
                  MOVE CPH-ESTIMADO  TO WS-ARC-ULT-ESTIMADO(WK-POS)
               END-IF
               IF CPH-FECHA NOT > WK-FECHA-BASE
                  IF CPH-FECHA NOT < WS-ARC-BAS-FECHA(WK-POS)
                     MOVE CPH-FECHA     TO WS-ARC-BAS-FECHA(WK-POS)
                     MOVE CPH-REGISTROS TO WS-ARC-BAS-REG(WK-POS)
                     MOVE CPH-BYTES     TO WS-ARC-BAS-BYTES(WK-POS)
                  END-IF
               ELSE
                  IF WS-ARC-PRI-FECHA(WK-POS) = 0
                     OR CPH-FECHA < WS-ARC-PRI-FECHA(WK-POS)
                     MOVE CPH-FECHA     TO WS-ARC-PRI-FECHA(WK-POS)
                     MOVE CPH-REGISTROS TO WS-ARC-PRI-REG(WK-POS)
                     MOVE CPH-BYTES     TO WS-ARC-PRI-BYTES(WK-POS)
                  END-IF
               END-IF
            END-IF.
      *
      * El archivo de duraciones viene en orden cronologico: el
      * ultimo registro de cada programa es su corrida mas reciente
      * y las anteriores alimentan el promedio (QG1CX201).
       2800-CARGA-DURACIONES.
            OPEN INPUT HOST-DURACIONES
            IF FS-DURACIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DURACIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM 2900-ANOTA-DURACION
                  END-READ
               END-PERFORM
               CLOSE HOST-DURACIONES
            ELSE
               DISPLAY "SIN DURACIONES QG1RUNDUR.DAT"
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PROGRAMAS
               MOVE 'N' TO WS-PRG-LENTO(WK-I)
               IF WS-PRG-CICLOS-ANT(WK-I) > 0
                  COMPUTE WK-PROMEDIO ROUNDED =
                     WS-PRG-SUMA-ANT(WK-I) / WS-PRG-CICLOS-ANT(WK-I)
                  IF WK-PROMEDIO > 0
                     COMPUTE WK-CRECIMIENTO ROUNDED =
                        (WS-PRG-ULT-SEG(WK-I) - WK-PROMEDIO)
                        * 100 / WK-PROMEDIO
                     IF WK-CRECIMIENTO > WS-UMBRAL-PCT
                        MOVE 'S' TO WS-PRG-LENTO(WK-I)
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
      *
       2900-ANOTA-DURACION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PROGRAMAS OR WK-POS > 0
               IF WS-PRG-NOMBRE(WK-I) = DUR-PROGRAMA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-PROGRAMAS = 200
                  DISPLAY "ABEND: TABLA DE PROGRAMAS LLENA (200)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-PROGRAMAS
               MOVE WS-TOT-PROGRAMAS TO WK-POS
               MOVE DUR-PROGRAMA TO WS-PRG-NOMBRE(WK-POS)
               MOVE 0 TO WS-PRG-SUMA-ANT(WK-POS)
                         WS-PRG-CICLOS-ANT(WK-POS)
            ELSE
               ADD WS-PRG-ULT-SEG(WK-POS) TO WS-PRG-SUMA-ANT(WK-POS)
               ADD 1 TO WS-PRG-CICLOS-ANT(WK-POS)
            END-IF
            MOVE DUR-SEGUNDOS TO WS-PRG-ULT-SEG(WK-POS).
      *
       3000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAPACIDAD DE ARCHIVOS - SEMANA AL " WK-FECHA-HASTA
                   "  ALERTA A " WS-DIAS-ALERTA " DIAS DEL TECHO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ARCHIVO            REGISTROS         BYTES "
                   " CREC.SEMANA  CREC.%      TECHO  DIAS.T PROGRAMA "
                   "MARCA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-ARCHIVOS
               PERFORM 3100-EMITE-ARCHIVO
            END-PERFORM.
      *
       3100-EMITE-ARCHIVO.
            IF WS-ARC-ULT-FECHA(WK-J) = 0
               ADD 1 TO WS-TOT-SIN-CENSO
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-ARC-NOMBRE(WK-J) " SIN CENSO HASTA LA FECHA"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               PERFORM 3200-CALCULA-CRECIMIENTO
               PERFORM 3300-ARMA-MARCA
               MOVE WS-ARC-ULT-REG(WK-J)   TO WK-REG-ED
               MOVE WS-ARC-ULT-BYTES(WK-J) TO WK-BYTES-ED
               MOVE WK-CRECE-REG           TO WK-CRECE-ED
               MOVE WK-CRECE-PCT           TO WK-PCT-ED
               MOVE WS-ARC-TOPE(WK-J)      TO WK-TOPE-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-ARC-NOMBRE(WK-J) " " WK-REG-ED " "
                      WK-BYTES-ED " " WK-CRECE-ED " " WK-PCT-ED " "
                      WK-TOPE-ED " " WK-DIAS-ED " "
                      WS-ARC-PROGRAMA(WK-J) " " WK-MARCA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * Crecimiento contra el censo base (o el primero de la semana)
      * y dias al techo al ritmo diario de ese intervalo.
       3200-CALCULA-CRECIMIENTO.
            IF WS-ARC-BAS-FECHA(WK-J) > 0
               MOVE WS-ARC-BAS-FECHA(WK-J) TO WK-ANT-FECHA
               MOVE WS-ARC-BAS-REG(WK-J)   TO WK-ANT-REG
               MOVE WS-ARC-BAS-BYTES(WK-J) TO WK-ANT-BYTES
            ELSE
               MOVE WS-ARC-PRI-FECHA(WK-J) TO WK-ANT-FECHA
               MOVE WS-ARC-PRI-REG(WK-J)   TO WK-ANT-REG
               MOVE WS-ARC-PRI-BYTES(WK-J) TO WK-ANT-BYTES
            END-IF
            COMPUTE WK-CRECE-REG =
               WS-ARC-ULT-REG(WK-J) - WK-ANT-REG
            MOVE 0 TO WK-CRECE-PCT
            IF WK-ANT-REG > 0
               COMPUTE WK-CRECE-PCT ROUNDED =
                  WK-CRECE-REG * 100 / WK-ANT-REG
                  ON SIZE ERROR MOVE 9999,9 TO WK-CRECE-PCT
               END-COMPUTE
            END-IF
            MOVE 0 TO WK-DIAS-RESULTADO
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-ANT-FECHA,
                                   WS-ARC-ULT-FECHA(WK-J),
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            MOVE 0 TO WK-CRECE-DIA
            IF WK-DIAS-RESULTADO > 0
               COMPUTE WK-CRECE-DIA ROUNDED =
                  WK-CRECE-REG / WK-DIAS-RESULTADO
            END-IF
            MOVE SPACES TO WK-DIAS-ED
            MOVE 0 TO WK-DIAS-TECHO
            EVALUATE TRUE
               WHEN WS-ARC-TOPE(WK-J) = 0
                  MOVE "S/TECHO" TO WK-DIAS-ED
               WHEN WS-ARC-ULT-REG(WK-J) NOT < WS-ARC-TOPE(WK-J)
                  MOVE "      0" TO WK-DIAS-ED
               WHEN WK-CRECE-DIA > 0
                  COMPUTE WK-DIAS-TECHO =
                     (WS-ARC-TOPE(WK-J) - WS-ARC-ULT-REG(WK-J))
                     / WK-CRECE-DIA
                     ON SIZE ERROR MOVE 9999999 TO WK-DIAS-TECHO
                  END-COMPUTE
                  MOVE WK-DIAS-TECHO TO WK-DIAS-NUM-ED
                  MOVE WK-DIAS-NUM-ED TO WK-DIAS-ED
               WHEN OTHER
                  MOVE "ESTABLE" TO WK-DIAS-ED
            END-EVALUATE.
      *
       3300-ARMA-MARCA.
            MOVE SPACES TO WK-MARCA
            EVALUATE TRUE
               WHEN WS-ARC-TOPE(WK-J) = 0
                  CONTINUE
               WHEN WS-ARC-ULT-REG(WK-J) NOT < WS-ARC-TOPE(WK-J)
                  MOVE "TECHO" TO WK-MARCA
                  ADD 1 TO WS-TOT-TECHO
               WHEN WK-CRECE-DIA > 0
                    AND WK-DIAS-TECHO < WS-DIAS-ALERTA
                  MOVE "**" TO WK-MARCA
                  ADD 1 TO WS-TOT-ALERTA
            END-EVALUATE
            IF WS-ARC-PROGRAMA(WK-J) NOT = SPACES
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-PROGRAMAS
                  IF WS-PRG-NOMBRE(WK-I) = WS-ARC-PROGRAMA(WK-J)
                     AND WS-PRG-LENTO(WK-I) = 'S'
                     MOVE "LENTO" TO WK-MARCA(7:5)
                     ADD 1 TO WS-TOT-LENTOS
                  END-IF
               END-PERFORM
            END-IF.
      *
       8000-TOTALES.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ARCHIVOS: " WS-TOT-ARCHIVOS
                   "  EN TECHO: " WS-TOT-TECHO
                   "  EN ALERTA: " WS-TOT-ALERTA
                   "  DE PASOS LENTOS: " WS-TOT-LENTOS
                   "  SIN CENSO: " WS-TOT-SIN-CENSO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "ARCHIVOS           : " WS-TOT-ARCHIVOS
            DISPLAY "EN TECHO           : " WS-TOT-TECHO
            DISPLAY "EN ALERTA          : " WS-TOT-ALERTA
            DISPLAY "DE PASOS LENTOS    : " WS-TOT-LENTOS
            DISPLAY "SIN CENSO          : " WS-TOT-SIN-CENSO

            IF WS-TOT-TECHO > 0 OR WS-TOT-ALERTA > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "SEMANA " WK-FECHA-HASTA " TECHO " WS-TOT-TECHO
                   " ALERTA " WS-TOT-ALERTA " LENTOS " WS-TOT-LENTOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX280.
