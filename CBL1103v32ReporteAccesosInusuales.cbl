      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte semanal de accesos de lectura inusuales.
      *  Recorre el log QG1ACCESO.LOG (COPY QG1ACC01, lo escribe la
      *  rutina QG1CX277) en la semana que termina en la fecha pedida
      *  (ENTER = hoy; los 7 dias hasta esa fecha inclusive, desde
      *  via CALL QG1CX073 'A') y resume por operador:
      *    - lecturas y canales distintos vistos,
      *    - lecturas fuera de alcance: el canal no cae en ninguno de
      *      los rangos del operador en QG1OPRNG.DAT (misma regla que
      *      QG1CX210: sin rangos no hay restriccion; la tabla se
      *      carga aqui para no llenar el run-log de avisos),
      *    - lecturas fuera de horario: antes de ACCESO-HORA-DESDE,
      *      desde ACCESO-HORA-HASTA en adelante (parametros HHMM via
      *      QG1CX112, por defecto 0800 y 1900) o en dia no habil
      *      (CALL QG1CX197 'H').
      *  Un operador sale marcado si vio mas de ACCESO-MAX-CANALES
      *  canales distintos (por defecto 50) o si tiene alguna lectura
      *  fuera de alcance o de horario; las lecturas de los marcados
      *  que causan la marca se listan al final. Salida QG1CX278.RPT;
      *  el resumen queda en el run-log via CALL QG1CX120, con
      *  severidad 'A' si hay operadores marcados.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX278.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ACCESOS ASSIGN TO "QG1ACCESO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.

           SELECT HOST-ALCANCES ASSIGN TO "QG1OPRNG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALCANCES.

           SELECT HOST-RPT ASSIGN TO "QG1CX278.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ACCESOS.
           COPY QG1ACC01.

       FD  HOST-ALCANCES.
       01  REG-ALCANCE.
           05 ORG-OPR-ID       PIC X(08).
           05 ORG-RANGO-DESDE  PIC 9(03).
           05 ORG-RANGO-HASTA  PIC 9(03).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ACCESOS           PIC X(02).
       01 FS-ALCANCES          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HASTA       PIC 9(08).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-TEXTO       PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-FECHA-AUX         PIC 9(08) VALUE 0.
       01 WK-DIAS              PIC S9(05) VALUE -6.
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-CAL-OPERACION     PIC X(01) VALUE 'H'.
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).
       01 WK-CAL-ULT-FECHA     PIC 9(08) VALUE 0.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-HORA-DESDE        PIC 9(04) VALUE 0800.
       01 WK-HORA-HASTA        PIC 9(04) VALUE 1900.
       01 WK-MAX-CANALES       PIC 9(05) VALUE 50.

      * rangos de alcance de QG1OPRNG.DAT
       01 WS-TOT-ALCANCES      PIC 9(03) VALUE 0.
       01 WS-TABLA-ALCANCES.
          05 WS-ALC-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-ALCANCES.
             10 WS-ALC-OPR     PIC X(08).
             10 WS-ALC-DESDE   PIC 9(03).
             10 WS-ALC-HASTA   PIC 9(03).

      * resumen por operador
       01 WS-TOT-OPERADORES    PIC 9(03) VALUE 0.
       01 WS-TABLA-OPERADORES.
          05 WS-OPE-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-OPERADORES.
             10 WS-OPE-ID      PIC X(08).
             10 WS-OPE-LECTURAS PIC 9(07).
             10 WS-OPE-CANALES PIC 9(05).
             10 WS-OPE-FUERA-ALCANCE
                               PIC 9(07).
             10 WS-OPE-FUERA-HORARIO
                               PIC 9(07).
             10 WS-OPE-MARCADO PIC X(01).

      * pares operador + canal ya vistos en la semana
       01 WS-TOT-VISTOS        PIC 9(05) VALUE 0.
       01 WS-TABLA-VISTOS.
          05 WS-VIS-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-VISTOS.
             10 WS-VIS-OPR     PIC X(08).
             10 WS-VIS-CANAL   PIC X(03).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-VISTO             PIC X(01).
       01 WK-TIENE-RANGOS      PIC X(01).
       01 WK-DENTRO            PIC X(01).
       01 WK-FUERA-HORARIO     PIC X(01).
       01 WS-COD-NUM           PIC 9(03).
       01 WK-CAUSA             PIC X(20).

       01 WS-TOT-LECTURAS      PIC 9(07) VALUE 0.
       01 WS-TOT-MARCADOS      PIC 9(03) VALUE 0.
       01 WS-TOT-DETALLE       PIC 9(07) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX278'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-CANT-ED           PIC ZZZZZZ9.
       01 WK-CANALES-ED        PIC ZZZZ9.
       01 WK-ALCANCE-ED        PIC ZZZZZZ9.
       01 WK-HORARIO-ED        PIC ZZZZZZ9.
       01 WK-MARCA             PIC X(08).
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-ALCANCES
            PERFORM 2000-RESUME-ACCESOS
            PERFORM 3000-EMITE-REPORTE
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE SEMANAL DE ACCESOS DE LECTURA INUSUALES"
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
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-HASTA, WK-FECHA-AUX,
                                   WK-DIAS, WK-FECHA-DESDE,
                                   WK-DIAS-RESULTADO

            MOVE 'ACCESO-HORA-DESDE' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-HORA-DESDE
            END-IF
            MOVE 'ACCESO-HORA-HASTA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-HORA-HASTA
            END-IF
            MOVE 'ACCESO-MAX-CANALES' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-MAX-CANALES
            END-IF
            DISPLAY "SEMANA DEL " WK-FECHA-DESDE " AL " WK-FECHA-HASTA
            DISPLAY "PARAMETROS EFECTIVOS - HORARIO " WK-HORA-DESDE
                    " A " WK-HORA-HASTA " MAXIMO CANALES "
                    WK-MAX-CANALES.
      *
       1500-CARGA-ALCANCES.
            OPEN INPUT HOST-ALCANCES
            IF FS-ALCANCES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ALCANCES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-ALCANCES < 200
                           ADD 1 TO WS-TOT-ALCANCES
                           MOVE ORG-OPR-ID
                             TO WS-ALC-OPR(WS-TOT-ALCANCES)
                           MOVE ORG-RANGO-DESDE
                             TO WS-ALC-DESDE(WS-TOT-ALCANCES)
                           MOVE ORG-RANGO-HASTA
                             TO WS-ALC-HASTA(WS-TOT-ALCANCES)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ALCANCES
            END-IF.
      *
       2000-RESUME-ACCESOS.
            OPEN INPUT HOST-ACCESOS
            IF FS-ACCESOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACCESOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF ACC-FECHA NOT < WK-FECHA-DESDE
                           AND ACC-FECHA NOT > WK-FECHA-HASTA
                           PERFORM 2100-ANOTA-ACCESO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ACCESOS
            ELSE
               DISPLAY "SIN LOG DE ACCESOS DE LECTURA"
            END-IF.
      *
       2100-ANOTA-ACCESO.
            ADD 1 TO WS-TOT-LECTURAS
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-OPERADORES OR WK-POS > 0
               IF WS-OPE-ID(WK-I) = ACC-OPERADOR
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-OPERADORES = 500
                  DISPLAY "ABEND: TABLA DE OPERADORES LLENA (500)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-OPERADORES
               MOVE WS-TOT-OPERADORES TO WK-POS
               MOVE ACC-OPERADOR TO WS-OPE-ID(WK-POS)
               MOVE 0 TO WS-OPE-LECTURAS(WK-POS)
                         WS-OPE-CANALES(WK-POS)
                         WS-OPE-FUERA-ALCANCE(WK-POS)
                         WS-OPE-FUERA-HORARIO(WK-POS)
               MOVE 'N' TO WS-OPE-MARCADO(WK-POS)
            END-IF
            ADD 1 TO WS-OPE-LECTURAS(WK-POS)

            MOVE 'N' TO WK-VISTO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-VISTOS OR WK-VISTO = 'S'
               IF WS-VIS-OPR(WK-I) = ACC-OPERADOR
                  AND WS-VIS-CANAL(WK-I) = ACC-COD-CANAL
                  MOVE 'S' TO WK-VISTO
               END-IF
            END-PERFORM
            IF WK-VISTO = 'N'
               IF WS-TOT-VISTOS = 20000
                  DISPLAY "ABEND: TABLA DE CANALES VISTOS LLENA "
                          "(20000)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-VISTOS
               MOVE ACC-OPERADOR  TO WS-VIS-OPR(WS-TOT-VISTOS)
               MOVE ACC-COD-CANAL TO WS-VIS-CANAL(WS-TOT-VISTOS)
               ADD 1 TO WS-OPE-CANALES(WK-POS)
            END-IF

            PERFORM 2200-EVALUA-ALCANCE
            IF WK-DENTRO = 'N'
               ADD 1 TO WS-OPE-FUERA-ALCANCE(WK-POS)
            END-IF
            PERFORM 2300-EVALUA-HORARIO
            IF WK-FUERA-HORARIO = 'S'
               ADD 1 TO WS-OPE-FUERA-HORARIO(WK-POS)
            END-IF.
      *
      * Misma regla que QG1CX210, sin el aviso al run-log
       2200-EVALUA-ALCANCE.
            MOVE 'N' TO WK-TIENE-RANGOS
            MOVE 'N' TO WK-DENTRO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ALCANCES
                       OR WK-DENTRO = 'S'
               IF WS-ALC-OPR(WK-I) = ACC-OPERADOR
                  MOVE 'S' TO WK-TIENE-RANGOS
                  IF ACC-COD-CANAL NUMERIC
                     MOVE ACC-COD-CANAL TO WS-COD-NUM
                     IF WS-COD-NUM >= WS-ALC-DESDE(WK-I)
                        AND WS-COD-NUM <= WS-ALC-HASTA(WK-I)
                        MOVE 'S' TO WK-DENTRO
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF WK-TIENE-RANGOS = 'N'
               MOVE 'S' TO WK-DENTRO
            END-IF.
      *
       2300-EVALUA-HORARIO.
            IF ACC-FECHA NOT = WK-CAL-ULT-FECHA
               CALL "QG1CX197" USING WK-CAL-OPERACION, ACC-FECHA,
                                      WK-CAL-FECHA-2,
                                      WK-CAL-FECHA-RES,
                                      WK-CAL-DIAS-RES,
                                      WK-CAL-ES-HABIL
               MOVE ACC-FECHA TO WK-CAL-ULT-FECHA
            END-IF
            MOVE 'N' TO WK-FUERA-HORARIO
            IF WK-CAL-ES-HABIL NOT = 'S'
               OR ACC-HORA < WK-HORA-DESDE
               OR ACC-HORA NOT < WK-HORA-HASTA
               MOVE 'S' TO WK-FUERA-HORARIO
            END-IF.
      *
       3000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ACCESOS DE LECTURA DEL " WK-FECHA-DESDE " AL "
                   WK-FECHA-HASTA "  HORARIO " WK-HORA-DESDE " A "
                   WK-HORA-HASTA "  MAXIMO CANALES " WK-MAX-CANALES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "RESUMEN POR OPERADOR" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPERADOR LECTURAS CANALES F.ALCANCE F.HORARIO "
                   "MARCA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-OPERADORES
               PERFORM 3100-EMITE-OPERADOR
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "LECTURAS INUSUALES DE OPERADORES MARCADOS"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "FECHA    HORA OPERADOR TERM PROGRAMA CANAL DATO "
                   "CAUSA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WS-TOT-MARCADOS > 0
               PERFORM 3500-EMITE-DETALLE
            END-IF.
      *
       3100-EMITE-OPERADOR.
            MOVE SPACES TO WK-MARCA
            IF WS-OPE-CANALES(WK-I) > WK-MAX-CANALES
               OR WS-OPE-FUERA-ALCANCE(WK-I) > 0
               OR WS-OPE-FUERA-HORARIO(WK-I) > 0
               MOVE 'S' TO WS-OPE-MARCADO(WK-I)
               MOVE "INUSUAL" TO WK-MARCA
               ADD 1 TO WS-TOT-MARCADOS
            END-IF
            MOVE WS-OPE-LECTURAS(WK-I)      TO WK-CANT-ED
            MOVE WS-OPE-CANALES(WK-I)       TO WK-CANALES-ED
            MOVE WS-OPE-FUERA-ALCANCE(WK-I) TO WK-ALCANCE-ED
            MOVE WS-OPE-FUERA-HORARIO(WK-I) TO WK-HORARIO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-OPE-ID(WK-I) "  " WK-CANT-ED "   "
                   WK-CANALES-ED "    " WK-ALCANCE-ED "   "
                   WK-HORARIO-ED " " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Segunda pasada del log: solo las lecturas de los operadores
      * marcados que quedaron fuera de alcance o de horario
       3500-EMITE-DETALLE.
            OPEN INPUT HOST-ACCESOS
            IF FS-ACCESOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACCESOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF ACC-FECHA NOT < WK-FECHA-DESDE
                           AND ACC-FECHA NOT > WK-FECHA-HASTA
                           PERFORM 3600-EMITE-LECTURA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ACCESOS
            END-IF.
      *
       3600-EMITE-LECTURA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-OPERADORES OR WK-POS > 0
               IF WS-OPE-ID(WK-I) = ACC-OPERADOR
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               IF WS-OPE-MARCADO(WK-POS) = 'S'
                  PERFORM 2200-EVALUA-ALCANCE
                  PERFORM 2300-EVALUA-HORARIO
                  MOVE SPACES TO WK-CAUSA
                  EVALUATE TRUE
                     WHEN WK-DENTRO = 'N' AND WK-FUERA-HORARIO = 'S'
                        MOVE "ALCANCE Y HORARIO" TO WK-CAUSA
                     WHEN WK-DENTRO = 'N'
                        MOVE "FUERA DE ALCANCE" TO WK-CAUSA
                     WHEN WK-FUERA-HORARIO = 'S'
                        MOVE "FUERA DE HORARIO" TO WK-CAUSA
                  END-EVALUATE
                  IF WK-CAUSA NOT = SPACES
                     ADD 1 TO WS-TOT-DETALLE
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING ACC-FECHA " " ACC-HORA " " ACC-OPERADOR
                            " " ACC-TERMINAL " " ACC-PROGRAMA " "
                            ACC-COD-CANAL "   " ACC-DATO "  " WK-CAUSA
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     WRITE REG-RPT FROM WS-LIN-DETALLE
                  END-IF
               END-IF
            END-IF.
      *
       8000-TOTALES.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LECTURAS: " WS-TOT-LECTURAS
                   "  OPERADORES: " WS-TOT-OPERADORES
                   "  MARCADOS: " WS-TOT-MARCADOS
                   "  LECTURAS INUSUALES: " WS-TOT-DETALLE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "LECTURAS           : " WS-TOT-LECTURAS
            DISPLAY "OPERADORES         : " WS-TOT-OPERADORES
            DISPLAY "MARCADOS           : " WS-TOT-MARCADOS
            DISPLAY "LECTURAS INUSUALES : " WS-TOT-DETALLE

            IF WS-TOT-MARCADOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "SEMANA AL " WK-FECHA-HASTA " LECTURAS "
                   WS-TOT-LECTURAS " MARCADOS " WS-TOT-MARCADOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX278.
