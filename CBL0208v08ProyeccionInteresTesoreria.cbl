      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Tesoreria fondea los pagos mensuales de interes de
      *  QG1CX155 y necesita conocer los montos por adelantado. Esta
      *  proyeccion, SIN tocar ningun archivo vivo, repite la
      *  aritmetica diaria del devengo QG1CX114 sobre los 12 meses
      *  calendario que empiezan con el mes en curso:
      *    - saldo: el principal vigente HOY de cada canal de
      *      QG1PRINC.DAT (CALL QG1CX217), constante todo el
      *      horizonte; un canal sin saldo vigente no se proyecta,
      *    - tasa: la TEN vigente CADA dia (CALL QG1CX075), de modo
      *      que las tasas ya cargadas con vigencia futura en
      *      QG1TASAS.DAT entran el dia que rigen,
      *    - base de calculo del canal (CALL QG1CX218) y, con el
      *      parametro DEVENGO-HABILES = S, solo los dias habiles del
      *      calendario (CALL QG1CX197 'H'), igual que el motor.
      *  Al fin de cada mes el interes del canal es el monto que
      *  cerraria QG1CX151; la retencion sigue la regla de QG1CX153
      *  (parametro RETENCION-TASA, exentos de QG1EXEN.DAT) y el neto
      *  es lo que pagaria QG1CX155. La fecha de pago estimada es el
      *  primer dia habil posterior al fin de mes (CALL QG1CX197 'S').
      *  Salida por mes y por entidad (CALL QG1CX194) en el reporte
      *  QG1CX266.RPT y en QG1CX266.CSV (separado por punto y coma,
      *  como QG1CX173.CSV; ENTIDAD "TOTAL" es el total del mes).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX266.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PRINCIPAL ASSIGN TO "QG1PRINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRI-LLAVE
           FILE STATUS IS FS-PRINCIPAL.

           SELECT HOST-EXENTOS ASSIGN TO "QG1EXEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXENTOS.

           SELECT HOST-RPT ASSIGN TO "QG1CX266.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CSV ASSIGN TO "QG1CX266.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PRINCIPAL.
           COPY QG1PRI01.

       FD  HOST-EXENTOS.
       01  REG-EXENTO.
           05 EXE-COD-CANAL    PIC X(03).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       FD  HOST-CSV.
       01  REG-CSV             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PRINCIPAL         PIC X(02).
       01 FS-EXENTOS           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-PER-ANIO          PIC 9(04).
       01 WK-PER-MES           PIC 9(02).
       01 WK-FECHA-DIA         PIC 9(08).
       01 WK-SIG-INICIO        PIC 9(08).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-TASA-RETENCION    PIC 9(02)V9(02) VALUE 0.
       01 WS-SOLO-HABILES      PIC X(01) VALUE 'N'.

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-UN-DIA            PIC S9(05) VALUE 1.
       01 WK-MENOS-UN-DIA      PIC S9(05) VALUE -1.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-CAL-OPERACION     PIC X(01).
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).

       01 WK-TEN               PIC 9(4)V9(02).
       01 WK-TEA               PIC 9(3)V9(03).
       01 WK-TASA-ENCONTRADA   PIC X(01).
       01 WK-PRI-ENCONTRADO    PIC X(01).
       01 WK-PRI-FIRMA.
          05 WK-PRI-FIRMA-REGISTROS PIC 9(07).
          05 WK-PRI-FIRMA-SUMA      PIC 9(15)V9(02).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WK-INTERES-DIA       PIC 9(09)V9(06).
       01 WK-INTERES-MES       PIC 9(13)V9(02).
       01 WK-RETENCION         PIC 9(13)V9(02).

      * horizonte: 12 meses calendario desde el mes en curso
       01 WS-TABLA-MESES.
          05 WS-MES-TBL        OCCURS 12 TIMES.
             10 WS-MES-PERIODO PIC 9(06).
             10 WS-MES-INICIO  PIC 9(08).
             10 WS-MES-FIN     PIC 9(08).
             10 WS-MES-PAGO    PIC 9(08).
             10 WS-MES-DIAS    PIC 9(02).
             10 WS-MES-INTERES PIC 9(13)V9(02).
             10 WS-MES-RETENCION
                               PIC 9(13)V9(02).

       01 WS-TOT-EXENTOS       PIC 9(03) VALUE 0.
       01 WS-TABLA-EXENTOS.
          05 WS-EXE-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-EXENTOS.
             10 WS-EXE-CODIGO  PIC X(03).

      * canales con saldo vigente hoy
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-SALDO   PIC 9(11)V9(02).
             10 WS-CAN-ENT-IDX PIC 9(02).
             10 WS-CAN-EXENTO  PIC X(01).
             10 WS-CAN-ACUMULA PIC 9(13)V9(06).

       01 WS-TOT-ENTIDADES     PIC 9(02) VALUE 0.
       01 WS-TABLA-ENTIDADES.
          05 WS-ENT-TBL        OCCURS 20 TIMES.
             10 WS-ENT-CODIGO  PIC X(02).
             10 WS-ENT-NOMBRE  PIC X(20).
             10 WS-ENT-MES     OCCURS 12 TIMES.
                15 WS-ENT-INTERES
                               PIC 9(13)V9(02).
                15 WS-ENT-RETENCION
                               PIC 9(13)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-M                 PIC 9(02).
       01 WK-E                 PIC 9(02).
       01 WK-CODIGO-ANT        PIC X(03).
       01 WK-ENT-CANAL         PIC X(02).
       01 WK-ENT-NOMBRE        PIC X(20).
       01 WK-ENT-ENCONTRADA    PIC X(01).

       01 WS-TOT-SIN-SALDO     PIC 9(04) VALUE 0.
       01 WS-SUMA-INTERES      PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-RETENCION    PIC 9(13)V9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX266'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-INTERES-ED        PIC ZZZZZZZZZZZZ9,99.
       01 WK-RETENCION-ED      PIC ZZZZZZZZZZZZ9,99.
       01 WK-NETO-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WK-NETO              PIC 9(13)V9(02).
       01 WK-CSV-ENTIDAD       PIC X(05).
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-ARMA-HORIZONTE
            PERFORM 2000-CARGA-EXENTOS
            PERFORM 3000-CARGA-CANALES
            PERFORM 4000-PROYECTA
            PERFORM 7000-EMITE-REPORTE
            PERFORM 7500-EMITE-CSV
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "PROYECCION DE INTERES Y PAGOS PARA TESORERIA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            MOVE 'RETENCION-TASA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WK-TASA-RETENCION
            ELSE
               DISPLAY "AVISO: SIN PARAMETRO RETENCION-TASA, SE "
                       "PROYECTA SIN RETENCION"
            END-IF
            DISPLAY "TASA DE RETENCION : " WK-TASA-RETENCION " PCT"

            MOVE 'DEVENGO-HABILES' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               AND WK-PARAM-VALOR(1:1) = 'S'
               MOVE 'S' TO WS-SOLO-HABILES
               DISPLAY "CONVENCION: SOLO DIAS HABILES DEVENGAN"
            END-IF.
      *
      * inicio, fin y fecha estimada de pago de cada mes
       1500-ARMA-HORIZONTE.
            MOVE WK-FECHA-HOY(1:4) TO WK-PER-ANIO
            MOVE WK-FECHA-HOY(5:2) TO WK-PER-MES
            PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               COMPUTE WS-MES-PERIODO(WK-M) =
                       WK-PER-ANIO * 100 + WK-PER-MES
               COMPUTE WS-MES-INICIO(WK-M) =
                       WS-MES-PERIODO(WK-M) * 100 + 1
               IF WK-PER-MES = 12
                  ADD 1 TO WK-PER-ANIO
                  MOVE 1 TO WK-PER-MES
               ELSE
                  ADD 1 TO WK-PER-MES
               END-IF
               COMPUTE WK-SIG-INICIO =
                       WK-PER-ANIO * 10000 + WK-PER-MES * 100 + 1
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-SIG-INICIO, WK-FECHA-HOY,
                                      WK-MENOS-UN-DIA,
                                      WS-MES-FIN(WK-M),
                                      WK-DIAS-RESULTADO
               MOVE 'S' TO WK-CAL-OPERACION
               CALL "QG1CX197" USING WK-CAL-OPERACION,
                                      WS-MES-FIN(WK-M),
                                      WK-CAL-FECHA-2,
                                      WS-MES-PAGO(WK-M),
                                      WK-CAL-DIAS-RES,
                                      WK-CAL-ES-HABIL
               MOVE 0 TO WS-MES-DIAS(WK-M), WS-MES-INTERES(WK-M),
                         WS-MES-RETENCION(WK-M)
            END-PERFORM
            DISPLAY "HORIZONTE " WS-MES-INICIO(1) " A "
                    WS-MES-FIN(12).
      *
       2000-CARGA-EXENTOS.
            OPEN INPUT HOST-EXENTOS
            IF FS-EXENTOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-EXENTOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-EXENTOS = 200
                           DISPLAY "ABEND: TABLA DE EXENTOS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-EXENTOS
                        MOVE EXE-COD-CANAL
                          TO WS-EXE-CODIGO(WS-TOT-EXENTOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-EXENTOS
            ELSE
               DISPLAY "SIN ARCHIVO DE EXENTOS (QG1EXEN.DAT), "
                       "NINGUN CANAL EXENTO"
            END-IF.
      *
      * Primero los codigos distintos del archivo de saldos; el saldo
      * vigente hoy lo responde QG1CX217 con el archivo ya cerrado.
       3000-CARGA-CANALES.
            OPEN INPUT HOST-PRINCIPAL
            IF FS-PRINCIPAL NOT = '00'
               DISPLAY "ABEND: SIN SALDOS QG1PRINC.DAT - FILE STATUS "
                       FS-PRINCIPAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WK-CODIGO-ANT
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PRINCIPAL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF PRI-COD-CANAL NOT = WK-CODIGO-ANT
                        IF WS-TOT-CANALES = 500
                           DISPLAY "ABEND: TABLA DE CANALES LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-CANALES
                        MOVE PRI-COD-CANAL
                          TO WS-CAN-CODIGO(WS-TOT-CANALES)
                        MOVE PRI-COD-CANAL TO WK-CODIGO-ANT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-PRINCIPAL

            MOVE 1 TO WK-I
            PERFORM UNTIL WK-I > WS-TOT-CANALES
               CALL "QG1CX217" USING WS-CAN-CODIGO(WK-I),
                                      WK-FECHA-HOY,
                                      WS-CAN-SALDO(WK-I),
                                      WK-PRI-ENCONTRADO,
                                      WK-PRI-FIRMA
               IF WK-PRI-ENCONTRADO = 'S'
                  PERFORM 3100-PREPARA-CANAL
                  ADD 1 TO WK-I
               ELSE
      * sin saldo vigente hoy: se saca de la tabla con el ultimo
                  ADD 1 TO WS-TOT-SIN-SALDO
                  MOVE WS-CAN-TBL(WS-TOT-CANALES) TO WS-CAN-TBL(WK-I)
                  SUBTRACT 1 FROM WS-TOT-CANALES
               END-IF
            END-PERFORM
            DISPLAY "CANALES PROYECTADOS : " WS-TOT-CANALES
                    "  SIN SALDO VIGENTE : " WS-TOT-SIN-SALDO.
      *
       3100-PREPARA-CANAL.
            MOVE 0   TO WS-CAN-ACUMULA(WK-I)
            MOVE 'N' TO WS-CAN-EXENTO(WK-I)
            PERFORM VARYING WK-E FROM 1 BY 1
                    UNTIL WK-E > WS-TOT-EXENTOS
               IF WS-EXE-CODIGO(WK-E) = WS-CAN-CODIGO(WK-I)
                  MOVE 'S' TO WS-CAN-EXENTO(WK-I)
               END-IF
            END-PERFORM

            CALL "QG1CX194" USING WS-CAN-CODIGO(WK-I), WK-ENT-CANAL,
                                   WK-ENT-NOMBRE, WK-ENT-ENCONTRADA
            IF WK-ENT-ENCONTRADA NOT = 'S'
               MOVE '??'            TO WK-ENT-CANAL
               MOVE "SIN ENTIDAD"   TO WK-ENT-NOMBRE
            END-IF
            MOVE 0 TO WS-CAN-ENT-IDX(WK-I)
            PERFORM VARYING WK-E FROM 1 BY 1
                    UNTIL WK-E > WS-TOT-ENTIDADES
                       OR WS-CAN-ENT-IDX(WK-I) > 0
               IF WS-ENT-CODIGO(WK-E) = WK-ENT-CANAL
                  MOVE WK-E TO WS-CAN-ENT-IDX(WK-I)
               END-IF
            END-PERFORM
            IF WS-CAN-ENT-IDX(WK-I) = 0
               IF WS-TOT-ENTIDADES = 20
                  DISPLAY "ABEND: TABLA DE ENTIDADES LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-ENTIDADES
               MOVE WK-ENT-CANAL  TO WS-ENT-CODIGO(WS-TOT-ENTIDADES)
               MOVE WK-ENT-NOMBRE TO WS-ENT-NOMBRE(WS-TOT-ENTIDADES)
               PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
                  MOVE 0 TO WS-ENT-INTERES(WS-TOT-ENTIDADES, WK-M),
                            WS-ENT-RETENCION(WS-TOT-ENTIDADES, WK-M)
               END-PERFORM
               MOVE WS-TOT-ENTIDADES TO WS-CAN-ENT-IDX(WK-I)
            END-IF.
      *
       4000-PROYECTA.
            PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               PERFORM 4100-PROYECTA-UN-MES
               PERFORM 4300-CIERRA-MES
            END-PERFORM.
      *
       4100-PROYECTA-UN-MES.
            MOVE WS-MES-INICIO(WK-M) TO WK-FECHA-DIA
            PERFORM UNTIL WK-FECHA-DIA > WS-MES-FIN(WK-M)
               MOVE 'S' TO WK-CAL-ES-HABIL
               IF WS-SOLO-HABILES = 'S'
                  MOVE 'H' TO WK-CAL-OPERACION
                  CALL "QG1CX197" USING WK-CAL-OPERACION,
                                         WK-FECHA-DIA,
                                         WK-CAL-FECHA-2,
                                         WK-CAL-FECHA-RES,
                                         WK-CAL-DIAS-RES,
                                         WK-CAL-ES-HABIL
               END-IF
               IF WK-CAL-ES-HABIL = 'S'
                  ADD 1 TO WS-MES-DIAS(WK-M)
                  PERFORM VARYING WK-I FROM 1 BY 1
                          UNTIL WK-I > WS-TOT-CANALES
                     PERFORM 4200-DEVENGA-CANAL
                  END-PERFORM
               END-IF
               MOVE WK-FECHA-DIA TO WK-FECHA-AUX, WK-FECHA-AUX2
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FECHA-AUX, WK-FECHA-AUX2,
                                      WK-UN-DIA, WK-FECHA-DIA,
                                      WK-DIAS-RESULTADO
            END-PERFORM.
      *
       4200-DEVENGA-CANAL.
            CALL "QG1CX075" USING WS-CAN-CODIGO(WK-I), WK-FECHA-DIA,
                                   WK-TEN, WK-TEA, WK-TASA-ENCONTRADA
            IF WK-TASA-ENCONTRADA = 'S'
               CALL "QG1CX218" USING WS-CAN-CODIGO(WK-I),
                                      WK-FECHA-DIA,
                                      WK-BASE, WK-BASE-DIAS,
                                      WK-BASE-DIVISOR
               COMPUTE WK-INTERES-DIA ROUNDED =
                  WS-CAN-SALDO(WK-I) * WK-TEN / 100 / WK-BASE-DIVISOR
                  * WK-BASE-DIAS
               ADD WK-INTERES-DIA TO WS-CAN-ACUMULA(WK-I)
            END-IF.
      *
      * fin de mes: lo que cerraria QG1CX151, retenido como QG1CX153
       4300-CIERRA-MES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               COMPUTE WK-INTERES-MES ROUNDED = WS-CAN-ACUMULA(WK-I)
               IF WS-CAN-EXENTO(WK-I) = 'S'
                  MOVE 0 TO WK-RETENCION
               ELSE
                  COMPUTE WK-RETENCION ROUNDED =
                     WK-INTERES-MES * WK-TASA-RETENCION / 100
               END-IF
               MOVE WS-CAN-ENT-IDX(WK-I) TO WK-E
               ADD WK-INTERES-MES TO WS-MES-INTERES(WK-M),
                                     WS-ENT-INTERES(WK-E, WK-M)
               ADD WK-RETENCION   TO WS-MES-RETENCION(WK-M),
                                     WS-ENT-RETENCION(WK-E, WK-M)
               MOVE 0 TO WS-CAN-ACUMULA(WK-I)
            END-PERFORM
            ADD WS-MES-INTERES(WK-M)   TO WS-SUMA-INTERES
            ADD WS-MES-RETENCION(WK-M) TO WS-SUMA-RETENCION
            DISPLAY "MES " WS-MES-PERIODO(WK-M) " PROYECTADO, "
                    WS-MES-DIAS(WK-M) " DIAS DE DEVENGO".
      *
       7000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PROYECCION DE INTERES Y PAGOS - DEL "
                   WS-MES-INICIO(1) " AL " WS-MES-FIN(12)
                   " - SALDOS VIGENTES AL " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES PROYECTADOS " WS-TOT-CANALES
                   "  SIN SALDO VIGENTE " WS-TOT-SIN-SALDO
                   "  RETENCION " WK-TASA-RETENCION " PCT"
                   "  SOLO HABILES " WS-SOLO-HABILES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "TOTAL POR MES" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PERIODO FECHA-PAGO DIAS         INTERES"
                   "        RETENCION             NETO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               MOVE WS-MES-INTERES(WK-M)   TO WK-INTERES-MES
               MOVE WS-MES-RETENCION(WK-M) TO WK-RETENCION
               PERFORM 7100-EDITA-MONTOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-MES-PERIODO(WK-M) "  " WS-MES-PAGO(WK-M)
                      "    " WS-MES-DIAS(WK-M)
                      " " WK-INTERES-ED " " WK-RETENCION-ED
                      " " WK-NETO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            MOVE WS-SUMA-INTERES   TO WK-INTERES-MES
            MOVE WS-SUMA-RETENCION TO WK-RETENCION
            PERFORM 7100-EDITA-MONTOS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL 12 MESES         " WK-INTERES-ED
                   " " WK-RETENCION-ED " " WK-NETO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-E FROM 1 BY 1
                    UNTIL WK-E > WS-TOT-ENTIDADES
               PERFORM 7200-EMITE-UNA-ENTIDAD
            END-PERFORM
            CLOSE HOST-RPT.
      *
       7100-EDITA-MONTOS.
            COMPUTE WK-NETO = WK-INTERES-MES - WK-RETENCION
            MOVE WK-INTERES-MES TO WK-INTERES-ED
            MOVE WK-RETENCION   TO WK-RETENCION-ED
            MOVE WK-NETO        TO WK-NETO-ED.
      *
       7200-EMITE-UNA-ENTIDAD.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ENTIDAD " WS-ENT-CODIGO(WK-E) " "
                   WS-ENT-NOMBRE(WK-E)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               MOVE WS-ENT-INTERES(WK-E, WK-M)   TO WK-INTERES-MES
               MOVE WS-ENT-RETENCION(WK-E, WK-M) TO WK-RETENCION
               PERFORM 7100-EDITA-MONTOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-MES-PERIODO(WK-M) "  " WS-MES-PAGO(WK-M)
                      "    " WS-MES-DIAS(WK-M)
                      " " WK-INTERES-ED " " WK-RETENCION-ED
                      " " WK-NETO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM.
      *
       7500-EMITE-CSV.
            OPEN OUTPUT HOST-CSV
            MOVE "PERIODO;ENTIDAD;FECHA-PAGO;INTERES;RETENCION;NETO"
              TO REG-CSV
            WRITE REG-CSV
            PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               MOVE "TOTAL" TO WK-CSV-ENTIDAD
               MOVE WS-MES-INTERES(WK-M)   TO WK-INTERES-MES
               MOVE WS-MES-RETENCION(WK-M) TO WK-RETENCION
               PERFORM 7600-ESCRIBE-CSV
               PERFORM VARYING WK-E FROM 1 BY 1
                       UNTIL WK-E > WS-TOT-ENTIDADES
                  MOVE WS-ENT-CODIGO(WK-E) TO WK-CSV-ENTIDAD
                  MOVE WS-ENT-INTERES(WK-E, WK-M)   TO WK-INTERES-MES
                  MOVE WS-ENT-RETENCION(WK-E, WK-M) TO WK-RETENCION
                  PERFORM 7600-ESCRIBE-CSV
               END-PERFORM
            END-PERFORM
            CLOSE HOST-CSV.
      *
       7600-ESCRIBE-CSV.
            PERFORM 7100-EDITA-MONTOS
            MOVE SPACES TO REG-CSV
            STRING WS-MES-PERIODO(WK-M)         DELIMITED SIZE
                   ";"                          DELIMITED SIZE
                   FUNCTION TRIM(WK-CSV-ENTIDAD) DELIMITED SIZE
                   ";"                          DELIMITED SIZE
                   WS-MES-PAGO(WK-M)            DELIMITED SIZE
                   ";"                          DELIMITED SIZE
                   FUNCTION TRIM(WK-INTERES-ED)   DELIMITED SIZE
                   ";"                          DELIMITED SIZE
                   FUNCTION TRIM(WK-RETENCION-ED) DELIMITED SIZE
                   ";"                          DELIMITED SIZE
                   FUNCTION TRIM(WK-NETO-ED)      DELIMITED SIZE
               INTO REG-CSV
            WRITE REG-CSV.
      *
       8000-TOTALES.
            DISPLAY "INTERES PROYECTADO 12 MESES : " WS-SUMA-INTERES
            DISPLAY "RETENCION PROYECTADA        : " WS-SUMA-RETENCION
            DISPLAY "REPORTE EN QG1CX266.RPT, DETALLE EN QG1CX266.CSV"

            MOVE WS-SUMA-INTERES TO WK-INTERES-ED
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "PROYECCION DESDE " WS-MES-PERIODO(1)
                   " CANALES " WS-TOT-CANALES
                   " INTERES " WK-INTERES-ED
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX266.
