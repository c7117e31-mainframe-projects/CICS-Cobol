      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina unica de la comision mensual de un canal.
      *  La facturacion QG1CX148 y la liquidacion de baja QG1CX288
      *  llevaban cada una su copia de la cuota por tipo, el minimo,
      *  la concesion y el IGV; ahora las dos llaman aqui para que el
      *  mes de la baja se facture con la misma regla que los demas.
      *  Recibe la accion, el periodo, el dia de corte y el registro
      *  de actividad del canal en el periodo (COPY QG1MEN01), y
      *  regresa el calculo en el area COPY QG1CMC01:
      *    'T' solo la tasa de IGV vigente al periodo y cuantos
      *        canales estan exonerados (para el encabezado),
      *    'C' la comision del canal:
      *      - cuota general vigente de QG1CUOTA.DAT (COPY QG1CUO01,
      *        CUO-TIPO-OPER en blanco, la CUO-FECHA-DESDE mas
      *        reciente no posterior al fin del periodo); sin ella
      *        CMC-CUOTA-ENCONTRADA = 'N' y no se calcula nada mas,
      *      - cada tipo de MEN-TIPO-TBL a su comision vigente o, si
      *        no tiene, a la general; el volumen sin desglose a la
      *        general,
      *      - el minimo mensual de la cuota; con dia de corte mayor
      *        que cero (mes de la baja) el minimo se prorratea a
      *        esos dias sobre los del mes (QG1CX073 'B'),
      *      - la concesion aprobada de QG1CONCES.DAT (COPY QG1CNC01)
      *        de mayor secuencia que cubre el periodo: 'E' exonera,
      *        'D' descuenta el porcentaje, 'M' compara la actividad
      *        contra el minimo rebajado (prorrateado igual); nunca
      *        sube la comision,
      *      - el IGV con la tasa vigente de QG1IGVTAS.DAT (COPY
      *        QG1IGV01, mismo corte) salvo los canales exonerados
      *        de QG1EXIGV.DAT (COPY QG1EXI01). Sin tasa vigente
      *        CMC-IGV-ENCONTRADA = 'N' y el llamador decide.
      *  Las cuotas se cargan en tabla en la primera invocacion; la
      *  tasa, los exonerados y las concesiones cada vez que cambia
      *  el periodo. No anota nada al libro: eso queda en el que
      *  llama.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX308.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CUOTAS ASSIGN TO "QG1CUOTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

           SELECT HOST-TASAS-IGV ASSIGN TO "QG1IGVTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS-IGV.

           SELECT HOST-EXONERADOS ASSIGN TO "QG1EXIGV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXONERADOS.

           SELECT HOST-CONCESIONES ASSIGN TO "QG1CONCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCESIONES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CUOTAS.
           COPY QG1CUO01.

       FD  HOST-TASAS-IGV.
           COPY QG1IGV01.

       FD  HOST-EXONERADOS.
           COPY QG1EXI01.

       FD  HOST-CONCESIONES.
           COPY QG1CNC01.

       WORKING-STORAGE SECTION.
       01 FS-CUOTAS            PIC X(02).
       01 FS-TASAS-IGV         PIC X(02).
       01 FS-EXONERADOS        PIC X(02).
       01 FS-CONCESIONES       PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-CUOTAS-CARGADAS   PIC X(01) VALUE 'N'.
       01 WS-PERIODO-CARGADO   PIC 9(06) VALUE 0.

       01 WS-TOT-CUOTAS        PIC 9(04) VALUE 0.
       01 WS-TABLA-CUOTAS.
          05 WS-CUO-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CUOTAS.
             10 WS-CUO-CODIGO  PIC X(03).
             10 WS-CUO-DESDE   PIC 9(08).
             10 WS-CUO-FEE     PIC 9(05)V9(02).
             10 WS-CUO-MINIMO  PIC 9(09)V9(02).
             10 WS-CUO-TIPO    PIC X(02).

      * tasa de IGV y exonerados del periodo cargado
       01 WS-IGV-ENCONTRADA    PIC X(01) VALUE 'N'.
       01 WS-TASA-IGV          PIC 9(02)V9(02) VALUE 0.
       01 WS-IGV-DESDE         PIC 9(08) VALUE 0.
       01 WS-TOT-EXONERADOS    PIC 9(03) VALUE 0.
       01 WS-TABLA-EXONERADOS.
          05 WS-EXI-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-EXONERADOS.
             10 WS-EXI-CODIGO  PIC X(03).

      * concesiones aprobadas vigentes al periodo cargado
       01 WS-TOT-CONCESIONES   PIC 9(04) VALUE 0.
       01 WS-TABLA-CONCESIONES.
          05 WS-CNC-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CONCESIONES.
             10 WS-CNC-CODIGO  PIC X(03).
             10 WS-CNC-SECUENCIA PIC 9(05).
             10 WS-CNC-TIPO    PIC X(01).
             10 WS-CNC-PORCENTAJE PIC 9(03)V9(02).
             10 WS-CNC-MINIMO  PIC 9(09)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-K                 PIC 9(02).
       01 WK-POS-CNC           PIC 9(04).
       01 WK-CORTE-PERIODO     PIC 9(08).
       01 WK-MEJOR-DESDE       PIC 9(08).
       01 WK-DESDE-TIPO        PIC 9(08).
       01 WK-FEE-TIPO          PIC 9(05)V9(02).
       01 WK-MONTO-TIPO        PIC 9(11)V9(02).
       01 WK-VOL-TIPIFICADO    PIC 9(07).
       01 WK-MINIMO-CUOTA      PIC 9(09)V9(02).
       01 WK-MINIMO-REBAJADO   PIC 9(09)V9(02).

      * dias del mes para el prorrateo (QG1CX073 'B' entre el primero
      * del mes y el primero del siguiente)
       01 WK-OPERACION-DIAS    PIC X(01) VALUE 'B'.
       01 WK-PRIMERO-MES       PIC 9(08).
       01 WK-PRIMERO-SIGUIENTE PIC 9(08).
       01 WK-CERO-DIAS         PIC S9(05) VALUE 0.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-DIAS-MES          PIC S9(07).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-PERIODO           PIC 9(06).
       01 LS-DIA-CORTE         PIC 9(02).
           COPY QG1MEN01.
           COPY QG1CMC01.

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-PERIODO,
                                LS-DIA-CORTE,
                                REG-ACTIVIDAD-MES,
                                REG-COMISION-CALCULADA.
      *************************
       0000-MAIN.
            IF WS-CUOTAS-CARGADAS = 'N'
               PERFORM 1000-CARGA-CUOTAS
            END-IF
            COMPUTE WK-CORTE-PERIODO = LS-PERIODO * 100 + 99
            IF LS-PERIODO NOT = WS-PERIODO-CARGADO
               PERFORM 1100-CARGA-IGV
               PERFORM 1200-CARGA-EXONERADOS
               PERFORM 1300-CARGA-CONCESIONES
               MOVE LS-PERIODO TO WS-PERIODO-CARGADO
            END-IF
            INITIALIZE REG-COMISION-CALCULADA
            MOVE WS-IGV-ENCONTRADA TO CMC-IGV-ENCONTRADA
            MOVE WS-TASA-IGV       TO CMC-TASA-IGV
            MOVE WS-IGV-DESDE      TO CMC-IGV-DESDE
            MOVE WS-TOT-EXONERADOS TO CMC-TOT-EXONERADOS
            MOVE 'N' TO CMC-MINIMO-APLICADO, CMC-EXONERADO,
                        CMC-HAY-TIPOS
            IF LS-ACCION = 'C'
               PERFORM 2000-BUSCA-CUOTA-VIGENTE
               IF CMC-CUOTA-ENCONTRADA = 'S'
                  PERFORM 3000-CALCULA-POR-TIPO
                  PERFORM 4000-APLICA-MINIMO
                  PERFORM 5000-APLICA-CONCESION
                  PERFORM 6000-CALCULA-IGV
               END-IF
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-CARGA-CUOTAS.
            OPEN INPUT HOST-CUOTAS
            IF FS-CUOTAS NOT = '00'
               DISPLAY "ABEND: SIN HISTORIA DE CUOTAS QG1CUOTA.DAT - "
                       "FILE STATUS " FS-CUOTAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CUOTAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-CUOTAS = 500
                        DISPLAY "ABEND: TABLA DE CUOTAS LLENA "
                                "(500 ENTRADAS)"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-CUOTAS
                     MOVE CUO-CODIGO
                       TO WS-CUO-CODIGO(WS-TOT-CUOTAS)
                     MOVE CUO-FECHA-DESDE
                       TO WS-CUO-DESDE(WS-TOT-CUOTAS)
                     MOVE CUO-FEE-TRX
                       TO WS-CUO-FEE(WS-TOT-CUOTAS)
                     MOVE CUO-MINIMO-MES
                       TO WS-CUO-MINIMO(WS-TOT-CUOTAS)
                     MOVE CUO-TIPO-OPER
                       TO WS-CUO-TIPO(WS-TOT-CUOTAS)
               END-READ
            END-PERFORM
            CLOSE HOST-CUOTAS
            MOVE 'S' TO WS-CUOTAS-CARGADAS.
      *
      * la IGV-FECHA-DESDE mas reciente no posterior al corte
       1100-CARGA-IGV.
            MOVE 'N' TO WS-IGV-ENCONTRADA
            MOVE 0   TO WS-IGV-DESDE, WS-TASA-IGV
            OPEN INPUT HOST-TASAS-IGV
            IF FS-TASAS-IGV = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TASAS-IGV
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF IGV-FECHA-DESDE NOT > WK-CORTE-PERIODO
                           AND IGV-FECHA-DESDE NOT < WS-IGV-DESDE
                           MOVE IGV-FECHA-DESDE TO WS-IGV-DESDE
                           MOVE IGV-TASA        TO WS-TASA-IGV
                           MOVE 'S' TO WS-IGV-ENCONTRADA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TASAS-IGV
            END-IF.
      *
       1200-CARGA-EXONERADOS.
            MOVE 0 TO WS-TOT-EXONERADOS
            OPEN INPUT HOST-EXONERADOS
            IF FS-EXONERADOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-EXONERADOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-EXONERADOS = 500
                           DISPLAY "ABEND: TABLA DE EXONERADOS LLENA "
                                   "(500 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-EXONERADOS
                        MOVE EXI-COD-CANAL
                          TO WS-EXI-CODIGO(WS-TOT-EXONERADOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-EXONERADOS
            END-IF.
      *
       1300-CARGA-CONCESIONES.
            MOVE 0 TO WS-TOT-CONCESIONES
            OPEN INPUT HOST-CONCESIONES
            IF FS-CONCESIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CONCESIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CNC-APROBADA
                           AND CNC-DESDE NOT > LS-PERIODO
                           AND CNC-HASTA NOT < LS-PERIODO
                           PERFORM 1350-AGREGA-CONCESION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CONCESIONES
            END-IF.
      *
       1350-AGREGA-CONCESION.
            IF WS-TOT-CONCESIONES = 2000
               DISPLAY "ABEND: TABLA DE CONCESIONES LLENA "
                       "(2000 ENTRADAS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-CONCESIONES
            MOVE CNC-COD-CANAL  TO WS-CNC-CODIGO(WS-TOT-CONCESIONES)
            MOVE CNC-SECUENCIA
              TO WS-CNC-SECUENCIA(WS-TOT-CONCESIONES)
            MOVE CNC-TIPO       TO WS-CNC-TIPO(WS-TOT-CONCESIONES)
            MOVE CNC-PORCENTAJE
              TO WS-CNC-PORCENTAJE(WS-TOT-CONCESIONES)
            MOVE CNC-MINIMO-MES TO WS-CNC-MINIMO(WS-TOT-CONCESIONES).
      *
       2000-BUSCA-CUOTA-VIGENTE.
            MOVE 'N' TO CMC-CUOTA-ENCONTRADA
            MOVE 0   TO WK-MEJOR-DESDE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CUOTAS
               IF WS-CUO-CODIGO(WK-I) = MEN-COD-CANAL
                  AND WS-CUO-TIPO(WK-I) = SPACES
                  AND WS-CUO-DESDE(WK-I) NOT > WK-CORTE-PERIODO
                  AND WS-CUO-DESDE(WK-I) NOT < WK-MEJOR-DESDE
                  MOVE WS-CUO-DESDE(WK-I)  TO WK-MEJOR-DESDE
                  MOVE WS-CUO-FEE(WK-I)    TO CMC-FEE-TRX
                  MOVE WS-CUO-MINIMO(WK-I) TO WK-MINIMO-CUOTA
                  MOVE 'S' TO CMC-CUOTA-ENCONTRADA
               END-IF
            END-PERFORM.
      *
      * Cada tipo del desglose a su comision; lo que no esta desglosado
      * (meses anteriores al desglose) va a la comision general.
       3000-CALCULA-POR-TIPO.
            MOVE 0 TO CMC-MONTO-ACTIVIDAD, WK-VOL-TIPIFICADO
            IF MEN-TOT-TIPOS NUMERIC
               MOVE MEN-TOT-TIPOS TO CMC-TOT-TIPOS
            ELSE
               MOVE 0 TO CMC-TOT-TIPOS
            END-IF
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > CMC-TOT-TIPOS
               MOVE CMC-FEE-TRX TO WK-FEE-TIPO
               IF MEN-TIPO-OPER(WK-K) NOT = SPACES
                  MOVE 'S' TO CMC-HAY-TIPOS
                  PERFORM 3100-BUSCA-CUOTA-TIPO
               END-IF
               COMPUTE WK-MONTO-TIPO ROUNDED =
                  MEN-TIPO-VOLUMEN(WK-K) * WK-FEE-TIPO
               MOVE WK-FEE-TIPO   TO CMC-DSG-FEE(WK-K)
               MOVE WK-MONTO-TIPO TO CMC-DSG-MONTO(WK-K)
               ADD WK-MONTO-TIPO TO CMC-MONTO-ACTIVIDAD
               ADD MEN-TIPO-VOLUMEN(WK-K) TO WK-VOL-TIPIFICADO
            END-PERFORM
            MOVE 0 TO CMC-VOL-RESTO
            IF MEN-VOLUMEN > WK-VOL-TIPIFICADO
               COMPUTE CMC-VOL-RESTO = MEN-VOLUMEN - WK-VOL-TIPIFICADO
               COMPUTE WK-MONTO-TIPO ROUNDED =
                  CMC-VOL-RESTO * CMC-FEE-TRX
               ADD WK-MONTO-TIPO TO CMC-MONTO-ACTIVIDAD
            END-IF.
      *
      * comision propia del tipo vigente al periodo; sin ella queda la
      * general que trae WK-FEE-TIPO
       3100-BUSCA-CUOTA-TIPO.
            MOVE 0 TO WK-DESDE-TIPO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CUOTAS
               IF WS-CUO-CODIGO(WK-I) = MEN-COD-CANAL
                  AND WS-CUO-TIPO(WK-I) = MEN-TIPO-OPER(WK-K)
                  AND WS-CUO-DESDE(WK-I) NOT > WK-CORTE-PERIODO
                  AND WS-CUO-DESDE(WK-I) NOT < WK-DESDE-TIPO
                  MOVE WS-CUO-DESDE(WK-I) TO WK-DESDE-TIPO
                  MOVE WS-CUO-FEE(WK-I)   TO WK-FEE-TIPO
               END-IF
            END-PERFORM.
      *
      * minimo de la cuota, prorrateado si se pidio un dia de corte
       4000-APLICA-MINIMO.
            MOVE WK-MINIMO-CUOTA TO CMC-MINIMO-MES
            IF LS-DIA-CORTE > 0
               PERFORM 4100-DIAS-DEL-MES
               COMPUTE CMC-MINIMO-MES ROUNDED =
                  WK-MINIMO-CUOTA * LS-DIA-CORTE / WK-DIAS-MES
            END-IF
            MOVE CMC-MONTO-ACTIVIDAD TO CMC-MONTO
            IF CMC-MONTO < CMC-MINIMO-MES
               MOVE CMC-MINIMO-MES TO CMC-MONTO
               MOVE 'S' TO CMC-MINIMO-APLICADO
            END-IF
            MOVE CMC-MONTO TO CMC-MONTO-BRUTO.
      *
       4100-DIAS-DEL-MES.
            COMPUTE WK-PRIMERO-MES = LS-PERIODO * 100 + 1
            IF LS-PERIODO(5:2) = '12'
               COMPUTE WK-PRIMERO-SIGUIENTE =
                  (LS-PERIODO / 100 + 1) * 10000 + 101
            ELSE
               COMPUTE WK-PRIMERO-SIGUIENTE = WK-PRIMERO-MES + 100
            END-IF
            CALL "QG1CX073" USING WK-OPERACION-DIAS,
                                   WK-PRIMERO-MES,
                                   WK-PRIMERO-SIGUIENTE,
                                   WK-CERO-DIAS, WK-FECHA-AUX,
                                   WK-DIAS-MES
            IF WK-DIAS-MES NOT > 0
               MOVE 30 TO WK-DIAS-MES
            END-IF.
      *
      * Concesion vigente del canal (la de mayor secuencia si hubiera
      * mas de una) sobre la comision bruta ya llevada al minimo.
       5000-APLICA-CONCESION.
            MOVE 0 TO WK-POS-CNC
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CONCESIONES
               IF WS-CNC-CODIGO(WK-I) = MEN-COD-CANAL
                  AND WS-CNC-SECUENCIA(WK-I) > CMC-CNC-SECUENCIA
                  MOVE WK-I TO WK-POS-CNC
                  MOVE WS-CNC-SECUENCIA(WK-I) TO CMC-CNC-SECUENCIA
               END-IF
            END-PERFORM
            IF WK-POS-CNC > 0
               MOVE WS-CNC-TIPO(WK-POS-CNC) TO CMC-CNC-TIPO
               EVALUATE WS-CNC-TIPO(WK-POS-CNC)
                  WHEN 'E'
                     MOVE 0 TO CMC-MONTO
                     MOVE 'N' TO CMC-MINIMO-APLICADO
                  WHEN 'D'
                     COMPUTE CMC-MONTO ROUNDED =
                        CMC-MONTO-BRUTO
                        * (100 - WS-CNC-PORCENTAJE(WK-POS-CNC)) / 100
                  WHEN 'M'
                     MOVE WS-CNC-MINIMO(WK-POS-CNC)
                       TO WK-MINIMO-REBAJADO
                     IF LS-DIA-CORTE > 0
                        COMPUTE WK-MINIMO-REBAJADO ROUNDED =
                           WS-CNC-MINIMO(WK-POS-CNC) * LS-DIA-CORTE
                           / WK-DIAS-MES
                     END-IF
                     MOVE CMC-MONTO-ACTIVIDAD TO CMC-MONTO
                     MOVE 'N' TO CMC-MINIMO-APLICADO
                     IF CMC-MONTO < WK-MINIMO-REBAJADO
                        MOVE WK-MINIMO-REBAJADO TO CMC-MONTO
                        MOVE 'S' TO CMC-MINIMO-APLICADO
                     END-IF
               END-EVALUATE
      * una concesion nunca sube la comision
               IF CMC-MONTO > CMC-MONTO-BRUTO
                  MOVE CMC-MONTO-BRUTO TO CMC-MONTO
               END-IF
               COMPUTE CMC-MONTO-CONCESION =
                  CMC-MONTO-BRUTO - CMC-MONTO
            END-IF.
      *
       6000-CALCULA-IGV.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EXONERADOS
                       OR CMC-EXONERADO = 'S'
               IF WS-EXI-CODIGO(WK-I) = MEN-COD-CANAL
                  MOVE 'S' TO CMC-EXONERADO
               END-IF
            END-PERFORM
            IF CMC-EXONERADO = 'S'
               MOVE 0 TO CMC-TASA-APLICADA, CMC-IGV
            ELSE
               MOVE WS-TASA-IGV TO CMC-TASA-APLICADA
               COMPUTE CMC-IGV ROUNDED =
                  CMC-MONTO * WS-TASA-IGV / 100
            END-IF
            COMPUTE CMC-TOTAL = CMC-MONTO + CMC-IGV.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX308.
