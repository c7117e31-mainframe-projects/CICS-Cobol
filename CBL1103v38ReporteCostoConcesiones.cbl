      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual del costo de las concesiones
      *  comerciales de comision: cuanto ingreso dejo de facturarse
      *  por cada concesion en el periodo. Toma la facturacion del
      *  periodo de QG1CX148.FAC (COPY QG1FAC01; primero cuadra el
      *  conteo contra el trailer, igual que QG1CX223) y por cada
      *  concesion de QG1CONCES.DAT (COPY QG1CNC01) cuya vigencia
      *  cubre el periodo informa:
      *    APLICADA     aprobada y aplicada en la factura del canal:
      *                 bruto, concedido y neto facturado (el mes
      *                 de baja tambien, con las cifras que deja la
      *                 liquidacion QG1CX288),
      *    SIN FACTURA  aprobada pero el canal no se facturo en el
      *                 periodo (sin actividad o sin cuota): no costo
      *                 nada,
      *    SIN APROBAR  pendiente ('P'): no se aplico porque nadie la
      *                 aprobo con QG1CX303.
      *  Cada linea lleva tipo, vigencia, solicitante, aprobador y
      *  motivo. Cierra con lo concedido por tipo (E, D, M), el total
      *  concedido y su peso sobre la comision bruta facturada del
      *  periodo. Salida QG1CX304.RPT publicada con CALL QG1CX275;
      *  el resumen queda en el run-log via CALL QG1CX120, con
      *  severidad 'A' si hay concesiones sin aprobar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX304.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-FACTURAS ASSIGN TO "QG1CX148.FAC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS.

           SELECT HOST-CONCESIONES ASSIGN TO "QG1CONCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCESIONES.

           SELECT HOST-RPT ASSIGN TO "QG1CX304.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-FACTURAS.
           COPY QG1FAC01.

       FD  HOST-CONCESIONES.
           COPY QG1CNC01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-FACTURAS          PIC X(02).
       01 FS-CONCESIONES       PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-PERIODO           PIC 9(06) VALUE 0.
       01 WS-HAY-TRAILER       PIC X(01) VALUE 'N'.
       01 WS-TRL-CONTEO        PIC 9(07) VALUE 0.
       01 WS-TOT-LINEAS        PIC 9(07) VALUE 0.
       01 WS-SUMA-BRUTO-FAC    PIC 9(13)V9(02) VALUE 0.

      * facturas del periodo con concesion aplicada
       01 WS-TOT-APLICADAS     PIC 9(04) VALUE 0.
       01 WS-TABLA-APLICADAS.
          05 WS-APL-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-APLICADAS.
             10 WS-APL-SECUENCIA PIC 9(05).
             10 WS-APL-BRUTO   PIC 9(11)V9(02).
             10 WS-APL-CONCESION PIC 9(11)V9(02).
             10 WS-APL-NETO    PIC 9(11)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-SITUACION         PIC X(11).

       01 WS-CNT-APLICADA      PIC 9(04) VALUE 0.
       01 WS-CNT-SIN-FACTURA   PIC 9(04) VALUE 0.
       01 WS-CNT-SIN-APROBAR   PIC 9(04) VALUE 0.
       01 WS-SUMA-BRUTO        PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-CONCEDIDO    PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-NETO         PIC 9(13)V9(02) VALUE 0.
       01 WS-CONCEDIDO-E       PIC 9(13)V9(02) VALUE 0.
       01 WS-CONCEDIDO-D       PIC 9(13)V9(02) VALUE 0.
       01 WS-CONCEDIDO-M       PIC 9(13)V9(02) VALUE 0.
       01 WK-PESO              PIC 9(03)V9(02).

       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX304.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX304'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX304'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-BRUTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-CONCEDIDO-ED      PIC ZZZZZZZZZZ9,99.
       01 WK-NETO-ED           PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WK-PESO-ED           PIC ZZ9,99.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-FACTURAS
            PERFORM 3000-REPORTA-CONCESIONES
            PERFORM 4000-TOTALES
            PERFORM 5000-PUBLICA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "COSTO MENSUAL DE CONCESIONES DE COMISION"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY.
      *
      * Facturacion del periodo: sin trailer o sin cuadre de conteo
      * el costo no se informa.
       2000-CARGA-FACTURAS.
            OPEN INPUT HOST-FACTURAS
            IF FS-FACTURAS NOT = '00'
               DISPLAY "ABEND: SIN FACTURAS QG1CX148.FAC - FILE "
                       "STATUS " FS-FACTURAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-FACTURAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF FAC-COD-CANAL = 'TRL'
                        MOVE 'S'         TO WS-HAY-TRAILER
                        MOVE FAC-VOLUMEN TO WS-TRL-CONTEO
                        MOVE FAC-PERIODO TO WK-PERIODO
                     ELSE
                        ADD 1 TO WS-TOT-LINEAS
                        PERFORM 2100-AGREGA-FACTURA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-FACTURAS
            IF WS-HAY-TRAILER NOT = 'S'
               OR WS-TRL-CONTEO NOT = WS-TOT-LINEAS
               DISPLAY "ABEND: QG1CX148.FAC SIN TRAILER O CON CONTEO "
                       "DESCUADRADO - LINEAS " WS-TOT-LINEAS
                       " TRAILER " WS-TRL-CONTEO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "PERIODO FACTURADO          : " WK-PERIODO
            DISPLAY "FACTURAS CON CONCESION     : " WS-TOT-APLICADAS.
      *
       2100-AGREGA-FACTURA.
            IF FAC-MONTO-BRUTO NOT NUMERIC
               MOVE FAC-MONTO TO FAC-MONTO-BRUTO
               MOVE 0 TO FAC-CONCESION, FAC-CNC-SECUENCIA
            END-IF
            ADD FAC-MONTO-BRUTO TO WS-SUMA-BRUTO-FAC
            IF FAC-CNC-SECUENCIA > 0
               IF WS-TOT-APLICADAS = 2000
                  DISPLAY "ABEND: TABLA DE FACTURAS CON CONCESION "
                          "LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-APLICADAS
               MOVE FAC-CNC-SECUENCIA
                 TO WS-APL-SECUENCIA(WS-TOT-APLICADAS)
               MOVE FAC-MONTO-BRUTO
                 TO WS-APL-BRUTO(WS-TOT-APLICADAS)
               MOVE FAC-CONCESION
                 TO WS-APL-CONCESION(WS-TOT-APLICADAS)
               MOVE FAC-MONTO
                 TO WS-APL-NETO(WS-TOT-APLICADAS)
            END-IF.
      *
       3000-REPORTA-CONCESIONES.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COSTO DE CONCESIONES DE COMISION - PERIODO "
                   WK-PERIODO "  (EMITIDO " WK-FECHA-HOY ")"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "SECUE CAN T DESDE  HASTA  SITUACION   "
                   "         BRUTO      CONCEDIDO           NETO "
                   "SOLICIT. APROBAD. MOTIVO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            OPEN INPUT HOST-CONCESIONES
            IF FS-CONCESIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CONCESIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CNC-DESDE NOT > WK-PERIODO
                           AND CNC-HASTA NOT < WK-PERIODO
                           AND NOT CNC-RECHAZADA
                           PERFORM 3100-REPORTA-UNA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CONCESIONES
            ELSE
               MOVE "SIN CONCESIONES CAPTURADAS (QG1CONCES.DAT)"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3100-REPORTA-UNA.
            MOVE 0 TO WK-POS
            MOVE 0 TO WK-BRUTO-ED, WK-CONCEDIDO-ED, WK-NETO-ED
            IF CNC-EN-REVISION
               MOVE 'SIN APROBAR' TO WK-SITUACION
               ADD 1 TO WS-CNT-SIN-APROBAR
            ELSE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-APLICADAS OR WK-POS > 0
                  IF WS-APL-SECUENCIA(WK-I) = CNC-SECUENCIA
                     MOVE WK-I TO WK-POS
                  END-IF
               END-PERFORM
               IF WK-POS = 0
                  MOVE 'SIN FACTURA' TO WK-SITUACION
                  ADD 1 TO WS-CNT-SIN-FACTURA
               ELSE
                  MOVE 'APLICADA' TO WK-SITUACION
                  ADD 1 TO WS-CNT-APLICADA
                  PERFORM 3200-ACUMULA-COSTO
               END-IF
            END-IF
            MOVE SPACES TO WS-LIN-DETALLE
            STRING CNC-SECUENCIA " " CNC-COD-CANAL " " CNC-TIPO
                   " " CNC-DESDE " " CNC-HASTA " " WK-SITUACION
                   " " WK-BRUTO-ED " " WK-CONCEDIDO-ED
                   " " WK-NETO-ED " " CNC-SOLICITANTE
                   " " CNC-APROBADOR " " CNC-MOTIVO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3200-ACUMULA-COSTO.
            MOVE WS-APL-BRUTO(WK-POS)     TO WK-BRUTO-ED
            MOVE WS-APL-CONCESION(WK-POS) TO WK-CONCEDIDO-ED
            MOVE WS-APL-NETO(WK-POS)      TO WK-NETO-ED
            ADD WS-APL-BRUTO(WK-POS)     TO WS-SUMA-BRUTO
            ADD WS-APL-CONCESION(WK-POS) TO WS-SUMA-CONCEDIDO
            ADD WS-APL-NETO(WK-POS)      TO WS-SUMA-NETO
            EVALUATE TRUE
               WHEN CNC-EXONERACION
                  ADD WS-APL-CONCESION(WK-POS) TO WS-CONCEDIDO-E
               WHEN CNC-DESCUENTO
                  ADD WS-APL-CONCESION(WK-POS) TO WS-CONCEDIDO-D
               WHEN CNC-MINIMO-REBAJADO
                  ADD WS-APL-CONCESION(WK-POS) TO WS-CONCEDIDO-M
            END-EVALUATE.
      *
       4000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-BRUTO     TO WK-BRUTO-ED
            MOVE WS-SUMA-CONCEDIDO TO WK-CONCEDIDO-ED
            MOVE WS-SUMA-NETO      TO WK-NETO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL APLICADAS                       "
                   WK-BRUTO-ED " " WK-CONCEDIDO-ED " " WK-NETO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "APLICADAS: " WS-CNT-APLICADA
                   "  SIN FACTURA: " WS-CNT-SIN-FACTURA
                   "  SIN APROBAR: " WS-CNT-SIN-APROBAR
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE WS-CONCEDIDO-E TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONCEDIDO POR EXONERACION (E)    : " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-CONCEDIDO-D TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONCEDIDO POR DESCUENTO (D)      : " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-CONCEDIDO-M TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONCEDIDO POR MINIMO REBAJADO (M): " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 0 TO WK-PESO
            IF WS-SUMA-BRUTO-FAC > 0
               COMPUTE WK-PESO ROUNDED =
                  WS-SUMA-CONCEDIDO * 100 / WS-SUMA-BRUTO-FAC
            END-IF
            MOVE WK-PESO TO WK-PESO-ED
            MOVE WS-SUMA-BRUTO-FAC TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COMISION BRUTA DEL PERIODO       : " WK-SUMA-ED
                   "  CONCEDIDO " WK-PESO-ED " PCT"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CONCESIONES APLICADAS : " WS-CNT-APLICADA
            DISPLAY "SIN FACTURA           : " WS-CNT-SIN-FACTURA
            DISPLAY "SIN APROBAR           : " WS-CNT-SIN-APROBAR
            DISPLAY "TOTAL CONCEDIDO       : " WS-SUMA-CONCEDIDO.
      *
       5000-PUBLICA.
            MOVE WK-FECHA-HOY TO WK-PUB-FECHA
            MOVE SPACES TO WK-PUB-TITULO
            STRING "COSTO DE CONCESIONES " WK-PERIODO
               DELIMITED SIZE INTO WK-PUB-TITULO
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            IF WS-CNT-SIN-APROBAR > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE WS-SUMA-CONCEDIDO TO WK-CONCEDIDO-ED
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CONCESIONES " WK-PERIODO " APLIC " WS-CNT-APLICADA
                   " CONCEDIDO " WK-CONCEDIDO-ED
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX304.
