      *    - el registro resumen legible por maquina QG1CX135.SUM
      *      (una linea de campos fijos por corrida, para que el
      *      equipo de reportes grafique la tendencia en el tiempo).
      * Tipo de operacion: el tablero suma ademas la actividad del
      *  mes en curso por tipo de operacion de todos los canales
      *  (MEN-DESGLOSE de la historia mensual QG1CX091.MES, COPY
      *  QG1MEN01), con la descripcion de la tabla QG1TIPOP.DAT (COPY
      *  QG1TOP01). El registro QG1CX135.SUM no cambia de layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOL.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-TIPOS ASSIGN TO "QG1TIPOP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

           SELECT HOST-RPT ASSIGN TO "QG1CX135.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  HOST-VOL.
           COPY QG1VOL01.

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-TIPOS.
           COPY QG1TOP01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       01 FS-HOST              PIC X(02).
       01 FS-VOL               PIC X(02).
       01 FS-RESUMEN           PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-TIPOS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-FECHA-HOY         PIC 9(08).
             10 WS-VOL-CODIGO  PIC X(03).
             10 WS-VOL-TRX     PIC 9(07).

       01 WK-PERIODO-HOY       PIC 9(06).
       01 WS-TOT-POR-TIPO      PIC 9(02) VALUE 0.
       01 WS-TABLA-POR-TIPO.
          05 WS-PTI-TBL        OCCURS 1 TO 10 TIMES
                                DEPENDING ON WS-TOT-POR-TIPO.
             10 WS-PTI-TIPO    PIC X(02).
             10 WS-PTI-VOLUMEN PIC 9(09).
             10 WS-PTI-MONTO   PIC 9(13)V9(02).
       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TOP-TBL        OCCURS 1 TO 9 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TOP-CODIGO  PIC X(02).
             10 WS-TOP-DESC    PIC X(30).
       01 WK-K                 PIC 9(02).
       01 WK-POS-TIPO          PIC 9(02).
       01 WK-TOT-TIPOS-MES     PIC 9(02).
       01 WK-TIPO-OPER-DESC    PIC X(30).
       01 WK-PTI-MONTO-ED      PIC ZZZZZZZZZZZZ9,99.

       01 WK-I                 PIC 9(04).
       01 WK-VOLUMEN           PIC 9(07).
       01 WK-TIPO-CODIGO       PIC X(01).
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-VOLUMENES
            PERFORM 2500-CARGA-TIPOS-MES
            PERFORM 3000-RECORRE-MAESTRO
            PERFORM 4000-EMITE-TABLERO
            PERFORM 5000-EMITE-RESUMEN
               DISPLAY "SIN ACUMULADO DE ACTIVIDAD, NIVELES SOBRE "
                       "VOLUMEN CERO"
            END-IF.
      *
      * Actividad del mes en curso por tipo de operacion, sumada de
      * todos los canales.
       2500-CARGA-TIPOS-MES.
            MOVE WS-FECHA-HOY(1:6) TO WK-PERIODO-HOY
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-PERIODO = WK-PERIODO-HOY
                           AND MEN-TOT-TIPOS NUMERIC
                           MOVE MEN-TOT-TIPOS TO WK-TOT-TIPOS-MES
                           PERFORM VARYING WK-K FROM 1 BY 1
                                   UNTIL WK-K > WK-TOT-TIPOS-MES
                              PERFORM 2600-SUMA-UN-TIPO
                           END-PERFORM
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            END-IF

            OPEN INPUT HOST-TIPOS
            IF FS-TIPOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TIPOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-TIPOS < 9
                           ADD 1 TO WS-TOT-TIPOS
                           MOVE TOP-CODIGO
                             TO WS-TOP-CODIGO(WS-TOT-TIPOS)
                           MOVE TOP-DESCRIPCION
                             TO WS-TOP-DESC(WS-TOT-TIPOS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TIPOS
            END-IF.
      *
       2600-SUMA-UN-TIPO.
            MOVE 0 TO WK-POS-TIPO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-POR-TIPO OR WK-POS-TIPO > 0
               IF WS-PTI-TIPO(WK-I) = MEN-TIPO-OPER(WK-K)
                  MOVE WK-I TO WK-POS-TIPO
               END-IF
            END-PERFORM
            IF WK-POS-TIPO = 0
               IF WS-TOT-POR-TIPO = 10
                  DISPLAY "ABEND: TABLA DE TIPOS DE OPERACION DEL MES "
                          "LLENA (10 TIPOS)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-POR-TIPO
               MOVE WS-TOT-POR-TIPO TO WK-POS-TIPO
               MOVE MEN-TIPO-OPER(WK-K) TO WS-PTI-TIPO(WK-POS-TIPO)
               MOVE 0 TO WS-PTI-VOLUMEN(WK-POS-TIPO)
               MOVE 0 TO WS-PTI-MONTO(WK-POS-TIPO)
            END-IF
            ADD MEN-TIPO-VOLUMEN(WK-K) TO WS-PTI-VOLUMEN(WK-POS-TIPO)
            ADD MEN-TIPO-MONTO(WK-K)   TO WS-PTI-MONTO(WK-POS-TIPO).
      *
       3000-RECORRE-MAESTRO.
            OPEN INPUT HOST004
                   "  LIMITE MAXIMO: " WK-MAX-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "POR TIPO DE OPERACION - MES " WK-PERIODO-HOY ":"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WS-TOT-POR-TIPO = 0
               MOVE "  SIN ACTIVIDAD DESGLOSADA EN EL MES"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-POR-TIPO
               PERFORM 4100-EMITE-UN-TIPO
            END-PERFORM
            CLOSE HOST-RPT

            DISPLAY "TABLERO EMITIDO, CANALES: " WS-TOT-CANALES.
      *
       4100-EMITE-UN-TIPO.
            IF WS-PTI-TIPO(WK-K) = SPACES
               MOVE "SIN TIPO" TO WK-TIPO-OPER-DESC
            ELSE
               MOVE "TIPO NO REGISTRADO" TO WK-TIPO-OPER-DESC
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-TIPOS
                  IF WS-TOP-CODIGO(WK-I) = WS-PTI-TIPO(WK-K)
                     MOVE WS-TOP-DESC(WK-I) TO WK-TIPO-OPER-DESC
                  END-IF
               END-PERFORM
            END-IF
            MOVE WS-PTI-MONTO(WK-K) TO WK-PTI-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  " WS-PTI-TIPO(WK-K)
                   " " WK-TIPO-OPER-DESC
                   " VOL " WS-PTI-VOLUMEN(WK-K)
                   " MONTO " WK-PTI-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5000-EMITE-RESUMEN.
            OPEN EXTEND HOST-RESUMEN
