      *      y los primeros conceptos).
      *  Asi el tablero se refresca leyendo archivos vivos en cada
      *  ENTER, sin esperar a los reportes batch de manana.
      * Feeds esperados: dos lineas mas con el ultimo estado de cada
      *  fuente en la bitacora del monitor QG1FEEDMON.DAT (QG1CX235)
      *  para la fecha: cuantas a tiempo, tardias, pendientes y
      *  faltantes, y las primeras fuentes faltantes o tardias. La
      *  linea de teclas pasa a la 9.
      * El registro de QG1PROBLM.DAT se toma de COPY QG1PRB01, que
      *  ahora lleva el numero de alerta y el acuse de la guardia.
      *  Los registros de marca que agrega el escalamiento QG1CX300
      *  (PRB-MARCA-ALERTA) no son problemas y no se cuentan.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOTALES.

           SELECT HOST-MONITOR ASSIGN TO "QG1FEEDMON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MONITOR.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 LCK-FECHA-HORA   PIC X(26).

       FD  HOST-PROBLEMAS.
           COPY QG1PRB01.

       FD  HOST-RUNLOG.
       01  REG-RUNLOG.
       FD  HOST-TOTALES.
           COPY QG1TOT01.

       FD  HOST-MONITOR.
           COPY QG1FMO01.

       WORKING-STORAGE SECTION.
       01 FS-CICLO             PIC X(02).
       01 FS-CANDADO           PIC X(02).
       01 FS-PROBLEMAS         PIC X(02).
       01 FS-RUNLOG            PIC X(02).
       01 FS-TOTALES           PIC X(02).
       01 FS-MONITOR           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-TEXTO       PIC X(08).
       01 WS-TOTALES-HOY       PIC 9(04) VALUE 0.
       01 WK-CONCEPTOS         PIC X(39) VALUE SPACES.

       01 WS-TOT-FUENTES       PIC 9(03) VALUE 0.
       01 WS-TABLA-FUENTES.
          05 WS-FMO-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-FUENTES.
             10 WS-FMO-FUENTE  PIC X(04).
             10 WS-FMO-ESTADO  PIC X(01).
       01 WK-I                 PIC 9(03).
       01 WK-POS               PIC 9(03).
       01 WS-FEEDS-A-TIEMPO    PIC 9(03) VALUE 0.
       01 WS-FEEDS-TARDIOS     PIC 9(03) VALUE 0.
       01 WS-FEEDS-PENDIENTES  PIC 9(03) VALUE 0.
       01 WS-FEEDS-FALTANTES   PIC 9(03) VALUE 0.
       01 WK-FEEDS-ALERTA      PIC X(41) VALUE SPACES.
       01 WK-PUNTERO           PIC 9(03).

       LINKAGE SECTION.
       01 LS-FECHA             PIC 9(08).
       01 LS-TABLERO.
            PERFORM 3000-RESUME-CANDADO
            PERFORM 4000-RESUME-PROBLEMAS
            PERFORM 5000-RESUME-TOTALES
            PERFORM 6000-RESUME-FEEDS
            PERFORM 9000-FINAL.
      *
       1000-LIMPIA.
                      WS-LOG-ERROR, WS-TOTALES-HOY
            MOVE 0 TO WK-ULT-PASO
            MOVE SPACES TO WK-CONCEPTOS
            MOVE 0 TO WS-TOT-FUENTES, WS-FEEDS-A-TIEMPO,
                      WS-FEEDS-TARDIOS, WS-FEEDS-PENDIENTES,
                      WS-FEEDS-FALTANTES
            MOVE SPACES TO WK-FEEDS-ALERTA
            STRING "TABLERO DE OPERACION - FECHA " WK-FECHA-TEXTO
               DELIMITED SIZE INTO LS-LINEA(1).
      *
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PRB-FECHA-HORA(1:8) = WK-FECHA-TEXTO
                           AND NOT PRB-MARCA-ALERTA
                           ADD 1 TO WS-PROBLEMAS-HOY
                        END-IF
                  END-READ
            END-IF
            STRING "TOTALES DE CONTROL DE HOY: " WS-TOTALES-HOY
                   "  " WK-CONCEPTOS
               DELIMITED SIZE INTO LS-LINEA(6).
      *
      * La bitacora del monitor solo anota cambios: el ultimo
      * registro de cada fuente en la fecha es su estado vigente.
       6000-RESUME-FEEDS.
            OPEN INPUT HOST-MONITOR
            IF FS-MONITOR = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MONITOR
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF FMO-FECHA = LS-FECHA
                           PERFORM 6100-ANOTA-FUENTE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MONITOR
            END-IF

            MOVE 1 TO WK-PUNTERO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-FUENTES
               EVALUATE WS-FMO-ESTADO(WK-I)
                  WHEN 'O' ADD 1 TO WS-FEEDS-A-TIEMPO
                  WHEN 'T' ADD 1 TO WS-FEEDS-TARDIOS
                  WHEN 'P' ADD 1 TO WS-FEEDS-PENDIENTES
                  WHEN 'F' ADD 1 TO WS-FEEDS-FALTANTES
               END-EVALUATE
               IF (WS-FMO-ESTADO(WK-I) = 'F'
                   OR WS-FMO-ESTADO(WK-I) = 'T')
                  AND WK-PUNTERO < 36
                  STRING WS-FMO-FUENTE(WK-I) "/"
                         WS-FMO-ESTADO(WK-I) " "
                     DELIMITED SIZE INTO WK-FEEDS-ALERTA
                     WITH POINTER WK-PUNTERO
               END-IF
            END-PERFORM

            STRING "FEEDS: A TIEMPO " WS-FEEDS-A-TIEMPO
                   " TARDIOS " WS-FEEDS-TARDIOS
                   " PENDIENTES " WS-FEEDS-PENDIENTES
                   " FALTANTES " WS-FEEDS-FALTANTES
               DELIMITED SIZE INTO LS-LINEA(7)
            IF WK-FEEDS-ALERTA NOT = SPACES
               STRING "FEEDS CON ALERTA (F=FALTA, T=TARDE): "
                      WK-FEEDS-ALERTA
                  DELIMITED SIZE INTO LS-LINEA(8)
            ELSE
               MOVE "FEEDS CON ALERTA: NINGUNO" TO LS-LINEA(8)
            END-IF
            MOVE "ENTER REFRESCA, PF3 TERMINA" TO LS-LINEA(9).
      *
       6100-ANOTA-FUENTE.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-FUENTES OR WK-POS > 0
               IF WS-FMO-FUENTE(WK-I) = FMO-FUENTE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0 AND WS-TOT-FUENTES < 200
               ADD 1 TO WS-TOT-FUENTES
               MOVE WS-TOT-FUENTES TO WK-POS
               MOVE FMO-FUENTE TO WS-FMO-FUENTE(WK-POS)
            END-IF
            IF WK-POS > 0
               MOVE FMO-ESTADO TO WS-FMO-ESTADO(WK-POS)
            END-IF.
      *
       9000-FINAL.
           EXIT PROGRAM.
