      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : QG1CX162 registra un feed cuando llega, pero nada
      *  avisaba que un feed esperado nunca llego. Este monitor
      *  compara, para una fecha de negocio (ENTER = hoy), el
      *  programa de feeds esperados QG1FEEDPRG.DAT (COPY QG1FPR01,
      *  mantenido por QG1CX234) contra el catalogo de recibidos
      *  QG1FEEDCAT.DAT (COPY QG1FEE01):
      *    - una fuente de dias habiles no se espera en un dia no
      *      habil del calendario QG1CALEN.DAT (CALL QG1CX197, 'H'),
      *    - registrada hasta su hora limite = A TIEMPO, despues =
      *      TARDIO,
      *    - sin registrar = PENDIENTE mientras no venza la hora
      *      limite y FALTANTE cuando vencio (en una fecha pasada,
      *      siempre FALTANTE).
      *  Cada cambio de estado se agrega a la bitacora
      *  QG1FEEDMON.DAT (COPY QG1FMO01), que muestra el tablero de
      *  operacion QG1C0015; un feed que pasa a TARDIO o FALTANTE se
      *  levanta como problema con CALL QG1CX121, una sola vez por
      *  estado aunque el monitor se corra varias veces en el dia.
      *  Reporte en QG1CX235.RPT. La negativa a postear sin los
      *  feeds obligatorios la aplica el control de ciclo QG1CX118.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX235.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PROGRAMA ASSIGN TO "QG1FEEDPRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMA.

           SELECT HOST-CATALOGO ASSIGN TO "QG1FEEDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-BITACORA ASSIGN TO "QG1FEEDMON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

           SELECT HOST-RPT ASSIGN TO "QG1CX235.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PROGRAMA.
           COPY QG1FPR01.

       FD  HOST-CATALOGO.
           COPY QG1FEE01.

       FD  HOST-BITACORA.
           COPY QG1FMO01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PROGRAMA          PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 FS-BITACORA          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-NEGOCIO     PIC 9(08).
       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-HORA-AHORA        PIC 9(06).

       01 WK-CAL-OPERACION     PIC X(01) VALUE 'H'.
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).

       01 WS-TOT-RECIBIDOS     PIC 9(03) VALUE 0.
       01 WS-TABLA-RECIBIDOS.
          05 WS-REC-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-RECIBIDOS.
             10 WS-REC-FUENTE  PIC X(04).
             10 WS-REC-HORA    PIC X(06).

       01 WS-TOT-ESTADOS       PIC 9(03) VALUE 0.
       01 WS-TABLA-ESTADOS.
          05 WS-EST-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-ESTADOS.
             10 WS-EST-FUENTE  PIC X(04).
             10 WS-EST-ESTADO  PIC X(01).

       01 WK-I                 PIC 9(03).
       01 WK-POS               PIC 9(03).
       01 WK-ESTADO-NUEVO      PIC X(01).
       01 WK-ESTADO-PREVIO     PIC X(01).
       01 WK-HORA-LLEGADA      PIC X(06).
       01 WK-TEXTO-ESTADO      PIC X(12).

       01 WS-TOT-A-TIEMPO      PIC 9(03) VALUE 0.
       01 WS-TOT-TARDIOS       PIC 9(03) VALUE 0.
       01 WS-TOT-PENDIENTES    PIC 9(03) VALUE 0.
       01 WS-TOT-FALTANTES     PIC 9(03) VALUE 0.
       01 WS-TOT-NO-ESPERADOS  PIC 9(03) VALUE 0.
       01 WS-TOT-OBLIG-FALTAN  PIC 9(03) VALUE 0.

       01 WK-PRB-PROGRAMA      PIC X(08) VALUE 'QG1CX235'.
       01 WK-PRB-ARCHIVO       PIC X(12).
       01 WK-PRB-OPERACION     PIC X(08).
       01 WK-PRB-STATUS        PIC X(02) VALUE SPACES.
       01 WK-PRB-CLAVE         PIC X(11).
       01 WK-PRB-IMAGEN        PIC X(80).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-RECIBIDOS
            PERFORM 2500-CARGA-ESTADOS
            PERFORM 3000-EVALUA-PROGRAMA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MONITOR DE FEEDS ESPERADOS" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-AHORA
            DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE WK-FECHA-HOY TO WK-FECHA-NEGOCIO
            ELSE
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-NEGOCIO
               CALL "QG1CX072" USING WK-FECHA-NEGOCIO,
                                      WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "ABEND: FECHA DE NEGOCIO INVALIDA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            CALL "QG1CX197" USING WK-CAL-OPERACION, WK-FECHA-NEGOCIO,
                                   WK-CAL-FECHA-2, WK-CAL-FECHA-RES,
                                   WK-CAL-DIAS-RES, WK-CAL-ES-HABIL.
      *
      * De cada fuente vale el primer registro de la fecha: es el que
      * dice a que hora llego el feed.
       2000-CARGA-RECIBIDOS.
            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CATALOGO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF FEE-FECHA = WK-FECHA-NEGOCIO
                           PERFORM 2100-ANOTA-RECIBIDO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF.
      *
       2100-ANOTA-RECIBIDO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RECIBIDOS OR WK-POS > 0
               IF WS-REC-FUENTE(WK-I) = FEE-FUENTE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-RECIBIDOS = 200
                  DISPLAY "ABEND: TABLA DE FEEDS RECIBIDOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-RECIBIDOS
               MOVE FEE-FUENTE TO WS-REC-FUENTE(WS-TOT-RECIBIDOS)
               IF FEE-HORA NUMERIC
                  MOVE FEE-HORA TO WS-REC-HORA(WS-TOT-RECIBIDOS)
               ELSE
                  MOVE SPACES TO WS-REC-HORA(WS-TOT-RECIBIDOS)
               END-IF
            END-IF.
      *
      * El ultimo estado anotado de cada fuente en la fecha gana.
       2500-CARGA-ESTADOS.
            OPEN INPUT HOST-BITACORA
            IF FS-BITACORA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BITACORA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF FMO-FECHA = WK-FECHA-NEGOCIO
                           PERFORM 2600-ANOTA-ESTADO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-BITACORA
            END-IF.
      *
       2600-ANOTA-ESTADO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ESTADOS OR WK-POS > 0
               IF WS-EST-FUENTE(WK-I) = FMO-FUENTE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-ESTADOS = 200
                  DISPLAY "ABEND: TABLA DE ESTADOS DE FEEDS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-ESTADOS
               MOVE WS-TOT-ESTADOS TO WK-POS
               MOVE FMO-FUENTE TO WS-EST-FUENTE(WK-POS)
            END-IF
            MOVE FMO-ESTADO TO WS-EST-ESTADO(WK-POS).
      *
       3000-EVALUA-PROGRAMA.
            OPEN INPUT HOST-PROGRAMA
            IF FS-PROGRAMA NOT = '00'
               DISPLAY "SIN PROGRAMA DE FEEDS ESPERADOS "
                       "(QG1FEEDPRG.DAT)"
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-RPT
            OPEN EXTEND HOST-BITACORA
            IF FS-BITACORA = '35'
               OPEN OUTPUT HOST-BITACORA
            END-IF
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "FEEDS ESPERADOS AL " WK-FECHA-NEGOCIO
                   " - HABIL " WK-CAL-ES-HABIL
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "FUENTE LIMITE OBL ESTADO       LLEGADA DESCRIPCION"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PROGRAMA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 3100-EVALUA-FEED
               END-READ
            END-PERFORM
            CLOSE HOST-PROGRAMA, HOST-BITACORA

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "A TIEMPO " WS-TOT-A-TIEMPO
                   "  TARDIOS " WS-TOT-TARDIOS
                   "  PENDIENTES " WS-TOT-PENDIENTES
                   "  FALTANTES " WS-TOT-FALTANTES
                   "  NO ESPERADOS " WS-TOT-NO-ESPERADOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            DISPLAY WS-LIN-DETALLE
            CLOSE HOST-RPT
            IF WS-TOT-OBLIG-FALTAN > 0
               DISPLAY "AVISO: " WS-TOT-OBLIG-FALTAN
                       " FEEDS OBLIGATORIOS SIN LLEGAR, EL CONTROL "
                       "DE CICLO NIEGA SU POSTEO"
            END-IF.
      *
       3100-EVALUA-FEED.
            IF FPR-SOLO-HABILES AND WK-CAL-ES-HABIL NOT = 'S'
               ADD 1 TO WS-TOT-NO-ESPERADOS
            ELSE
               PERFORM 3200-DETERMINA-ESTADO
               PERFORM 3300-COMPARA-ESTADO
               PERFORM 3400-IMPRIME-FEED
            END-IF.
      *
       3200-DETERMINA-ESTADO.
            MOVE SPACES TO WK-HORA-LLEGADA
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RECIBIDOS OR WK-POS > 0
               IF WS-REC-FUENTE(WK-I) = FPR-FUENTE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               MOVE WS-REC-HORA(WK-POS) TO WK-HORA-LLEGADA
               IF WK-HORA-LLEGADA NOT = SPACES
                  AND WK-HORA-LLEGADA(1:4) > FPR-HORA-LIMITE
                  MOVE 'T' TO WK-ESTADO-NUEVO
                  ADD 1 TO WS-TOT-TARDIOS
               ELSE
                  MOVE 'O' TO WK-ESTADO-NUEVO
                  ADD 1 TO WS-TOT-A-TIEMPO
               END-IF
            ELSE
               IF WK-FECHA-NEGOCIO < WK-FECHA-HOY
                  OR (WK-FECHA-NEGOCIO = WK-FECHA-HOY
                      AND WK-HORA-AHORA(1:4) > FPR-HORA-LIMITE)
                  MOVE 'F' TO WK-ESTADO-NUEVO
                  ADD 1 TO WS-TOT-FALTANTES
               ELSE
                  MOVE 'P' TO WK-ESTADO-NUEVO
                  ADD 1 TO WS-TOT-PENDIENTES
               END-IF
               IF FPR-ES-OBLIGATORIO
                  ADD 1 TO WS-TOT-OBLIG-FALTAN
               END-IF
            END-IF.
      *
      * Solo un cambio de estado se anota en la bitacora, y solo el
      * paso a TARDIO o FALTANTE se levanta como problema.
       3300-COMPARA-ESTADO.
            MOVE SPACE TO WK-ESTADO-PREVIO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ESTADOS
               IF WS-EST-FUENTE(WK-I) = FPR-FUENTE
                  MOVE WS-EST-ESTADO(WK-I) TO WK-ESTADO-PREVIO
               END-IF
            END-PERFORM
            IF WK-ESTADO-NUEVO NOT = WK-ESTADO-PREVIO
               MOVE WK-FECHA-NEGOCIO TO FMO-FECHA
               MOVE FPR-FUENTE       TO FMO-FUENTE
               MOVE WK-ESTADO-NUEVO  TO FMO-ESTADO
               MOVE FPR-OBLIGATORIO  TO FMO-OBLIGATORIO
               MOVE FPR-HORA-LIMITE  TO FMO-HORA-LIMITE
               MOVE WK-HORA-LLEGADA  TO FMO-HORA-LLEGADA
               MOVE WK-HORA-AHORA    TO FMO-HORA-MONITOR
               WRITE REG-MONITOR-FEED
               IF FMO-TARDIO OR FMO-FALTANTE
                  PERFORM 3500-LEVANTA-PROBLEMA
               END-IF
            END-IF.
      *
       3400-IMPRIME-FEED.
            EVALUATE WK-ESTADO-NUEVO
               WHEN 'O' MOVE "A TIEMPO"   TO WK-TEXTO-ESTADO
               WHEN 'T' MOVE "TARDIO"     TO WK-TEXTO-ESTADO
               WHEN 'P' MOVE "PENDIENTE"  TO WK-TEXTO-ESTADO
               WHEN 'F' MOVE "FALTANTE"   TO WK-TEXTO-ESTADO
            END-EVALUATE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING FPR-FUENTE "   " FPR-HORA-LIMITE "   "
                   FPR-OBLIGATORIO "   " WK-TEXTO-ESTADO " "
                   WK-HORA-LLEGADA "  " FPR-DESCRIPCION
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WK-ESTADO-NUEVO = 'T' OR WK-ESTADO-NUEVO = 'F'
               DISPLAY WS-LIN-DETALLE
            END-IF.
      *
       3500-LEVANTA-PROBLEMA.
            MOVE SPACES TO WK-PRB-ARCHIVO, WK-PRB-CLAVE,
                           WK-PRB-IMAGEN
            STRING "FEED " FPR-FUENTE
               DELIMITED SIZE INTO WK-PRB-ARCHIVO
            IF FMO-TARDIO
               MOVE "TARDIO" TO WK-PRB-OPERACION
            ELSE
               MOVE "FALTANTE" TO WK-PRB-OPERACION
            END-IF
            MOVE WK-FECHA-NEGOCIO TO WK-PRB-CLAVE
            STRING FPR-DESCRIPCION " LIMITE " FPR-HORA-LIMITE
                   " OBLIGATORIO " FPR-OBLIGATORIO
                   " LLEGADA " WK-HORA-LLEGADA
               DELIMITED SIZE INTO WK-PRB-IMAGEN
            CALL "QG1CX121" USING WK-PRB-PROGRAMA, WK-PRB-ARCHIVO,
                                   WK-PRB-OPERACION, WK-PRB-STATUS,
                                   WK-PRB-CLAVE, WK-PRB-IMAGEN.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX235.
