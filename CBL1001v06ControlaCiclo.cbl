      *  holds se llevan POR FECHA (cada 'L' casa con el 'H' de su
      *  misma CYC-FECHA): con dos dias malos abiertos, liberar uno
      *  no destapa el otro.
      * Feeds esperados: al inicio de un paso se revisa tambien el
      *  programa de feeds esperados QG1FEEDPRG.DAT (QG1CX234). Si
      *  una fuente OBLIGATORIA cuyo paso de posteo es LS-PROGRAMA se
      *  espera en LS-FECHA (las de dias habiles, solo en dia habil
      *  del calendario, CALL QG1CX197) y no hay registro suyo con
      *  esa fecha en el catalogo QG1FEEDCAT.DAT, el paso se NIEGA:
      *  no se postea un dia con un feed obligatorio sin llegar. Sin
      *  programa de feeds no hay nada que revisar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DURACIONES.

           SELECT HOST-PROGRAMA ASSIGN TO "QG1FEEDPRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMA.

           SELECT HOST-CATALOGO ASSIGN TO "QG1FEEDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 DUR-HORA-FIN     PIC 9(06).
           05 DUR-SEGUNDOS     PIC 9(07).

       FD  HOST-PROGRAMA.
           COPY QG1FPR01.

       FD  HOST-CATALOGO.
           COPY QG1FEE01.

       WORKING-STORAGE SECTION.
       01 FS-CICLO             PIC X(02).
       01 WS-EOF               PIC A(1).
              10 WK-HORA-MM    PIC 9(02).
              10 WK-HORA-SS    PIC 9(02).

       01 FS-PROGRAMA          PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 WS-EOF-PRG           PIC A(1).
       01 WK-FEED-FALTANTE     PIC X(04).
       01 WK-FEED-RECIBIDO     PIC X(01).
       01 WK-CAL-OPERACION     PIC X(01) VALUE 'H'.
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).

       LINKAGE SECTION.
       01 LS-FECHA             PIC 9(08).
       01 LS-PASO              PIC 9(02).
               CLOSE HOST-CICLO
            END-IF
            PERFORM 1200-RESUME-HOLDS
            PERFORM 1300-VERIFICA-FEEDS

            IF WK-HOLD-ACTIVO = 'S' AND LS-FECHA > WK-FECHA-HOLD
               DISPLAY "PASO " LS-PASO " NEGADO: HOLD DE CICLO "
                       "VIGENTE DESDE " WK-FECHA-HOLD
                       " (DESBALANCE), LIBERE CON QG1CX202"
            ELSE
            IF WK-FEED-FALTANTE NOT = SPACES
               DISPLAY "PASO " LS-PASO " NEGADO: EL FEED OBLIGATORIO "
                       WK-FEED-FALTANTE " NO HA LLEGADO PARA "
                       LS-FECHA
            ELSE
            IF LS-PASO-PREVIO > 0 AND WK-ESTADO-PREVIO NOT = 'C'
               DISPLAY "PASO " LS-PASO " NEGADO: EL PASO "
                       LS-PASO-PREVIO " NO ESTA COMPLETADO PARA "
               MOVE 'S' TO LS-RESULTADO
            END-IF
            END-IF
            END-IF
            END-IF.
      *
      * Lleva un renglon por FECHA de hold: 'H' lo activa, la 'L' de
                  MOVE 'S' TO WK-HOLD-ACTIVO
               END-IF
            END-PERFORM.
      *
      * Deja en WK-FEED-FALTANTE la primera fuente obligatoria del
      * paso que se espera en la fecha y no esta en el catalogo.
       1300-VERIFICA-FEEDS.
            MOVE SPACES TO WK-FEED-FALTANTE
            MOVE SPACE  TO WK-CAL-ES-HABIL
            OPEN INPUT HOST-PROGRAMA
            IF FS-PROGRAMA = '00'
               MOVE 'N' TO WS-EOF-PRG
               PERFORM UNTIL WS-EOF-PRG = 'Y'
                          OR WK-FEED-FALTANTE NOT = SPACES
                  READ HOST-PROGRAMA
                     AT END MOVE 'Y' TO WS-EOF-PRG
                     NOT AT END
                        IF FPR-ES-OBLIGATORIO
                           AND FPR-PROGRAMA = LS-PROGRAMA
                           PERFORM 1400-REVISA-FEED
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PROGRAMA
            END-IF.
      *
       1400-REVISA-FEED.
            IF FPR-SOLO-HABILES AND WK-CAL-ES-HABIL = SPACE
               CALL "QG1CX197" USING WK-CAL-OPERACION, LS-FECHA,
                                      WK-CAL-FECHA-2,
                                      WK-CAL-FECHA-RES,
                                      WK-CAL-DIAS-RES,
                                      WK-CAL-ES-HABIL
            END-IF
            IF FPR-TODOS-LOS-DIAS OR WK-CAL-ES-HABIL = 'S'
               MOVE 'N' TO WK-FEED-RECIBIDO
               OPEN INPUT HOST-CATALOGO
               IF FS-CATALOGO = '00'
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-CATALOGO
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           IF FEE-FUENTE = FPR-FUENTE
                              AND FEE-FECHA = LS-FECHA
                              MOVE 'S' TO WK-FEED-RECIBIDO
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE HOST-CATALOGO
               END-IF
               IF WK-FEED-RECIBIDO = 'N'
                  MOVE FPR-FUENTE TO WK-FEED-FALTANTE
               END-IF
            END-IF.
      *
       2000-CONSULTA-REINTENTO.
            MOVE 'N' TO WK-REINTENTO
