      *  los utilitarios de la consola QG1CX145): termina con GOBACK
      *  en vez de STOP RUN, senalando el desenlace en RETURN-CODE,
      *  para no tumbar la unidad de corrida del que lo llama.
      * Ciclos intradia: el feed del dia llega en ciclos numerados
      *  (control QG1CICFD.DAT, COPY QG1CIC01) y el pre-editor
      *  QG1CX160 anota los totales acumulados del dia, asi que el
      *  ultimo TRX-LEIDAS/ACEPTADA/RECHAZAD cubre todos los ciclos.
      *  Se agregan:
      *    V10 lineas leidas del dia = aceptadas + rechazadas
      *    V11 ciclos registrados de la fecha = ciclos archivados
      *        (ninguno quedo sin pre-editar, postear o archivar)
      *    V12 aceptadas del dia (acumulado anotado) = suma de las
      *        aceptadas de cada ciclo en el control
      * Visor en linea: QG1CX144.RPT se publica en el indice de
      *  reportes en linea (CALL QG1CX275) con la fecha de negocio
      *  balanceada, para consultarlo en la transaccion QG1C0022;
      *  pide el permiso de cambio 'R' del operador (supervision).
      * Feed particionado: cuando el feed corre en particiones, la
      *  fusion QG1CX284 anota un solo juego de totales del dia por
      *  paso (QG1CX091 TRX-POSTEADA, QG1CX169 TRX-ARCHIVAD, ademas
      *  de TRX-CONTROLA y TRX-VIOLAC de QG1CX092). Se agregan:
      *    V13 aceptadas del dia = posteadas por las particiones
      *    V14 posteadas por las particiones = archivadas
      *  Un dia sin particiones no anota estos conceptos y las dos
      *  verificaciones salen SIN DATOS sin cortar el schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CICLO.

           SELECT HOST-CICLOS-FEED ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS-FEED.

           SELECT HOST-RPT ASSIGN TO "QG1CX144.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 CYC-ENTIDAD      PIC X(02).
           05 CYC-HORA         PIC 9(06).

       FD  HOST-CICLOS-FEED.
           COPY QG1CIC01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       77 WK-MENSAJE           PIC X(63).
       01 FS-TOTALES           PIC X(02).
       01 FS-CICLO             PIC X(02).
       01 FS-CICLOS-FEED       PIC X(02).
       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX144'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).
          05 WS-REPORTADOS       PIC 9(09).
          05 WS-AUD-OPS          PIC 9(09).
          05 WS-CAMBIOS-MST      PIC 9(09).
          05 WS-TRX-LEIDAS       PIC 9(09).
          05 WS-TRX-ACEPTADAS    PIC 9(09).
          05 WS-TRX-RECHAZADAS   PIC 9(09).
          05 WS-CIC-REGISTRADOS  PIC 9(09).
          05 WS-CIC-ARCHIVADOS   PIC 9(09).
          05 WS-CIC-ACEPTADAS    PIC 9(09).
          05 WS-TRX-POSTEADAS    PIC 9(09).
          05 WS-TRX-ARCHIVADAS   PIC 9(09).
       01 WS-PRESENTES.
          05 WS-HAY-LIBERADOS    PIC X(01).
          05 WS-HAY-SALIDA       PIC X(01).
          05 WS-HAY-REPORTADOS   PIC X(01).
          05 WS-HAY-AUD-OPS      PIC X(01).
          05 WS-HAY-CAMBIOS-MST  PIC X(01).
          05 WS-HAY-TRX-LEIDAS   PIC X(01).
          05 WS-HAY-TRX-ACEPTADAS PIC X(01).
          05 WS-HAY-TRX-RECHAZADAS PIC X(01).
          05 WS-HAY-CICLOS       PIC X(01).
          05 WS-HAY-TRX-POSTEADAS PIC X(01).
          05 WS-HAY-TRX-ARCHIVADAS PIC X(01).

       01 WK-LADO-A            PIC 9(09).
       01 WK-LADO-B            PIC 9(09).
       01 WK-HAY-A             PIC X(01).
       01 WK-HAY-B             PIC X(01).
       01 WS-EOF-CICLOS        PIC A(1).
       01 WK-TITULO            PIC X(40).

       01 WS-TOT-MISMATCH      PIC 9(03) VALUE 0.
       01 WS-LIN-DETALLE       PIC X(100).
       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX144.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX144'.
       01 WK-PUB-TITULO        PIC X(30) VALUE
          'BALANCE DE FIN DE DIA'.
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-TOTALES
            PERFORM 2500-CARGA-CICLOS-FEED
            PERFORM 3000-CRUZA-VERIFICACIONES
            PERFORM 9000-FINAL.
      *
               WHEN 'CAMBIOS-MST'
                  MOVE TOT-VALOR TO WS-CAMBIOS-MST
                  MOVE 'S' TO WS-HAY-CAMBIOS-MST
               WHEN 'TRX-LEIDAS'
                  MOVE TOT-VALOR TO WS-TRX-LEIDAS
                  MOVE 'S' TO WS-HAY-TRX-LEIDAS
               WHEN 'TRX-ACEPTADA'
                  MOVE TOT-VALOR TO WS-TRX-ACEPTADAS
                  MOVE 'S' TO WS-HAY-TRX-ACEPTADAS
               WHEN 'TRX-RECHAZAD'
                  MOVE TOT-VALOR TO WS-TRX-RECHAZADAS
                  MOVE 'S' TO WS-HAY-TRX-RECHAZADAS
               WHEN 'TRX-POSTEADA'
                  MOVE TOT-VALOR TO WS-TRX-POSTEADAS
                  MOVE 'S' TO WS-HAY-TRX-POSTEADAS
               WHEN 'TRX-ARCHIVAD'
                  MOVE TOT-VALOR TO WS-TRX-ARCHIVADAS
                  MOVE 'S' TO WS-HAY-TRX-ARCHIVADAS
            END-EVALUATE.
      *
      * Los ciclos del feed de la fecha de negocio: cuantos se
      * registraron, cuantos llegaron a archivarse y la suma de las
      * aceptadas de los que ya se pre-editaron.
       2500-CARGA-CICLOS-FEED.
            OPEN INPUT HOST-CICLOS-FEED
            IF FS-CICLOS-FEED = '00'
               MOVE WK-FECHA-NEGOCIO TO CIF-FECHA
               MOVE 0                TO CIF-CICLO
               START HOST-CICLOS-FEED KEY NOT < CIF-LLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-EOF-CICLOS
                  NOT INVALID KEY
                     MOVE 'N' TO WS-EOF-CICLOS
               END-START
               PERFORM UNTIL WS-EOF-CICLOS = 'Y'
                  READ HOST-CICLOS-FEED NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF-CICLOS
                     NOT AT END
                        IF CIF-FECHA NOT = WK-FECHA-NEGOCIO
                           MOVE 'Y' TO WS-EOF-CICLOS
                        ELSE
                           PERFORM 2600-SUMA-CICLO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CICLOS-FEED
            END-IF.
      *
       2600-SUMA-CICLO.
            MOVE 'S' TO WS-HAY-CICLOS
            ADD 1 TO WS-CIC-REGISTRADOS
            IF CIF-ARCHIVADO
               ADD 1 TO WS-CIC-ARCHIVADOS
            END-IF
            IF NOT CIF-REGISTRADO
               ADD CIF-ACEPTADAS TO WS-CIC-ACEPTADAS
            END-IF.
      *
       3000-CRUZA-VERIFICACIONES.
            OPEN OUTPUT HOST-RPT
            MOVE WS-HAY-AUD-OPS     TO WK-HAY-B
            PERFORM 3100-VERIFICA

            MOVE "V10 LEIDAS = ACEPTADAS + RECHAZADAS" TO WK-TITULO
            MOVE WS-TRX-LEIDAS      TO WK-LADO-A
            COMPUTE WK-LADO-B = WS-TRX-ACEPTADAS + WS-TRX-RECHAZADAS
            MOVE WS-HAY-TRX-LEIDAS  TO WK-HAY-A
            MOVE WS-HAY-TRX-ACEPTADAS TO WK-HAY-B
            IF WS-HAY-TRX-RECHAZADAS = 'N'
               MOVE 'N' TO WK-HAY-B
            END-IF
            PERFORM 3100-VERIFICA

            MOVE "V11 CICLOS REGISTRADOS = ARCHIVADOS" TO WK-TITULO
            MOVE WS-CIC-REGISTRADOS TO WK-LADO-A
            MOVE WS-CIC-ARCHIVADOS  TO WK-LADO-B
            MOVE WS-HAY-CICLOS      TO WK-HAY-A
            MOVE WS-HAY-CICLOS      TO WK-HAY-B
            PERFORM 3100-VERIFICA

            MOVE "V12 ACEPTADAS DIA = SUMA DE CICLOS" TO WK-TITULO
            MOVE WS-TRX-ACEPTADAS   TO WK-LADO-A
            MOVE WS-CIC-ACEPTADAS   TO WK-LADO-B
            MOVE WS-HAY-TRX-ACEPTADAS TO WK-HAY-A
            MOVE WS-HAY-CICLOS      TO WK-HAY-B
            PERFORM 3100-VERIFICA

      * V13 y V14 solo rigen si la fusion de particiones anoto
            MOVE "V13 ACEPTADAS = POSTEADAS PARTICIONES"
              TO WK-TITULO
            MOVE WS-TRX-ACEPTADAS     TO WK-LADO-A
            MOVE WS-TRX-POSTEADAS     TO WK-LADO-B
            MOVE WS-HAY-TRX-ACEPTADAS TO WK-HAY-A
            MOVE WS-HAY-TRX-POSTEADAS TO WK-HAY-B
            IF WS-HAY-TRX-POSTEADAS = 'N'
               MOVE 'N' TO WK-HAY-A
            END-IF
            PERFORM 3100-VERIFICA

            MOVE "V14 POSTEADAS = ARCHIVADAS PARTICIONES" TO WK-TITULO
            MOVE WS-TRX-POSTEADAS      TO WK-LADO-A
            MOVE WS-TRX-ARCHIVADAS     TO WK-LADO-B
            MOVE WS-HAY-TRX-POSTEADAS  TO WK-HAY-A
            MOVE WS-HAY-TRX-ARCHIVADAS TO WK-HAY-B
            PERFORM 3100-VERIFICA

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "VERIFICACIONES CON MISMATCH: " WS-TOT-MISMATCH
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            MOVE WK-FECHA-NEGOCIO TO WK-PUB-FECHA
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL.
      *
       3100-VERIFICA.
            MOVE SPACES TO WS-LIN-DETALLE
