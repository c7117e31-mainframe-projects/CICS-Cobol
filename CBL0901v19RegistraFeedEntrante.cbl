      *      y huecos).
      *  Los lectores del feed (QG1CX160, QG1CX129) ignoran la linea
      *  HDR: registrarla es trabajo de este programa.
      * Ciclos intradia: el feed de transacciones llega ahora en
      *  varios ciclos numerados por fecha de negocio. Su cabecera
      *  HDR trae ademas la fecha de negocio (8) y el numero de ciclo
      *  (2, en blanco = el siguiente de la fecha); la accion 'R'
      *  registra el ciclo en QG1CICFD.DAT (COPY QG1CIC01, estado
      *  'R') con el nombre del archivo, para que QG1CX160 lo tome en
      *  orden. Un ciclo ya registrado o que llega despues de uno
      *  posterior se rechaza con abend; un hueco de ciclos se avisa
      *  y va al run-log, igual que el de secuencias. Los feeds
      *  regionales no traen fecha en la cabecera y no abren ciclo.
      * Feeds esperados: el catalogo pasa a la copia QG1FEE01 y
      *  guarda tambien la hora de registro (FEE-HORA), con la que el
      *  monitor QG1CX235 distingue un feed tardio de uno a tiempo.
      * Totales de canal: los canales grandes mandan sus propios
      *  totales de fin de dia (cantidad y monto por fecha y moneda)
      *  en un feed cuya cabecera HDR trae 'T' en el tipo de feed
      *  (posicion 24; en blanco los feeds de siempre). Ese feed no
      *  abre ciclo aunque traiga fecha de negocio: la accion 'R'
      *  valida todas sus lineas (canal, fecha via QG1CX072, moneda,
      *  cantidad y monto numericos) y, solo si todas pasan, las
      *  agrega a QG1TOTCAN.DAT (COPY QG1TRP01) con su fuente y
      *  secuencia antes de anotarlo como recibido. Un archivo con
      *  una linea mala se rechaza entero y puede reenviarse con la
      *  misma secuencia. Lo concilia QG1CX291.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-TOTALES-CANAL ASSIGN TO "QG1TOTCAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOTALES-CANAL.

           SELECT HOST-CICLOS ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 FEED-MARCA       PIC X(03).
           05 FEED-FUENTE      PIC X(04).
           05 FEED-SECUENCIA   PIC X(06).
           05 FEED-FECHA-NEGOCIO PIC X(08).
           05 FEED-CICLO       PIC X(02).
           05 FEED-TIPO        PIC X(01).
              88 FEED-DE-TOTALES   VALUE 'T'.
           05 FILLER           PIC X(06).
       01  REG-FEED-TOTAL.
           05 TOF-COD-CANAL    PIC X(03).
           05 TOF-FECHA        PIC X(08).
           05 TOF-MONEDA       PIC X(03).
           05 TOF-CANTIDAD     PIC X(09).
           05 TOF-MONTO        PIC X(15).
           05 TOF-MONTO-N REDEFINES TOF-MONTO PIC 9(13)V9(02).

       FD  HOST-CATALOGO.
           COPY QG1FEE01.

       FD  HOST-TOTALES-CANAL.
           COPY QG1TRP01.

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-FEED              PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 FS-TOTALES-CANAL     PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-ACCION            PIC X(01).
             10 WS-FEE-SECUENCIA PIC 9(06).
             10 WS-FEE-FECHA   PIC 9(08).
             10 WS-FEE-ESTADO  PIC X(01).
             10 WS-FEE-HORA    PIC 9(06).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-MAX-SECUENCIA     PIC 9(06).

       01 WK-FECHA-CICLO       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-CICLO             PIC 9(02).
       01 WK-MAX-CICLO         PIC 9(02).

       01 WK-TIPO-FEED         PIC X(01).
       01 WK-LINEAS-TOTAL      PIC 9(05).
       01 WK-FECHA-TOTAL       PIC 9(08).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX162'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).
                          TO WS-FEE-FECHA(WS-TOT-CATALOGO)
                        MOVE FEE-ESTADO
                          TO WS-FEE-ESTADO(WS-TOT-CATALOGO)
                        MOVE FEE-HORA
                          TO WS-FEE-HORA(WS-TOT-CATALOGO)
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF
            MOVE FEED-FUENTE    TO WK-FUENTE
            MOVE FEED-SECUENCIA TO WK-SECUENCIA
            MOVE FEED-TIPO      TO WK-TIPO-FEED
            DISPLAY "FUENTE " WK-FUENTE " SECUENCIA " WK-SECUENCIA

            MOVE 0 TO WK-MAX-SECUENCIA
                                      WK-LOG-TEXTO
            END-IF

            IF WK-TIPO-FEED = 'T'
               PERFORM 3700-VALIDA-TOTALES
               PERFORM 3800-CARGA-TOTALES
            ELSE
               IF FEED-FECHA-NEGOCIO NUMERIC
                  PERFORM 3500-REGISTRA-CICLO
               END-IF
            END-IF

            OPEN EXTEND HOST-CATALOGO
            IF FS-CATALOGO = '35'
               OPEN OUTPUT HOST-CATALOGO
            MOVE WK-SECUENCIA TO FEE-SECUENCIA
            MOVE WK-FECHA-HOY TO FEE-FECHA
            MOVE 'R'          TO FEE-ESTADO
            MOVE FUNCTION CURRENT-DATE(9:6) TO FEE-HORA
            WRITE REG-CATALOGO
            CLOSE HOST-CATALOGO
            DISPLAY "FEED REGISTRADO COMO RECIBIDO".
      *
      * El ciclo se numera dentro de su fecha de negocio: el que trae
      * la cabecera o, en blanco, el siguiente al ultimo registrado.
      * Un ciclo no puede entrar detras de otro posterior de la misma
      * fecha porque los acumulados del dia ya se arrastraron.
       3500-REGISTRA-CICLO.
            MOVE FEED-FECHA-NEGOCIO TO WK-FECHA-CICLO
            CALL "QG1CX072" USING WK-FECHA-CICLO, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: FECHA DE NEGOCIO DE LA CABECERA "
                       "INVALIDA - " FEED-FECHA-NEGOCIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-CICLOS
            IF FS-CICLOS = '35'
               OPEN OUTPUT HOST-CICLOS
               CLOSE HOST-CICLOS
               OPEN I-O HOST-CICLOS
            END-IF
            IF FS-CICLOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-CICLOS FALLIDO - "
                       "FILE STATUS " FS-CICLOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 0 TO WK-MAX-CICLO
            MOVE WK-FECHA-CICLO TO CIF-FECHA
            MOVE 0              TO CIF-CICLO
            START HOST-CICLOS KEY NOT < CIF-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CICLOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CIF-FECHA NOT = WK-FECHA-CICLO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        MOVE CIF-CICLO TO WK-MAX-CICLO
                     END-IF
               END-READ
            END-PERFORM

            IF FEED-CICLO NUMERIC AND FEED-CICLO NOT = '00'
               MOVE FEED-CICLO TO WK-CICLO
            ELSE
               IF WK-MAX-CICLO = 99
                  DISPLAY "ABEND: LA FECHA " WK-FECHA-CICLO
                          " YA TIENE 99 CICLOS"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WK-CICLO = WK-MAX-CICLO + 1
            END-IF

            IF WK-CICLO NOT > WK-MAX-CICLO
               DISPLAY "ABEND: EL CICLO " WK-CICLO " DE LA FECHA "
                       WK-FECHA-CICLO " YA FUE REGISTRADO O LLEGA "
                       "DESPUES DEL CICLO " WK-MAX-CICLO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WK-CICLO > WK-MAX-CICLO + 1
               DISPLAY "AVISO: HUECO DE CICLOS EN " WK-FECHA-CICLO
                       " - ULTIMO " WK-MAX-CICLO " RECIBIDO "
                       WK-CICLO
               MOVE 'A' TO WK-LOG-SEVERIDAD
               MOVE SPACES TO WK-LOG-TEXTO
               STRING "HUECO DE CICLOS FECHA " WK-FECHA-CICLO
                      " ULTIMO " WK-MAX-CICLO
                      " RECIBIDO " WK-CICLO
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD,
                                      WK-LOG-TEXTO
            END-IF

            INITIALIZE REG-CICLO-FEED
            MOVE WK-FECHA-CICLO TO CIF-FECHA
            MOVE WK-CICLO       TO CIF-CICLO
            MOVE WK-FUENTE      TO CIF-FUENTE
            MOVE WK-SECUENCIA   TO CIF-SECUENCIA
            MOVE WS-NOMBRE-FEED TO CIF-ARCHIVO
            SET CIF-REGISTRADO TO TRUE
            MOVE FUNCTION CURRENT-DATE(9:6) TO CIF-HORA-REGISTRO
            WRITE REG-CICLO-FEED
               INVALID KEY
                  DISPLAY "ABEND: WRITE DEL CICLO FALLIDO - "
                          CIF-LLAVE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-WRITE
            CLOSE HOST-CICLOS
            DISPLAY "CICLO " WK-CICLO " DE LA FECHA " WK-FECHA-CICLO
                    " REGISTRADO".
      *
      * Feed de totales de canal: primera pasada solo valida, para no
      * cargar la mitad de un archivo malo.
       3700-VALIDA-TOTALES.
            MOVE 0 TO WK-LINEAS-TOTAL
            OPEN INPUT HOST-FEED
            READ HOST-FEED
               AT END CONTINUE
            END-READ
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-FEED
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WK-LINEAS-TOTAL
                     PERFORM 3750-VALIDA-LINEA-TOTAL
               END-READ
            END-PERFORM
            CLOSE HOST-FEED
            IF WK-LINEAS-TOTAL = 0
               DISPLAY "ABEND: EL FEED DE TOTALES NO TRAE LINEAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       3750-VALIDA-LINEA-TOTAL.
            MOVE 'S' TO WK-FECHA-VALIDA
            IF TOF-FECHA NUMERIC
               MOVE TOF-FECHA TO WK-FECHA-TOTAL
               CALL "QG1CX072" USING WK-FECHA-TOTAL, WK-FECHA-VALIDA
            ELSE
               MOVE 'N' TO WK-FECHA-VALIDA
            END-IF
            IF TOF-COD-CANAL = SPACES
               OR TOF-MONEDA = SPACES
               OR WK-FECHA-VALIDA NOT = 'S'
               OR TOF-CANTIDAD NOT NUMERIC
               OR TOF-MONTO NOT NUMERIC
               DISPLAY "ABEND: LINEA " WK-LINEAS-TOTAL
                       " DEL FEED DE TOTALES INVALIDA: "
                       REG-FEED-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       3800-CARGA-TOTALES.
            OPEN EXTEND HOST-TOTALES-CANAL
            IF FS-TOTALES-CANAL = '35'
               OPEN OUTPUT HOST-TOTALES-CANAL
            END-IF
            OPEN INPUT HOST-FEED
            READ HOST-FEED
               AT END CONTINUE
            END-READ
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-FEED
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE TOF-COD-CANAL TO TRP-COD-CANAL
                     MOVE TOF-FECHA     TO TRP-FECHA
                     MOVE TOF-MONEDA    TO TRP-MONEDA
                     MOVE TOF-CANTIDAD  TO TRP-CANTIDAD
                     MOVE TOF-MONTO-N   TO TRP-MONTO
                     MOVE WK-FUENTE     TO TRP-FUENTE
                     MOVE WK-SECUENCIA  TO TRP-SECUENCIA
                     MOVE WK-FECHA-HOY  TO TRP-FECHA-REGISTRO
                     WRITE REG-TOTAL-REPORTADO
               END-READ
            END-PERFORM
            CLOSE HOST-FEED, HOST-TOTALES-CANAL
            DISPLAY "LINEAS DE TOTALES DE CANAL CARGADAS : "
                    WK-LINEAS-TOTAL.
      *
       4000-MARCA-PROCESADO.
            MOVE 0 TO WK-POS
               MOVE WS-FEE-SECUENCIA(WK-I) TO FEE-SECUENCIA
               MOVE WS-FEE-FECHA(WK-I)     TO FEE-FECHA
               MOVE WS-FEE-ESTADO(WK-I)    TO FEE-ESTADO
               MOVE WS-FEE-HORA(WK-I)      TO FEE-HORA
               WRITE REG-CATALOGO
            END-PERFORM
            CLOSE HOST-CATALOGO
