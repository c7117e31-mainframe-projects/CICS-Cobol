      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Particionador del feed aceptado. A fin de mes el
      *  posteo QG1CX091, el control de limites QG1CX092 y el archivo
      *  QG1CX169 recorrian cada uno el ciclo completo en un solo
      *  flujo y no entraban en la ventana. Este paso corre despues
      *  del pre-editor QG1CX160, sobre el ciclo pre-editado ('E') de
      *  QG1CICFD.DAT, y reparte QG1CX160.TRX por rango de COD-CANAL
      *  (rutina QG1CX282: corte QG1PARTI.DAT o rangos de entidades
      *  QG1ENTID.DAT) en un archivo por particion QG1Pnn.TRX, con
      *  la infraestructura SORT (INPUT/OUTPUT PROCEDURE, patron de
      *  QG1CX098). Por cada particion con lineas deja un registro en
      *  el control QG1PARCT.DAT (COPY QG1PCT01) con las banderas de
      *  paso en blanco; de ahi cada flujo QG1CX283 toma su particion
      *  y la fusion QG1CX284 recompone los totales.
      *  Se puede volver a correr mientras ningun flujo haya marcado
      *  un paso: rehace los archivos y el control del ciclo. Con un
      *  paso ya marcado se niega, porque partir de nuevo duplicaria
      *  lo que ese flujo ya posteo. Termina con GOBACK para correr
      *  como paso de cadena (QG1CX199).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX281.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.TRX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           SELECT HOST-WORK ASSIGN TO "QG1CX281.TMP".

           SELECT HOST-PARTE ASSIGN TO DYNAMIC WS-NOMBRE-PARTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTE.

           SELECT HOST-CICLOS ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS.

           SELECT HOST-PARTCTL ASSIGN TO "QG1PARCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCT-LLAVE
           FILE STATUS IS FS-PARTCTL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TRX.
           COPY QG1TRX01.

       SD  HOST-WORK.
       01  REG-WORK.
           05 SRT-PARTICION    PIC 9(02).
           05 SRT-SECUENCIA    PIC 9(07).
           05 SRT-LINEA        PIC X(53).

       FD  HOST-PARTE.
       01  REG-PARTE           PIC X(53).

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-PARTCTL.
           COPY QG1PCT01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRX               PIC X(02).
       01 FS-PARTE             PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 FS-PARTCTL           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-CTL           PIC A(1).

       01 WK-LLAVE-CICLO.
          05 WK-FECHA-CICLO    PIC 9(08).
          05 WK-NUM-CICLO      PIC 9(02).
       01 WK-HAY-CICLO         PIC X(01).

       01 WS-NOMBRE-PARTE      PIC X(12).
       01 WK-PARTICION         PIC 9(02).
       01 WK-TOT-PARTICIONES   PIC 9(02).
       01 WK-PARTICION-ABIERTA PIC 9(02) VALUE 0.
       01 WK-LINEAS-PARTE      PIC 9(07) VALUE 0.

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-PARTES        PIC 9(02) VALUE 0.
       01 WS-TOT-ARRANCADAS    PIC 9(02) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX281'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1100-VERIFICA-CICLO
            PERFORM 1500-LIMPIA-CONTROL
            PERFORM 2000-PARTE-FEED
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "PARTICION DEL FEED ACEPTADO POR RANGO DE CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
      * QG1CX160 no deja mas de un ciclo pre-editado a la vez
       1100-VERIFICA-CICLO.
            OPEN INPUT HOST-CICLOS
            IF FS-CICLOS NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE CICLOS QG1CICFD.DAT - "
                       "FILE STATUS " FS-CICLOS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE 'N' TO WK-HAY-CICLO
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y' OR WK-HAY-CICLO = 'S'
               READ HOST-CICLOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CIF-PRE-EDITADO
                        MOVE 'S' TO WK-HAY-CICLO
                        MOVE CIF-LLAVE TO WK-LLAVE-CICLO
                        DISPLAY "PARTICION DEL CICLO " CIF-CICLO
                                " DE LA FECHA " CIF-FECHA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO PRE-EDITADO PENDIENTE DE "
                       "PARTICION"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
      * Un corte anterior del mismo ciclo se borra para rehacerlo,
      * salvo que algun flujo ya haya marcado un paso.
       1500-LIMPIA-CONTROL.
            OPEN I-O HOST-PARTCTL
            IF FS-PARTCTL = '35'
               OPEN OUTPUT HOST-PARTCTL
               CLOSE HOST-PARTCTL
               OPEN I-O HOST-PARTCTL
            END-IF
            IF FS-PARTCTL NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1PARCT.DAT FALLIDO - "
                       "FILE STATUS " FS-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM 1600-POSICIONA-CICLO
            PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ HOST-PARTCTL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-CTL
                  NOT AT END
                     IF PCT-FECHA NOT = WK-FECHA-CICLO
                        OR PCT-CICLO NOT = WK-NUM-CICLO
                        MOVE 'Y' TO WS-EOF-CTL
                     ELSE
                        IF PCT-POSTEADA OR PCT-LIMITES-CONTROLADOS
                           OR PCT-ARCHIVADA OR PCT-FUSIONADA
                           ADD 1 TO WS-TOT-ARRANCADAS
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-TOT-ARRANCADAS > 0
               DISPLAY "ABEND: EL CICLO YA TIENE " WS-TOT-ARRANCADAS
                       " PARTICIONES EN PROCESO; RELANZAR SUS FLUJOS "
                       "CON QG1CX283"
               CLOSE HOST-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM 1600-POSICIONA-CICLO
            PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ HOST-PARTCTL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-CTL
                  NOT AT END
                     IF PCT-FECHA NOT = WK-FECHA-CICLO
                        OR PCT-CICLO NOT = WK-NUM-CICLO
                        MOVE 'Y' TO WS-EOF-CTL
                     ELSE
                        DELETE HOST-PARTCTL RECORD
                     END-IF
               END-READ
            END-PERFORM.
      *
       1600-POSICIONA-CICLO.
            MOVE WK-FECHA-CICLO TO PCT-FECHA
            MOVE WK-NUM-CICLO   TO PCT-CICLO
            MOVE 0              TO PCT-PARTICION
            START HOST-PARTCTL KEY NOT < PCT-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-CTL
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF-CTL
            END-START.
      *
      * La secuencia de lectura va en la llave del sort para que cada
      * particion conserve el orden del feed.
       2000-PARTE-FEED.
            SORT HOST-WORK ON ASCENDING KEY SRT-PARTICION
                                            SRT-SECUENCIA
            INPUT PROCEDURE IS 3000-LEE-FEED
            OUTPUT PROCEDURE IS 4000-GRABA-PARTICIONES
            CLOSE HOST-PARTCTL.
      *
       3000-LEE-FEED.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.TRX - "
                       "FILE STATUS " FS-TRX
               CLOSE HOST-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-TRX
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     CALL "QG1CX282" USING TRX-COD-CANAL,
                                            WK-PARTICION,
                                            WK-TOT-PARTICIONES
                     MOVE WK-PARTICION  TO SRT-PARTICION
                     MOVE WS-TOT-LEIDAS TO SRT-SECUENCIA
                     MOVE REG-TRX-DIARIA TO SRT-LINEA
                     RELEASE REG-WORK
               END-READ
            END-PERFORM
            CLOSE HOST-TRX.
      *
       4000-GRABA-PARTICIONES.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               RETURN HOST-WORK
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 4100-GRABA-LINEA
               END-RETURN
            END-PERFORM
            IF WK-PARTICION-ABIERTA > 0
               PERFORM 4300-CIERRA-PARTICION
            END-IF.
      *
       4100-GRABA-LINEA.
            IF SRT-PARTICION NOT = WK-PARTICION-ABIERTA
               IF WK-PARTICION-ABIERTA > 0
                  PERFORM 4300-CIERRA-PARTICION
               END-IF
               PERFORM 4200-ABRE-PARTICION
            END-IF
            MOVE SRT-LINEA TO REG-PARTE
            WRITE REG-PARTE
            ADD 1 TO WK-LINEAS-PARTE.
      *
       4200-ABRE-PARTICION.
            MOVE SRT-PARTICION TO WK-PARTICION-ABIERTA
            MOVE 0 TO WK-LINEAS-PARTE
            MOVE SPACES TO WS-NOMBRE-PARTE
            STRING "QG1P" WK-PARTICION-ABIERTA ".TRX"
               DELIMITED SIZE INTO WS-NOMBRE-PARTE
            OPEN OUTPUT HOST-PARTE
            IF FS-PARTE NOT = '00'
               DISPLAY "ABEND: OPEN DE " WS-NOMBRE-PARTE
                       " FALLIDO - FILE STATUS " FS-PARTE
               CLOSE HOST-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
       4300-CIERRA-PARTICION.
            CLOSE HOST-PARTE
            ADD 1 TO WS-TOT-PARTES
            INITIALIZE REG-PARTICION-CTL
            MOVE WK-FECHA-CICLO       TO PCT-FECHA
            MOVE WK-NUM-CICLO         TO PCT-CICLO
            MOVE WK-PARTICION-ABIERTA TO PCT-PARTICION
            MOVE WK-LINEAS-PARTE      TO PCT-LINEAS
            MOVE 'N' TO PCT-POSTEO, PCT-LIMITES, PCT-ARCHIVO,
                        PCT-FUSION
            WRITE REG-PARTICION-CTL
               INVALID KEY
                  DISPLAY "ABEND: ALTA DEL CONTROL DE PARTICION "
                          "FALLIDA - " PCT-LLAVE
                  CLOSE HOST-PARTCTL
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-WRITE
            DISPLAY "PARTICION " WK-PARTICION-ABIERTA " : "
                    WK-LINEAS-PARTE " LINEAS EN " WS-NOMBRE-PARTE.
      *
       8000-TOTALES.
            DISPLAY "LINEAS LEIDAS         : " WS-TOT-LEIDAS
            DISPLAY "PARTICIONES CON DATOS : " WS-TOT-PARTES
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CICLO " WK-FECHA-CICLO "-" WK-NUM-CICLO
                   " PARTIDO EN " WS-TOT-PARTES " PARTICIONES, "
                   WS-TOT-LEIDAS " LINEAS"
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           GOBACK.
       END PROGRAM QG1CX281.
