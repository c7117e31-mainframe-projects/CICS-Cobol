      *      los acumuladores.
      *  De este historico sacan sus datos la extraccion por canal
      *  QG1CX170 y el anexo de detalle del estado QG1CX115.
      * Reversos: una linea de reverso se archiva con ARC-TIPO 'R' y
      *  la fecha/hora de su original, y al original (mismo canal,
      *  fecha y hora, mismo monto) se le marca ARC-REVERSADA 'S' con
      *  REWRITE, para que un segundo reverso del mismo movimiento lo
      *  rechace el pre-editor QG1CX160. Por eso el historico se abre
      *  con acceso dinamico (START por canal + fecha original).
      * Tipo de operacion: TRX-TIPO-OPER se archiva en ARC-TIPO-OPER
      *  y el original de un reverso debe ser del mismo tipo, el
      *  mismo casamiento que hace QG1CX160.
      * Ciclos intradia: se archiva ciclo por ciclo. El archivador
      *  exige el ciclo posteado ('P') en el control QG1CICFD.DAT
      *  (COPY QG1CIC01) y lo deja archivado ('A'), con lo que el
      *  pre-editor puede tomar el ciclo siguiente; un ciclo ya
      *  archivado no se vuelve a archivar.
      * Particiones: llamado por el flujo de particion QG1CX283 (con
      *  PTA-PARTICION de COPY QG1PTA01 puesta) archiva solo el
      *  archivo de su particion QG1Pnn.TRX, una vez que el posteo
      *  marco la particion en QG1PARCT.DAT (COPY QG1PCT01); el
      *  detalle retenido de la particion queda en QG1Pnn.HIS, que la
      *  fusion QG1CX284 agrega a QG1TRXHIS.DAT, y en vez de marcar
      *  el ciclo marca la particion archivada con su conteo. Como el
      *  corredor lo llama con CALL/CANCEL, termina con GOBACK en vez
      *  de STOP RUN, senalando el desenlace en RETURN-CODE. Una
      *  particion ya archivada o sin lineas en el ciclo se da por
      *  hecha con RETURN-CODE 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO DYNAMIC WS-NOMBRE-TRX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           SELECT HOST-ARCHIVO ASSIGN TO "QG1TRXARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-LLAVE
           FILE STATUS IS FS-ARCHIVO.

           SELECT HOST-RETENIDO ASSIGN TO DYNAMIC WS-NOMBRE-RETENIDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDO.

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
           COPY QG1ARC01.

       FD  HOST-RETENIDO.
       01  REG-RETENIDO        PIC X(53).

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-PARTCTL.
           COPY QG1PCT01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRX               PIC X(02).
       01 FS-ARCHIVO           PIC X(02).
       01 FS-RETENIDO          PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 FS-PARTCTL           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-ARCHIVO       PIC A(1).

       01 WK-SECUENCIA         PIC 9(05).
       01 WK-GRABADA           PIC X(01).
       01 WS-TOT-ARCHIVADAS    PIC 9(07) VALUE 0.
       01 WS-TOT-MARCADAS      PIC 9(07) VALUE 0.
       01 WK-MARCADA           PIC X(01).

       01 WK-LLAVE-CICLO       PIC X(10).
       01 WK-HAY-CICLO         PIC X(01).

       01 WS-NOMBRE-TRX        PIC X(13) VALUE 'QG1CX160.TRX'.
       01 WS-NOMBRE-RETENIDO   PIC X(13) VALUE 'QG1TRXHIS.DAT'.

           COPY QG1PTA01.
       01 WS-MODO-PARTICION    PIC X(01) VALUE 'N'.
       01 WK-PARTICION         PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-ARCHIVA-FEED
            IF WS-MODO-PARTICION = 'S'
               PERFORM 3900-MARCA-PARTICION
            ELSE
               PERFORM 3000-MARCA-ARCHIVADO
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ARCHIVO HISTORICO DEL DETALLE DE TRANSACCIONES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            IF PTA-PARTICION NUMERIC AND PTA-PARTICION > 0
               MOVE 'S' TO WS-MODO-PARTICION
               MOVE PTA-PARTICION TO WK-PARTICION
               MOVE SPACES TO WS-NOMBRE-TRX, WS-NOMBRE-RETENIDO
               STRING "QG1P" WK-PARTICION ".TRX"
                  DELIMITED SIZE INTO WS-NOMBRE-TRX
               STRING "QG1P" WK-PARTICION ".HIS"
                  DELIMITED SIZE INTO WS-NOMBRE-RETENIDO
               DISPLAY "ARCHIVO DE LA PARTICION " WK-PARTICION
               PERFORM 1200-VERIFICA-PARTICION
            ELSE
               PERFORM 1100-VERIFICA-CICLO
            END-IF

            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO " WS-NOMBRE-TRX
                       " - FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O HOST-ARCHIVO
               DISPLAY "ABEND: OPEN DE HOST-ARCHIVO FALLIDO - "
                       "FILE STATUS " FS-ARCHIVO
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            IF WS-MODO-PARTICION = 'S'
               OPEN OUTPUT HOST-RETENIDO
            ELSE
               OPEN EXTEND HOST-RETENIDO
               IF FS-RETENIDO = '35'
                  OPEN OUTPUT HOST-RETENIDO
               END-IF
            END-IF.
      *
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
                     IF CIF-POSTEADO
                        MOVE 'S' TO WK-HAY-CICLO
                        MOVE CIF-LLAVE TO WK-LLAVE-CICLO
                        DISPLAY "ARCHIVO DEL CICLO " CIF-CICLO
                                " DE LA FECHA " CIF-FECHA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO POSTEADO PENDIENTE DE "
                       "ARCHIVO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
      *
      * La particion se archiva sobre el ciclo pre-editado (el ciclo
      * no pasa a posteado hasta la fusion) y solo despues de que el
      * posteo de la particion quedo marcado.
       1200-VERIFICA-PARTICION.
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
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO PRE-EDITADO CON "
                       "PARTICIONES PENDIENTES"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT HOST-PARTCTL
            IF FS-PARTCTL NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE PARTICIONES QG1PARCT.DAT"
                       " - FILE STATUS " FS-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WK-LLAVE-CICLO TO PCT-LLAVE(1:10)
            MOVE WK-PARTICION   TO PCT-PARTICION
            READ HOST-PARTCTL
               INVALID KEY
                  DISPLAY "PARTICION " WK-PARTICION
                          " SIN LINEAS EN EL CICLO, NADA QUE ARCHIVAR"
                  CLOSE HOST-PARTCTL
                  MOVE 0 TO RETURN-CODE
                  GOBACK
            END-READ
            CLOSE HOST-PARTCTL
            IF PCT-ARCHIVADA
               DISPLAY "PARTICION " WK-PARTICION
                       " YA ARCHIVADA EN ESTE CICLO"
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF
            IF NOT PCT-POSTEADA
               DISPLAY "ABEND: LA PARTICION " WK-PARTICION
                       " NO ESTA POSTEADA, NO SE ARCHIVA"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
       2000-ARCHIVA-FEED.
            END-PERFORM

            CLOSE HOST-TRX, HOST-ARCHIVO, HOST-RETENIDO
            DISPLAY "LINEAS ARCHIVADAS : " WS-TOT-ARCHIVADAS
            DISPLAY "ORIGINALES REVERSADOS : " WS-TOT-MARCADAS.
      *
      * La secuencia arranca en 1 y, si la llave ya existe (un
      * reproceso del mismo dia), avanza y reintenta hasta entrar.
       2100-ARCHIVA-UNA.
            IF TRX-REVERSO
               PERFORM 2200-MARCA-ORIGINAL
            END-IF

            MOVE TRX-COD-CANAL TO ARC-COD-CANAL
            MOVE TRX-FECHA     TO ARC-FECHA
            MOVE TRX-MONTO     TO ARC-MONTO
            MOVE TRX-CANTIDAD  TO ARC-CANTIDAD
            MOVE TRX-MONEDA    TO ARC-MONEDA
            MOVE TRX-HORA      TO ARC-HORA
            MOVE TRX-TIPO      TO ARC-TIPO
            MOVE TRX-TIPO-OPER TO ARC-TIPO-OPER
            MOVE 'N'           TO ARC-REVERSADA
            IF TRX-REVERSO
               MOVE TRX-FECHA-ORIG TO ARC-FECHA-ORIG
               MOVE TRX-HORA-ORIG  TO ARC-HORA-ORIG
            ELSE
               MOVE 0      TO ARC-FECHA-ORIG
               MOVE SPACES TO ARC-HORA-ORIG
            END-IF

            MOVE 1   TO WK-SECUENCIA
            MOVE 'N' TO WK-GRABADA
               DISPLAY "ABEND: SECUENCIA AGOTADA PARA "
                       ARC-COD-CANAL " " ARC-FECHA
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            ADD 1 TO WS-TOT-ARCHIVADAS

            MOVE REG-TRX-DIARIA TO REG-RETENIDO
            WRITE REG-RETENIDO.
      *
      * el original es el primer movimiento no reversado del canal en
      * la fecha/hora original con el mismo monto, el mismo criterio
      * con que lo caso QG1CX160
       2200-MARCA-ORIGINAL.
            MOVE 'N' TO WK-MARCADA
            MOVE TRX-COD-CANAL  TO ARC-COD-CANAL
            MOVE TRX-FECHA-ORIG TO ARC-FECHA
            MOVE 0              TO ARC-SECUENCIA
            START HOST-ARCHIVO KEY NOT < ARC-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-ARCHIVO
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF-ARCHIVO
            END-START
            PERFORM UNTIL WS-EOF-ARCHIVO = 'Y' OR WK-MARCADA = 'S'
               READ HOST-ARCHIVO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ARCHIVO
                  NOT AT END
                     IF ARC-COD-CANAL NOT = TRX-COD-CANAL
                        OR ARC-FECHA NOT = TRX-FECHA-ORIG
                        MOVE 'Y' TO WS-EOF-ARCHIVO
                     ELSE
                        IF ARC-HORA = TRX-HORA-ORIG
                           AND ARC-MONTO = TRX-MONTO
                           AND ARC-TIPO-OPER = TRX-TIPO-OPER
                           AND NOT ARC-REVERSO
                           AND NOT ARC-YA-REVERSADA
                           PERFORM 2250-REGRABA-ORIGINAL
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WK-MARCADA NOT = 'S'
               DISPLAY "AVISO: ORIGINAL DEL REVERSO NO UBICADO - "
                       TRX-COD-CANAL " " TRX-FECHA-ORIG " "
                       TRX-HORA-ORIG
            END-IF.
      *
       2250-REGRABA-ORIGINAL.
            MOVE 'S' TO ARC-REVERSADA
            REWRITE REG-TRX-ARCHIVADA
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DEL ORIGINAL FALLIDO - "
                          ARC-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            MOVE 'S' TO WK-MARCADA
            ADD 1 TO WS-TOT-MARCADAS.
      *
       3000-MARCA-ARCHIVADO.
            OPEN I-O HOST-CICLOS
            MOVE WK-LLAVE-CICLO TO CIF-LLAVE
            READ HOST-CICLOS
               INVALID KEY
                  DISPLAY "ABEND: CICLO " WK-LLAVE-CICLO
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            SET CIF-ARCHIVADO TO TRUE
            REWRITE REG-CICLO-FEED
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DEL CICLO FALLIDO - "
                          CIF-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-CICLOS
            DISPLAY "CICLO MARCADO COMO ARCHIVADO".
      *
       3900-MARCA-PARTICION.
            OPEN I-O HOST-PARTCTL
            MOVE WK-LLAVE-CICLO TO PCT-LLAVE(1:10)
            MOVE WK-PARTICION   TO PCT-PARTICION
            READ HOST-PARTCTL
               INVALID KEY
                  DISPLAY "ABEND: PARTICION " PCT-LLAVE
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            SET PCT-ARCHIVADA TO TRUE
            MOVE WS-TOT-ARCHIVADAS TO PCT-ARC-LINEAS
            REWRITE REG-PARTICION-CTL
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DE LA PARTICION FALLIDO - "
                          PCT-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-PARTCTL
            DISPLAY "PARTICION " WK-PARTICION
                    " MARCADA COMO ARCHIVADA".
      *
       9000-FINAL.
           GOBACK.
       END PROGRAM QG1CX169.
