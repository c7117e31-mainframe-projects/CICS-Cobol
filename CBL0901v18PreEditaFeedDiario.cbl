      *  y anota sus totales de control via CALL QG1CX143 para el
      *  balanceador de fin de dia QG1CX144. El posteo deja de ser
      *  el lugar donde se descubre la basura.
      * Reversos: una linea con TRX-TIPO 'R' reversa un movimiento ya
      *  archivado del mismo canal (TRX-FECHA-ORIG, TRX-HORA-ORIG y el
      *  mismo monto). Ademas de la edicion de QG1CX161, el original
      *  se busca en el historico QG1TRXARC.DAT (COPY QG1ARC01,
      *  START por canal + fecha original); un reverso sin original,
      *  o cuyo original ya esta reversado o ya fue tomado por otro
      *  reverso del mismo lote, se rechaza con motivo '06'. Un
      *  TRX-TIPO distinto de blanco o 'R' se rechaza con motivo '07'.
      * Tipo de operacion: la linea trae TRX-TIPO-OPER; QG1CX161 lo
      *  valida contra la tabla QG1TIPOP.DAT (motivo '08' si no existe
      *  o esta de baja) y un reverso solo casa con un original del
      *  mismo tipo de operacion.
      * Ciclos intradia: el feed ya no es un solo QG1CX091.TRX de fin
      *  de dia. Cada corrida toma el ciclo registrado ('R') mas
      *  antiguo del control QG1CICFD.DAT (COPY QG1CIC01, lo abre
      *  QG1CX162) y pre-edita su archivo (ASSIGN TO DYNAMIC con el
      *  nombre registrado); no arranca si un ciclo anterior sigue
      *  sin postear o sin archivar, porque QG1CX160.TRX es el del
      *  ciclo y lo consumen QG1CX091 y QG1CX169. Verificado el
      *  trailer, las aceptadas del ciclo se agregan a la union del
      *  dia QG1CX160.DIA (la que leen los controles de fin de dia) y
      *  las rechazadas a QG1CX160.REJ, que tambien es del dia para
      *  que la reparacion vea todos los ciclos; el primer ciclo de
      *  la fecha los arranca de cero. Los totales de control que se
      *  anotan son los acumulados del dia (los del ciclo anterior
      *  mas los propios), que quedan en el registro del ciclo con el
      *  estado 'E'.
      * Reproceso de un ciclo: las lineas del ciclo se agregan a la
      *  union del dia antes de que el ciclo quede 'E', asi que un
      *  ciclo que se cae entre ambos pasos ya dejo sus lineas. Antes
      *  de agregar, QG1CX160.DIA y QG1CX160.REJ se recortan (via
      *  QG1CX160.TMP) a los acumulados de aceptadas y rechazadas del
      *  ciclo anterior; lo que sobra es de la corrida caida y se
      *  descarta, y el ciclo vuelto a correr no duplica lineas.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CRUDO ASSIGN TO DYNAMIC WS-NOMBRE-CRUDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRUDO.

           SELECT HOST-ACEPTADAS ASSIGN TO "QG1CX160.TRX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACEPTADAS.

           SELECT HOST-RECHAZADAS ASSIGN TO "QG1CX160.RJC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZADAS.

           SELECT HOST-DIA ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIA.

           SELECT HOST-REJ-DIA ASSIGN TO "QG1CX160.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJ-DIA.

           SELECT HOST-TEMPORAL ASSIGN TO "QG1CX160.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CICLOS ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS.

           SELECT HOST-ARCHIVO ASSIGN TO "QG1TRXARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-LLAVE
           FILE STATUS IS FS-ARCHIVO.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 CRU-CANTIDAD     PIC X(05).
           05 CRU-MONEDA       PIC X(03).
           05 CRU-HORA         PIC X(06).
           05 CRU-TIPO         PIC X(01).
           05 CRU-FECHA-ORIG   PIC X(08).
           05 CRU-HORA-ORIG    PIC X(06).
           05 CRU-TIPO-OPER    PIC X(02).

       FD  HOST-ACEPTADAS.
       01  REG-ACEPTADA        PIC X(53).

       FD  HOST-RECHAZADAS.
       01  REG-RECHAZADA.
           05 REJ-REGISTRO     PIC X(53).
           05 REJ-MOTIVO       PIC X(02).

       FD  HOST-DIA.
       01  REG-DIA             PIC X(53).

       FD  HOST-REJ-DIA.
       01  REG-REJ-DIA         PIC X(55).

       FD  HOST-TEMPORAL.
       01  REG-TEMPORAL        PIC X(55).

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-ARCHIVO.
           COPY QG1ARC01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CRUDO             PIC X(02).
       01 FS-ARCHIVO           PIC X(02).
       01 FS-ACEPTADAS         PIC X(02).
       01 FS-RECHAZADAS        PIC X(02).
       01 FS-DIA               PIC X(02).
       01 FS-REJ-DIA           PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-ARCHIVO       PIC A(1).
       01 WS-HAY-ARCHIVO       PIC X(01) VALUE 'N'.

       01 WK-ENTRADA           PIC X(53).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WS-HAY-TRAILER       PIC X(01) VALUE 'N'.

       01 WS-TOT-ACEPTADAS     PIC 9(07) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(07) VALUE 0.
       01 WS-TOT-REVERSOS      PIC 9(07) VALUE 0.

       01 WK-MONTO-REVERSO     PIC 9(09)V9(02).
       01 WK-FECHA-ORIG        PIC 9(08).
       01 WK-CASADO            PIC X(01).
       01 WK-YA-TOMADO         PIC X(01).
       01 WK-I                 PIC 9(05).
       01 WS-TOT-CASADOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-CASADOS.
          05 WS-CAS-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-CASADOS.
             10 WS-CAS-LLAVE   PIC X(16).

       01 WS-NOMBRE-CRUDO      PIC X(12).
       01 WK-LLAVE-CICLO.
          05 WK-FECHA-CICLO    PIC 9(08).
          05 WK-NUM-CICLO      PIC 9(02).
       01 WK-HAY-CICLO         PIC X(01).
       01 WK-PRIMER-CICLO      PIC X(01).
       01 WK-ANT-FECHA         PIC 9(08).
       01 WK-ANT-ARCHIVADO     PIC X(01).
       01 WK-ANT-ACUM-LEIDAS   PIC 9(09).
       01 WK-ANT-ACUM-ACEPTADAS PIC 9(09).
       01 WK-ANT-ACUM-RECHAZADAS PIC 9(09).
       01 WK-LINEAS-DIA        PIC 9(09).
       01 WK-LINEAS-SOBRAN     PIC 9(09).
       01 WS-DIA-LEIDAS        PIC 9(09) VALUE 0.
       01 WS-DIA-ACEPTADAS     PIC 9(09) VALUE 0.
       01 WS-DIA-RECHAZADAS    PIC 9(09) VALUE 0.

       01 WK-PROGRAMA          PIC X(08) VALUE 'QG1CX160'.
       01 WK-CONCEPTO          PIC X(12).
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-TOMA-CICLO
            PERFORM 2000-PARTE-FEED
            PERFORM 3000-VERIFICA-TRAILER
            PERFORM 3500-AGREGA-AL-DIA
            PERFORM 4000-ANOTA-TOTALES
            PERFORM 4500-CIERRA-CICLO
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "PRE-EDICION DEL FEED DIARIO DE TRANSACCIONES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
      * Se toma el primer ciclo registrado en orden de fecha y ciclo.
      * Todo lo anterior tiene que estar archivado: un ciclo 'E' o
      * 'P' todavia es el QG1CX160.TRX vigente. El ciclo archivado
      * inmediatamente anterior de la misma fecha trae el acumulado.
       1500-TOMA-CICLO.
            OPEN INPUT HOST-CICLOS
            IF FS-CICLOS NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE CICLOS QG1CICFD.DAT - "
                       "FILE STATUS " FS-CICLOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WK-HAY-CICLO
            MOVE 'N' TO WK-ANT-ARCHIVADO
            MOVE 0   TO WK-ANT-FECHA
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y' OR WK-HAY-CICLO = 'S'
               READ HOST-CICLOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 1600-REVISA-CICLO
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO DEL FEED REGISTRADO "
                       "PENDIENTE DE PRE-EDICION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            IF WK-ANT-ARCHIVADO = 'S'
               AND WK-ANT-FECHA = WK-FECHA-CICLO
               MOVE 'N' TO WK-PRIMER-CICLO
            ELSE
               MOVE 'S' TO WK-PRIMER-CICLO
               MOVE 0 TO WK-ANT-ACUM-LEIDAS
               MOVE 0 TO WK-ANT-ACUM-ACEPTADAS
               MOVE 0 TO WK-ANT-ACUM-RECHAZADAS
            END-IF
            DISPLAY "CICLO " WK-NUM-CICLO " DE LA FECHA "
                    WK-FECHA-CICLO " - ARCHIVO " WS-NOMBRE-CRUDO.
      *
       1600-REVISA-CICLO.
            EVALUATE TRUE
               WHEN CIF-PRE-EDITADO OR CIF-POSTEADO
                  DISPLAY "ABEND: EL CICLO " CIF-CICLO
                          " DE LA FECHA " CIF-FECHA
                          " AUN NO ESTA POSTEADO Y ARCHIVADO"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               WHEN CIF-REGISTRADO
                  MOVE 'S'         TO WK-HAY-CICLO
                  MOVE CIF-FECHA   TO WK-FECHA-CICLO
                  MOVE CIF-CICLO   TO WK-NUM-CICLO
                  MOVE CIF-ARCHIVO TO WS-NOMBRE-CRUDO
               WHEN OTHER
                  MOVE 'S'                 TO WK-ANT-ARCHIVADO
                  MOVE CIF-FECHA           TO WK-ANT-FECHA
                  MOVE CIF-ACUM-LEIDAS     TO WK-ANT-ACUM-LEIDAS
                  MOVE CIF-ACUM-ACEPTADAS  TO WK-ANT-ACUM-ACEPTADAS
                  MOVE CIF-ACUM-RECHAZADAS TO WK-ANT-ACUM-RECHAZADAS
            END-EVALUATE.
      *
       2000-PARTE-FEED.
            OPEN INPUT HOST-CRUDO
            IF FS-CRUDO NOT = '00'
               DISPLAY "ABEND: SIN FEED CRUDO " WS-NOMBRE-CRUDO
                       " - FILE STATUS " FS-CRUDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-ACEPTADAS, HOST-RECHAZADAS
            OPEN INPUT HOST-ARCHIVO
            IF FS-ARCHIVO = '00'
               MOVE 'S' TO WS-HAY-ARCHIVO
            END-IF

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
            END-PERFORM

            CLOSE HOST-CRUDO, HOST-ACEPTADAS, HOST-RECHAZADAS
            IF WS-HAY-ARCHIVO = 'S'
               CLOSE HOST-ARCHIVO
            END-IF
            DISPLAY "LINEAS ACEPTADAS  : " WS-TOT-ACEPTADAS
            DISPLAY "LINEAS RECHAZADAS : " WS-TOT-RECHAZADAS
            DISPLAY "REVERSOS CASADOS  : " WS-TOT-REVERSOS.
      *
       2100-GUARDA-TRAILER.
            MOVE 'S' TO WS-HAY-TRAILER
            MOVE REG-CRUDO TO WK-ENTRADA
            CALL "QG1CX161" USING WK-ENTRADA, WK-EDIT-STATUS

            IF WK-EDIT-STATUS = '00'
               EVALUATE CRU-TIPO
                  WHEN SPACE
                     CONTINUE
                  WHEN 'R'
                     PERFORM 2300-CASA-REVERSO
                  WHEN OTHER
                     MOVE '07' TO WK-EDIT-STATUS
               END-EVALUATE
            END-IF

            IF WK-EDIT-STATUS = '00'
               COMPUTE WK-MONTO-NUM =
                  FUNCTION NUMVAL(CRU-MONTO) / 100
                       WK-ENTRADA
            END-IF.
      *
      * El original se busca entre los movimientos archivados del
      * canal en su fecha: misma hora, mismo monto, mismo tipo de
      * operacion, que no sea a su vez un reverso y que nadie lo haya
      * reversado antes.
       2300-CASA-REVERSO.
            MOVE 'N' TO WK-CASADO
            IF WS-HAY-ARCHIVO = 'S' AND CRU-FECHA-ORIG NUMERIC
               COMPUTE WK-MONTO-REVERSO =
                  FUNCTION NUMVAL(CRU-MONTO) / 100
               MOVE CRU-FECHA-ORIG TO WK-FECHA-ORIG
               MOVE CRU-CODIGO     TO ARC-COD-CANAL
               MOVE WK-FECHA-ORIG  TO ARC-FECHA
               MOVE 0              TO ARC-SECUENCIA
               START HOST-ARCHIVO KEY NOT < ARC-LLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-EOF-ARCHIVO
                  NOT INVALID KEY
                     MOVE 'N' TO WS-EOF-ARCHIVO
               END-START
               PERFORM UNTIL WS-EOF-ARCHIVO = 'Y' OR WK-CASADO = 'S'
                  READ HOST-ARCHIVO NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF-ARCHIVO
                     NOT AT END
                        IF ARC-COD-CANAL NOT = CRU-CODIGO
                           OR ARC-FECHA NOT = WK-FECHA-ORIG
                           MOVE 'Y' TO WS-EOF-ARCHIVO
                        ELSE
                           PERFORM 2400-COMPARA-ORIGINAL
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            IF WK-CASADO = 'S'
               ADD 1 TO WS-TOT-REVERSOS
            ELSE
               MOVE '06' TO WK-EDIT-STATUS
            END-IF.
      *
       2400-COMPARA-ORIGINAL.
            IF ARC-HORA = CRU-HORA-ORIG
               AND ARC-MONTO = WK-MONTO-REVERSO
               AND ARC-TIPO-OPER = CRU-TIPO-OPER
               AND NOT ARC-REVERSO
               AND NOT ARC-YA-REVERSADA
               PERFORM 2450-BUSCA-CASADO
               IF WK-YA-TOMADO = 'N'
                  IF WS-TOT-CASADOS = 5000
                     DISPLAY "ABEND: TABLA DE REVERSOS CASADOS LLENA"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-TOT-CASADOS
                  MOVE ARC-LLAVE TO WS-CAS-LLAVE(WS-TOT-CASADOS)
                  MOVE 'S' TO WK-CASADO
               END-IF
            END-IF.
      *
      * un original ya tomado por otro reverso del mismo lote no
      * se vuelve a casar
       2450-BUSCA-CASADO.
            MOVE 'N' TO WK-YA-TOMADO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CASADOS OR WK-YA-TOMADO = 'S'
               IF WS-CAS-LLAVE(WK-I) = ARC-LLAVE
                  MOVE 'S' TO WK-YA-TOMADO
               END-IF
            END-PERFORM.
      *
      * El trailer cuenta TODAS las lineas de datos del lote (buenas
      * y malas) pero suma solo montos/cantidades de las que el
      * emisor considero validas; aqui se exige que el conteo cuadre
               STOP RUN
            END-IF
            DISPLAY "TRAILER DEL LOTE VERIFICADO".
      *
      * Solo un ciclo con el trailer cuadrado entra a los archivos del
      * dia. Lo que un intento anterior del mismo ciclo haya agregado
      * se recorta antes (3510/3520), asi que un ciclo abortado se
      * vuelve a correr sin duplicar lineas.
       3500-AGREGA-AL-DIA.
            IF WK-PRIMER-CICLO = 'S'
               OPEN OUTPUT HOST-DIA, HOST-REJ-DIA
            ELSE
               PERFORM 3510-RECORTA-DIA
               PERFORM 3520-RECORTA-REJ-DIA
               OPEN EXTEND HOST-DIA
               IF FS-DIA = '35'
                  OPEN OUTPUT HOST-DIA
               END-IF
               OPEN EXTEND HOST-REJ-DIA
               IF FS-REJ-DIA = '35'
                  OPEN OUTPUT HOST-REJ-DIA
               END-IF
            END-IF

            OPEN INPUT HOST-ACEPTADAS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-ACEPTADAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-ACEPTADA TO REG-DIA
                     WRITE REG-DIA
               END-READ
            END-PERFORM
            CLOSE HOST-ACEPTADAS

            OPEN INPUT HOST-RECHAZADAS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-RECHAZADAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-RECHAZADA TO REG-REJ-DIA
                     WRITE REG-REJ-DIA
               END-READ
            END-PERFORM
            CLOSE HOST-RECHAZADAS
            CLOSE HOST-DIA, HOST-REJ-DIA.
      *
      * La union de aceptadas se deja en las primeras
      * WK-ANT-ACUM-ACEPTADAS lineas, las del dia hasta el ciclo
      * anterior; solo se regraba si sobra algo.
       3510-RECORTA-DIA.
            MOVE 0 TO WK-LINEAS-DIA, WK-LINEAS-SOBRAN
            OPEN INPUT HOST-DIA
            IF FS-DIA = '00'
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WK-LINEAS-DIA < WK-ANT-ACUM-ACEPTADAS
                           ADD 1 TO WK-LINEAS-DIA
                           MOVE REG-DIA TO REG-TEMPORAL
                           WRITE REG-TEMPORAL
                        ELSE
                           ADD 1 TO WK-LINEAS-SOBRAN
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DIA, HOST-TEMPORAL
               IF WK-LINEAS-SOBRAN > 0
                  DISPLAY "QG1CX160.DIA: SE DESCARTAN "
                          WK-LINEAS-SOBRAN
                          " LINEAS DE UN INTENTO ANTERIOR DEL CICLO"
                  OPEN INPUT HOST-TEMPORAL
                  OPEN OUTPUT HOST-DIA
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-TEMPORAL
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           MOVE REG-TEMPORAL TO REG-DIA
                           WRITE REG-DIA
                     END-READ
                  END-PERFORM
                  CLOSE HOST-TEMPORAL, HOST-DIA
               END-IF
            END-IF.
      *
       3520-RECORTA-REJ-DIA.
            MOVE 0 TO WK-LINEAS-DIA, WK-LINEAS-SOBRAN
            OPEN INPUT HOST-REJ-DIA
            IF FS-REJ-DIA = '00'
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-REJ-DIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WK-LINEAS-DIA < WK-ANT-ACUM-RECHAZADAS
                           ADD 1 TO WK-LINEAS-DIA
                           MOVE REG-REJ-DIA TO REG-TEMPORAL
                           WRITE REG-TEMPORAL
                        ELSE
                           ADD 1 TO WK-LINEAS-SOBRAN
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-REJ-DIA, HOST-TEMPORAL
               IF WK-LINEAS-SOBRAN > 0
                  DISPLAY "QG1CX160.REJ: SE DESCARTAN "
                          WK-LINEAS-SOBRAN
                          " LINEAS DE UN INTENTO ANTERIOR DEL CICLO"
                  OPEN INPUT HOST-TEMPORAL
                  OPEN OUTPUT HOST-REJ-DIA
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-TEMPORAL
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           MOVE REG-TEMPORAL TO REG-REJ-DIA
                           WRITE REG-REJ-DIA
                     END-READ
                  END-PERFORM
                  CLOSE HOST-TEMPORAL, HOST-REJ-DIA
               END-IF
            END-IF.
      *
       4000-ANOTA-TOTALES.
            COMPUTE WS-DIA-LEIDAS =
               WK-ANT-ACUM-LEIDAS + WS-FEED-CONTEO
            COMPUTE WS-DIA-ACEPTADAS =
               WK-ANT-ACUM-ACEPTADAS + WS-TOT-ACEPTADAS
            COMPUTE WS-DIA-RECHAZADAS =
               WK-ANT-ACUM-RECHAZADAS + WS-TOT-RECHAZADAS
            DISPLAY "ACUMULADO DEL DIA - LEIDAS " WS-DIA-LEIDAS
                    " ACEPTADAS " WS-DIA-ACEPTADAS
                    " RECHAZADAS " WS-DIA-RECHAZADAS

            MOVE 'TRX-LEIDAS  ' TO WK-CONCEPTO
            MOVE WS-DIA-LEIDAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            MOVE 'TRX-ACEPTADA' TO WK-CONCEPTO
            MOVE WS-DIA-ACEPTADAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            MOVE 'TRX-RECHAZAD' TO WK-CONCEPTO
            MOVE WS-DIA-RECHAZADAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL.
      *
       4500-CIERRA-CICLO.
            OPEN I-O HOST-CICLOS
            MOVE WK-LLAVE-CICLO TO CIF-LLAVE
            READ HOST-CICLOS
               INVALID KEY
                  DISPLAY "ABEND: CICLO " WK-LLAVE-CICLO
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-READ
            MOVE WS-FEED-CONTEO    TO CIF-LEIDAS
            MOVE WS-TOT-ACEPTADAS  TO CIF-ACEPTADAS
            MOVE WS-TOT-RECHAZADAS TO CIF-RECHAZADAS
            MOVE WS-DIA-LEIDAS     TO CIF-ACUM-LEIDAS
            MOVE WS-DIA-ACEPTADAS  TO CIF-ACUM-ACEPTADAS
            MOVE WS-DIA-RECHAZADAS TO CIF-ACUM-RECHAZADAS
            SET CIF-PRE-EDITADO TO TRUE
            REWRITE REG-CICLO-FEED
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DEL CICLO FALLIDO - "
                          CIF-LLAVE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-REWRITE
            CLOSE HOST-CICLOS
            DISPLAY "CICLO " WK-NUM-CICLO " PRE-EDITADO".
      *
       9000-FINAL.
           STOP RUN.
