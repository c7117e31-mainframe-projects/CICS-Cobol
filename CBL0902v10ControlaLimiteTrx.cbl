      *  los utilitarios de la consola QG1CX145): termina con GOBACK
      *  en vez de STOP RUN, senalando el desenlace en RETURN-CODE,
      *  para no tumbar la unidad de corrida del que lo llama.
      * Historico para penalidades: QG1CX092.VIO se reinicia cada
      *  noche, asi que cada violacion se agrega ademas al historico
      *  QG1VIOHIS.DAT (el mismo que alimentan QG1CX166 y QG1CX168),
      *  de donde el motor mensual QG1CX213 toma las del periodo.
      * Reversos: una linea de reverso (ORD-TIPO 'R', ya casada con su
      *  original por QG1CX160) no es un movimiento nuevo: no se
      *  compara contra el tope ni puede generar violacion; solo se
      *  cuenta aparte en el reporte.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Topes temporales: el tope contra el que se compara es el que
      *  rige en ORD-FECHA segun la rutina QG1CX238 (un limite
      *  temporal aprobado y vigente de QG1LIMTMP.DAT, convertido a
      *  COD-MONEDA-LIM, o MTO-LIMITE-TRX del maestro). La violacion
      *  contra un tope temporal sale como EXCEDE LIMITE TEMP con el
      *  tope temporal en la columna LIMITE; el motor de penalidades
      *  QG1CX213 la sigue clasificando como EXCEDE LIMITE.
      * Particiones: llamado por el flujo de particion QG1CX283 (con
      *  PTA-PARTICION de COPY QG1PTA01 puesta) controla el archivo
      *  de su particion QG1Pnn.TRX del ciclo pre-editado en vez de
      *  la union del dia: como cada linea se controla sola contra su
      *  tope, controlar cada ciclo por particion da las mismas
      *  violaciones que controlar el dia entero. Deja QG1Pnn.VIO y
      *  QG1Pnn.RPT (clasificado en QG1Pnn.SRT), no toca el historico
      *  QG1VIOHIS.DAT y marca la particion controlada en
      *  QG1PARCT.DAT (COPY QG1PCT01) con sus conteos; la fusion
      *  QG1CX284 arma QG1CX092.VIO y QG1CX092.RPT del dia y agrega
      *  las violaciones al historico. Una particion ya controlada o
      *  sin lineas en el ciclo se da por hecha con RETURN-CODE 0.
      * Reproceso: cada linea que se agrega a QG1VIOHIS.DAT lleva en
      *  81:20 el sello de origen (COPY QG1VHS01: QG1CX092, fecha de
      *  negocio del feed del dia, ciclo y particion en cero), y
      *  antes de abrir el historico la rutina QG1CX309 retira las
      *  lineas que una corrida anterior del control dejo con el
      *  mismo sello; volver a correr el control para la misma
      *  fecha ya no duplica violaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO DYNAMIC WS-NOMBRE-TRX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           SELECT HOST-WORK ASSIGN TO "QG1CX092.TMP".

           SELECT HOST-TRX-ORD ASSIGN TO DYNAMIC WS-NOMBRE-ORD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX-ORD.

           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-VIOLACIONES ASSIGN TO DYNAMIC WS-NOMBRE-VIO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-RPT ASSIGN TO DYNAMIC WS-NOMBRE-RPT
           ORGANIZATION IS LINE SEQUENTIAL.

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
       SD  HOST-WORK.
       01  REG-WORK.
           05 SRT-COD-CANAL    PIC X(03).
           05 SRT-RESTO        PIC X(50).

       FD  HOST-TRX-ORD.
       01  REG-TRX-ORDENADA.
           05 ORD-CANTIDAD     PIC 9(05).
           05 ORD-MONEDA       PIC X(03).
           05 ORD-HORA         PIC X(06).
           05 ORD-TIPO         PIC X(01).
              88 ORD-REVERSO VALUE 'R'.
           05 ORD-FECHA-ORIG   PIC 9(08).
           05 ORD-HORA-ORIG    PIC X(06).
           05 ORD-TIPO-OPER    PIC X(02).

       FD  HOST004.
           COPY QG1CAN01.
       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-PARTCTL.
           COPY QG1PCT01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRX               PIC X(02).
       01 FS-TRX-ORD           PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 FS-PARTCTL           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-MAESTRO       PIC A(1).
       01 WS-HAY-MAESTRO       PIC X(01).
       01 WS-TOT-NO-EXISTE     PIC 9(07) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(07) VALUE 0.
       01 WS-TOT-TASA-VIEJA    PIC 9(07) VALUE 0.
       01 WS-TOT-REVERSOS      PIC 9(07) VALUE 0.

       01 WK-MOTIVO            PIC X(20).
       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       01 WK-LIMITE-VIGENTE    PIC S9(09)V9(02).
       01 WK-HAY-TEMPORAL      PIC X(01).

       01 WS-NOMBRE-TRX        PIC X(12) VALUE 'QG1CX160.DIA'.
       01 WS-NOMBRE-ORD        PIC X(12) VALUE 'QG1CX092.SRT'.
       01 WS-NOMBRE-VIO        PIC X(12) VALUE 'QG1CX092.VIO'.
       01 WS-NOMBRE-RPT        PIC X(12) VALUE 'QG1CX092.RPT'.

           COPY QG1PTA01.
       01 WS-MODO-PARTICION    PIC X(01) VALUE 'N'.
       01 WK-PARTICION         PIC 9(02) VALUE 0.
       01 WK-LLAVE-CICLO       PIC X(10).
       01 WK-HAY-CICLO         PIC X(01).

       01 WK-ACCION-VHS        PIC X(01).
       01 WK-LARGO-VHS         PIC 9(02) VALUE 20.
       01 WK-FECHA-VHS         PIC 9(08).
       01 WK-DEPURADAS         PIC 9(07).
           COPY QG1VHS01.

       01 WS-LIN-ENCABEZADO1   PIC X(100).
       01 WS-LIN-ENCABEZADO2   PIC X(100).
       01 WS-LIN-ENCABEZADO3   PIC X(100).
            PERFORM 1000-INICIO
            PERFORM 1500-CLASIFICA-FEED
            PERFORM 2000-PROCESO
            IF WS-MODO-PARTICION = 'S'
               PERFORM 3900-MARCA-PARTICION
            END-IF
            PERFORM 4000-FINAL.
      *
       1000-INICIO.
            MOVE "CONTROL NOCTURNO DE LIMITES POR TRANSACCION"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            IF PTA-PARTICION NUMERIC AND PTA-PARTICION > 0
               MOVE 'S' TO WS-MODO-PARTICION
               MOVE PTA-PARTICION TO WK-PARTICION
               MOVE SPACES TO WS-NOMBRE-TRX, WS-NOMBRE-ORD,
                              WS-NOMBRE-VIO, WS-NOMBRE-RPT
               STRING "QG1P" WK-PARTICION ".TRX"
                  DELIMITED SIZE INTO WS-NOMBRE-TRX
               STRING "QG1P" WK-PARTICION ".SRT"
                  DELIMITED SIZE INTO WS-NOMBRE-ORD
               STRING "QG1P" WK-PARTICION ".VIO"
                  DELIMITED SIZE INTO WS-NOMBRE-VIO
               STRING "QG1P" WK-PARTICION ".RPT"
                  DELIMITED SIZE INTO WS-NOMBRE-RPT
               DISPLAY "CONTROL DE LA PARTICION " WK-PARTICION
               PERFORM 1100-VERIFICA-PARTICION
            END-IF.
      *
      * QG1CX160 no deja mas de un ciclo pre-editado a la vez; sus
      * particiones son las que QG1CX281 dejo en QG1PARCT.DAT.
       1100-VERIFICA-PARTICION.
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
                          " SIN LINEAS EN EL CICLO, NADA QUE CONTROLAR"
                  CLOSE HOST-PARTCTL
                  MOVE 0 TO RETURN-CODE
                  GOBACK
            END-READ
            CLOSE HOST-PARTCTL
            IF PCT-LIMITES-CONTROLADOS
               DISPLAY "PARTICION " WK-PARTICION
                       " YA CONTROLADA EN ESTE CICLO"
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
      *
      * El feed aceptado se clasifica por canal una sola vez; el
      * maestro indexado leido con READ NEXT ya viene en orden de
            SORT HOST-WORK ON ASCENDING KEY SRT-COD-CANAL
                 USING HOST-TRX
                 GIVING HOST-TRX-ORD.
      *
      * Una corrida anterior del control para la misma fecha de
      * negocio ya dejo sus lineas en el historico: se retiran antes
      * de agregar, asi el control se puede volver a correr.
       1900-DEPURA-HISTORICO.
            MOVE 'F' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS
            MOVE 'QG1CX092'       TO VHS-ORIGEN
            MOVE WK-FECHA-VHS     TO VHS-FECHA
            MOVE 0                TO VHS-CICLO, VHS-PARTICION
            MOVE 'D' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS.
      *
       2000-PROCESO.
            OPEN INPUT HOST-TRX-ORD
            END-IF

            OPEN OUTPUT HOST-VIOLACIONES, HOST-RPT
            IF WS-MODO-PARTICION = 'N'
               PERFORM 1900-DEPURA-HISTORICO
               OPEN EXTEND HOST-VIOHIS
               IF FS-VIOHIS = '35'
                  OPEN OUTPUT HOST-VIOHIS
               END-IF
            END-IF
            PERFORM 3000-IMPRIME-ENCABEZADO

            MOVE 'N' TO WS-EOF-MAESTRO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     IF ORD-REVERSO
                        ADD 1 TO WS-TOT-REVERSOS
                     ELSE
                        PERFORM 2100-CONTROLA-TRANSACCION
                     END-IF
               END-READ
            END-PERFORM

            PERFORM 3500-IMPRIME-TOTALES
            CLOSE HOST-TRX-ORD, HOST004, HOST-VIOLACIONES, HOST-RPT
            IF WS-MODO-PARTICION = 'N'
               CLOSE HOST-VIOHIS
            END-IF

            DISPLAY "TRANSACCIONES LEIDAS     : " WS-TOT-LEIDAS
            DISPLAY "EXCEDEN LIMITE DEL CANAL : " WS-TOT-EXCEDIDAS
            DISPLAY "POR CANAL INACTIVO       : " WS-TOT-INACTIVOS
            DISPLAY "POR CANAL INEXISTENTE    : " WS-TOT-NO-EXISTE
            DISPLAY "SIN TIPO DE CAMBIO       : " WS-TOT-SIN-CAMBIO
            DISPLAY "TIPO DE CAMBIO VIEJO     : " WS-TOT-TASA-VIEJA
            DISPLAY "REVERSOS SIN CONTROL     : " WS-TOT-REVERSOS.
      *
       2100-CONTROLA-TRANSACCION.
            PERFORM UNTIL WS-EOF-MAESTRO = 'Y'
               PERFORM 2200-GRABA-VIOLACION-SIN
            ELSE
               PERFORM 2150-CONVIERTE-MONEDA
               PERFORM 2160-LIMITE-VIGENTE
               EVALUATE TRUE
                  WHEN CANAL-INACTIVO
                     MOVE 'CANAL INACTIVO' TO WK-MOTIVO
                  WHEN WK-CONVERSION-OK NOT = 'S'
                     MOVE 'SIN TIPO DE CAMBIO' TO WK-MOTIVO
                     ADD 1 TO WS-TOT-SIN-CAMBIO
                  WHEN WK-LIMITE-VIGENTE > 0
                       AND WK-MONTO-CONV > WK-LIMITE-VIGENTE
                     IF WK-HAY-TEMPORAL = 'S'
                        MOVE 'EXCEDE LIMITE TEMP' TO WK-MOTIVO
                     ELSE
                        MOVE 'EXCEDE LIMITE' TO WK-MOTIVO
                     END-IF
                     ADD 1 TO WS-TOT-EXCEDIDAS
               END-EVALUATE
               IF WK-MOTIVO NOT = SPACES
                                   ORD-FECHA, ORD-MONTO,
                                   WK-MONTO-CONV, WK-TASA-APLICADA,
                                   WK-CONVERSION-OK.
      *
       2160-LIMITE-VIGENTE.
            CALL "QG1CX238" USING COD-CANAL, ORD-FECHA,
                                   COD-MONEDA-LIM, MTO-LIMITE-TRX,
                                   WK-LIMITE-VIGENTE, WK-HAY-TEMPORAL.
      *
      * Violacion por canal inexistente: no hay registro del maestro
      * del cual tomar el tope, se reporta con limite en cero.
      *
       2300-GRABA-VIOLACION.
            MOVE ORD-MONTO      TO WK-MONTO-ED
            MOVE WK-LIMITE-VIGENTE TO WK-LIMITE-ED
            PERFORM 2400-ARMA-Y-GRABA.
      *
       2400-ARMA-Y-GRABA.
                   WK-TASA-APLICADA DELIMITED SIZE
              INTO REG-VIOLACION
            WRITE REG-VIOLACION
            IF WS-MODO-PARTICION = 'N'
               MOVE REG-VIOLACION TO REG-VIOHIS
               MOVE REG-SELLO-VIOHIS TO REG-VIOHIS(81:20)
               WRITE REG-VIOHIS
            END-IF

            MOVE REG-VIOLACION TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
            MOVE ALL "-" TO WS-LIN-ENCABEZADO3

            WRITE REG-RPT FROM WS-LIN-ENCABEZADO1
            IF WS-MODO-PARTICION = 'S'
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "PARTICION " WK-PARTICION " DEL CICLO "
                      WK-LLAVE-CICLO(1:8) "-" WK-LLAVE-CICLO(9:2)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-ENCABEZADO2
            WRITE REG-RPT FROM WS-LIN-ENCABEZADO3.
      *
                   "  SIN TIPO DE CAMBIO: " DELIMITED SIZE
                   WS-TOT-SIN-CAMBIO     DELIMITED SIZE
              INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REVERSOS (NO SE CONTROLAN CONTRA EL TOPE): "
                   DELIMITED SIZE
                   WS-TOT-REVERSOS       DELIMITED SIZE
              INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
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
            SET PCT-LIMITES-CONTROLADOS TO TRUE
            MOVE WS-TOT-LEIDAS TO PCT-LIM-LINEAS
            COMPUTE PCT-LIM-VIOLACIONES = WS-TOT-EXCEDIDAS
                  + WS-TOT-INACTIVOS + WS-TOT-NO-EXISTE
                  + WS-TOT-SIN-CAMBIO + WS-TOT-TASA-VIEJA
            REWRITE REG-PARTICION-CTL
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DE LA PARTICION FALLIDO - "
                          PCT-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-PARTCTL
            DISPLAY "PARTICION " WK-PARTICION
                    " MARCADA COMO CONTROLADA".
      *
       4000-FINAL.
           GOBACK.
