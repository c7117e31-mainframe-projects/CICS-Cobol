      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Confirmacion diaria de actividad por canal. Los
      *  canales cuadraban sus sistemas contra los nuestros llamando
      *  por telefono con sus totales. Este programa de fin de dia
      *  recibe la fecha de negocio (ENTER = hoy) y deja a cada canal
      *  su PROPIO archivo QG1DnnnC.RPT (ASSIGN TO DYNAMIC) con lo que
      *  le aceptamos ese dia:
      *    - las aceptadas de la union de ciclos QG1CX160.DIA (COPY
      *      QG1TRX01) por moneda: lineas, transacciones, reversos y
      *      monto neto (un reverso resta, como en el posteo),
      *    - las rechazadas de QG1CX160.REJ con su motivo y la linea
      *      tal como llego (los motivos de QG1CX161 y QG1CX160),
      *    - las violaciones que se le cargaron en QG1CX092.VIO.
      *  Antes de leer el feed verifica en el control de ciclos
      *  QG1CICFD.DAT (COPY QG1CIC01) que la fecha tenga ciclos, que
      *  ninguno siga sin pre-editar y que las aceptadas del control
      *  sean las lineas de QG1CX160.DIA; si no, QG1CX160.DIA no es
      *  el de esa fecha y la corrida aborta sin emitir nada.
      *  Sale un archivo por canal activo o suspendido, y por
      *  cualquier otro canal que haya tenido actividad en el dia,
      *  aunque sea en cero, para que el canal confirme tambien un
      *  dia sin movimientos. El listado completo queda en
      *  QG1CX290.RPT.
      *  Cada archivo se anota en el indice de distribucion
      *  QG1DISTR.DAT con la fecha de negocio (DIS-FECHA), el email
      *  de entrega del contacto QG1CTO.DAT y el estado de entrega
      *  (P pendiente, S sin contacto), igual que los estados
      *  mensuales de QG1CX115; QG1CX207 marca entregados y devueltos
      *  por fecha. Una recorrida de la misma fecha regraba los
      *  archivos pero no duplica el indice. Los archivos y el
      *  listado se publican en el indice de reportes en linea (CALL
      *  QG1CX275) con la fecha de negocio.
      * Manifiesto: al cerrar cada QG1DnnnC.RPT se anota en el
      *  manifiesto de archivos de salida QG1MANIF.DAT (CALL QG1CX272)
      *  con la fecha de negocio, las lineas escritas en el archivo
      *  como conteo y las aceptadas, rechazadas y violaciones del
      *  canal como hash; su envio y acuse se siguen en QG1CX273 /
      *  QG1CX274. Una recorrida de la misma fecha anota una version
      *  nueva de cada archivo, como toda regeneracion.
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX290.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CICLOS-FEED ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS-FEED.

           SELECT HOST-DIA ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DIA.

           SELECT HOST-REJ-DIA ASSIGN TO "QG1CX160.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJ-DIA.

           SELECT HOST-VIOLACIONES ASSIGN TO "QG1CX092.VIO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOLACIONES.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-DISTRIBUCION ASSIGN TO "QG1DISTR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTRIBUCION.

           SELECT HOST-RPT ASSIGN TO "QG1CX290.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CONFIRMA-CANAL ASSIGN TO DYNAMIC
           WS-NOMBRE-CONFIRMA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CICLOS-FEED.
           COPY QG1CIC01.

       FD  HOST-DIA.
           COPY QG1TRX01.

       FD  HOST-REJ-DIA.
       01  REG-REJ-DIA.
           05 REJ-REGISTRO     PIC X(53).
           05 REJ-MOTIVO       PIC X(02).

       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-DISTRIBUCION.
       01  REG-DISTRIBUCION.
           05 DIS-COD-CANAL    PIC X(03).
           05 DIS-PERIODO      PIC 9(06).
           05 DIS-NOMBRE       PIC X(12).
           05 DIS-EMAIL        PIC X(30).
           05 DIS-ESTADO       PIC X(01).
           05 DIS-FECHA        PIC X(08).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       FD  HOST-CONFIRMA-CANAL.
       01  REG-CONFIRMA-CANAL  PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CICLOS-FEED       PIC X(02).
       01 FS-DIA               PIC X(02).
       01 FS-REJ-DIA           PIC X(02).
       01 FS-VIOLACIONES       PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-DISTRIBUCION      PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-CICLOS        PIC A(1).
       01 WS-NOMBRE-CONFIRMA   PIC X(12).

       01 WK-FECHA-NEGOCIO     PIC 9(08).
       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FECHA-INDICE      PIC X(08).
       01 WK-PERIODO           PIC 9(06).

       01 WK-PUB-REPORTE       PIC X(12).
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX290'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01).
       01 WK-PUB-CANAL         PIC X(03).

       01 WK-MAN-ARCHIVO       PIC X(16).
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX290'.
       01 WK-MAN-NUMERO        PIC 9(07).
       01 WK-CAN-ESCRITAS      PIC 9(09).

       01 WS-CIC-REGISTRADOS   PIC 9(03) VALUE 0.
       01 WS-CIC-SIN-EDITAR    PIC 9(03) VALUE 0.
       01 WS-CIC-ACEPTADAS     PIC 9(09) VALUE 0.
       01 WS-HAY-CONTROL       PIC X(01) VALUE 'N'.

       01 WS-TOT-LINEAS-DIA    PIC 9(09) VALUE 0.
       01 WS-TOT-ACEPTADAS     PIC 9(04) VALUE 0.
       01 WS-TABLA-ACEPTADAS.
          05 WS-ACE-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-ACEPTADAS.
             10 WS-ACE-CANAL   PIC X(03).
             10 WS-ACE-MONEDA  PIC X(03).
             10 WS-ACE-LINEAS  PIC 9(07).
             10 WS-ACE-TRX     PIC 9(09).
             10 WS-ACE-REVERSOS PIC 9(07).
             10 WS-ACE-MONTO   PIC S9(13)V9(02).

       01 WS-TOT-RECHAZOS      PIC 9(05) VALUE 0.
       01 WS-TABLA-RECHAZOS.
          05 WS-REJ-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-RECHAZOS.
             10 WS-REJ-REGISTRO PIC X(53).
             10 WS-REJ-MOTIVO  PIC X(02).

       01 WS-TOT-VIOLACIONES   PIC 9(05) VALUE 0.
       01 WS-TABLA-VIOLACIONES.
          05 WS-VIO-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-VIOLACIONES.
             10 WS-VIO-CANAL   PIC X(03).
             10 WS-VIO-TEXTO   PIC X(57).

       01 WS-TOT-YA-INDICE     PIC 9(04) VALUE 0.
       01 WS-TABLA-YA-INDICE.
          05 WS-IND-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-YA-INDICE.
             10 WS-IND-CANAL   PIC X(03).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-MONEDA            PIC X(03).
       01 WK-EMITE             PIC X(01).
       01 WK-YA-INDEXADO       PIC X(01).
       01 WK-CAN-LINEAS        PIC 9(07).
       01 WK-CAN-RECHAZOS      PIC 9(05).
       01 WK-CAN-VIOLACIONES   PIC 9(05).
       01 WK-MOTIVO-DESC       PIC X(45).
       01 WK-MONTO-ED          PIC -ZZZZZZZZZZZZ9,99.

       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-ENTREGA   PIC 9(05) VALUE 0.
       01 WS-TOT-REJ-ASIGNADOS PIC 9(05) VALUE 0.
       01 WS-TOT-VIO-ASIGNADAS PIC 9(05) VALUE 0.
       01 WS-TOT-NUEVOS-INDICE PIC 9(05) VALUE 0.
       01 WK-SIN-CANAL         PIC 9(05).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-VERIFICA-CICLOS
            PERFORM 2000-CARGA-ACEPTADAS
            PERFORM 1800-CUADRA-CONTROL
            PERFORM 2200-CARGA-RECHAZOS
            PERFORM 2400-CARGA-VIOLACIONES
            PERFORM 2600-CARGA-INDICE
            PERFORM 3000-EMITE-CONFIRMACIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONFIRMACION DIARIA DE ACTIVIDAD POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-NEGOCIO
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
            MOVE WK-FECHA-NEGOCIO      TO WK-FECHA-INDICE
            MOVE WK-FECHA-NEGOCIO(1:6) TO WK-PERIODO
            MOVE WK-FECHA-NEGOCIO      TO WK-PUB-FECHA
            DISPLAY "FECHA DE NEGOCIO : " WK-FECHA-NEGOCIO.
      *
      * Los ciclos del feed de la fecha: todos deben estar por lo
      * menos pre-editados, si no la union del dia esta incompleta.
      * Sin control de ciclos (feed de un solo archivo) se confia en
      * QG1CX160.DIA tal como esta.
       1500-VERIFICA-CICLOS.
            OPEN INPUT HOST-CICLOS-FEED
            IF FS-CICLOS-FEED NOT = '00'
               DISPLAY "SIN CONTROL DE CICLOS QG1CICFD.DAT, SE TOMA "
                       "QG1CX160.DIA SIN VERIFICAR LA FECHA"
            ELSE
               MOVE 'S' TO WS-HAY-CONTROL
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
                           PERFORM 1600-SUMA-CICLO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CICLOS-FEED
               IF WS-CIC-REGISTRADOS = 0
                  DISPLAY "ABEND: SIN CICLOS DEL FEED PARA LA FECHA "
                          WK-FECHA-NEGOCIO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF WS-CIC-SIN-EDITAR > 0
                  DISPLAY "ABEND: " WS-CIC-SIN-EDITAR
                          " CICLO(S) DE LA FECHA SIN PRE-EDITAR"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "CICLOS DE LA FECHA : " WS-CIC-REGISTRADOS
            END-IF.
      *
       1600-SUMA-CICLO.
            ADD 1 TO WS-CIC-REGISTRADOS
            IF CIF-REGISTRADO
               ADD 1 TO WS-CIC-SIN-EDITAR
            ELSE
               ADD CIF-ACEPTADAS TO WS-CIC-ACEPTADAS
            END-IF.
      *
      * Las aceptadas de los ciclos pre-editados deben ser las lineas
      * de la union del dia; una diferencia es un QG1CX160.DIA de
      * otra fecha (o de una corrida a medias).
       1800-CUADRA-CONTROL.
            IF WS-HAY-CONTROL = 'S'
               AND WS-CIC-ACEPTADAS NOT = WS-TOT-LINEAS-DIA
               DISPLAY "ABEND: QG1CX160.DIA NO CORRESPONDE A LA FECHA "
                       WK-FECHA-NEGOCIO
               DISPLAY "  ACEPTADAS EN EL CONTROL : " WS-CIC-ACEPTADAS
                       "  LINEAS EN QG1CX160.DIA : " WS-TOT-LINEAS-DIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-ACEPTADAS.
            OPEN INPUT HOST-DIA
            IF FS-DIA NOT = '00'
               DISPLAY "SIN ACEPTADAS DEL DIA (QG1CX160.DIA)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-TOT-LINEAS-DIA
                        PERFORM 2100-ACUMULA-ACEPTADA
                  END-READ
               END-PERFORM
               CLOSE HOST-DIA
            END-IF
            DISPLAY "LINEAS ACEPTADAS DEL DIA : " WS-TOT-LINEAS-DIA.
      *
      * Una fila por canal y moneda; la moneda en blanco es soles,
      * el mismo criterio de QG1TRX01.
       2100-ACUMULA-ACEPTADA.
            IF TRX-MONEDA = SPACES
               MOVE 'PEN' TO WK-MONEDA
            ELSE
               MOVE TRX-MONEDA TO WK-MONEDA
            END-IF
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ACEPTADAS OR WK-POS > 0
               IF WS-ACE-CANAL(WK-I) = TRX-COD-CANAL
                  AND WS-ACE-MONEDA(WK-I) = WK-MONEDA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-ACEPTADAS = 5000
                  DISPLAY "ABEND: TABLA DE ACEPTADAS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-ACEPTADAS
               MOVE WS-TOT-ACEPTADAS TO WK-POS
               MOVE TRX-COD-CANAL TO WS-ACE-CANAL(WK-POS)
               MOVE WK-MONEDA     TO WS-ACE-MONEDA(WK-POS)
               MOVE 0 TO WS-ACE-LINEAS(WK-POS)
               MOVE 0 TO WS-ACE-TRX(WK-POS)
               MOVE 0 TO WS-ACE-REVERSOS(WK-POS)
               MOVE 0 TO WS-ACE-MONTO(WK-POS)
            END-IF
            ADD 1            TO WS-ACE-LINEAS(WK-POS)
            ADD TRX-CANTIDAD TO WS-ACE-TRX(WK-POS)
            IF TRX-REVERSO
               ADD 1 TO WS-ACE-REVERSOS(WK-POS)
               SUBTRACT TRX-MONTO FROM WS-ACE-MONTO(WK-POS)
            ELSE
               ADD TRX-MONTO TO WS-ACE-MONTO(WK-POS)
            END-IF.
      *
       2200-CARGA-RECHAZOS.
            OPEN INPUT HOST-REJ-DIA
            IF FS-REJ-DIA NOT = '00'
               DISPLAY "SIN RECHAZADAS DEL DIA (QG1CX160.REJ)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-REJ-DIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-RECHAZOS = 20000
                           DISPLAY "ABEND: TABLA DE RECHAZADAS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-RECHAZOS
                        MOVE REJ-REGISTRO
                          TO WS-REJ-REGISTRO(WS-TOT-RECHAZOS)
                        MOVE REJ-MOTIVO
                          TO WS-REJ-MOTIVO(WS-TOT-RECHAZOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-REJ-DIA
            END-IF
            DISPLAY "LINEAS RECHAZADAS DEL DIA : " WS-TOT-RECHAZOS.
      *
      * La violacion trae el canal en las tres primeras posiciones y
      * desde la quinta la fecha, el monto, el limite y el motivo (el
      * mismo tramo que QG1CX174 lleva a las penalidades).
       2400-CARGA-VIOLACIONES.
            OPEN INPUT HOST-VIOLACIONES
            IF FS-VIOLACIONES NOT = '00'
               DISPLAY "SIN VIOLACIONES DEL DIA (QG1CX092.VIO)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOLACIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-VIOLACIONES = 20000
                           DISPLAY "ABEND: TABLA DE VIOLACIONES LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-VIOLACIONES
                        MOVE REG-VIOLACION(1:3)
                          TO WS-VIO-CANAL(WS-TOT-VIOLACIONES)
                        MOVE REG-VIOLACION(5:57)
                          TO WS-VIO-TEXTO(WS-TOT-VIOLACIONES)
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOLACIONES
            END-IF
            DISPLAY "VIOLACIONES DEL DIA : " WS-TOT-VIOLACIONES.
      *
      * Canales que ya tienen su confirmacion de la fecha en el
      * indice (recorrida del mismo dia): no se vuelven a anotar.
       2600-CARGA-INDICE.
            OPEN INPUT HOST-DISTRIBUCION
            IF FS-DISTRIBUCION = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DISTRIBUCION
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DIS-FECHA = WK-FECHA-INDICE
                           AND WS-TOT-YA-INDICE < 1000
                           ADD 1 TO WS-TOT-YA-INDICE
                           MOVE DIS-COD-CANAL
                             TO WS-IND-CANAL(WS-TOT-YA-INDICE)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DISTRIBUCION
            END-IF
            IF WS-TOT-YA-INDICE > 0
               DISPLAY "CONFIRMACIONES YA EN EL INDICE PARA LA FECHA : "
                       WS-TOT-YA-INDICE
            END-IF.
      *
       3000-EMITE-CONFIRMACIONES.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-RPT
            OPEN INPUT HOST-CONTACTOS
      * el indice de distribucion se AGREGA, como en QG1CX115
            OPEN EXTEND HOST-DISTRIBUCION
            IF FS-DISTRIBUCION = '35'
               OPEN OUTPUT HOST-DISTRIBUCION
            END-IF

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 3100-EMITE-UNA-CONFIRMACION
               END-READ
            END-PERFORM

            PERFORM 5000-PAGINA-TOTALES
            CLOSE HOST004, HOST-RPT
            IF FS-CONTACTOS = '00'
               CLOSE HOST-CONTACTOS
            END-IF
            CLOSE HOST-DISTRIBUCION

            MOVE "QG1CX290.RPT" TO WK-PUB-REPORTE
            MOVE SPACES TO WK-PUB-TITULO
            STRING "CONFIRMACIONES " WK-FECHA-NEGOCIO " TODOS"
               DELIMITED SIZE INTO WK-PUB-TITULO
            MOVE 'R'    TO WK-PUB-PERMISO
            MOVE SPACES TO WK-PUB-CANAL
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            DISPLAY "CONFIRMACIONES EMITIDAS : " WS-TOT-CANALES
            DISPLAY "ANOTADAS EN EL INDICE : " WS-TOT-NUEVOS-INDICE
            DISPLAY "SIN CONTACTO DE ENTREGA : "
                    WS-TOT-SIN-ENTREGA.
      *
       3100-EMITE-UNA-CONFIRMACION.
            PERFORM 3150-CUENTA-ACTIVIDAD
            MOVE 'N' TO WK-EMITE
            IF CANAL-ACTIVO OR CANAL-SUSPENDIDO
               MOVE 'S' TO WK-EMITE
            END-IF
            IF WK-CAN-LINEAS > 0 OR WK-CAN-RECHAZOS > 0
               OR WK-CAN-VIOLACIONES > 0
               MOVE 'S' TO WK-EMITE
            END-IF
            IF WK-EMITE = 'S'
               ADD 1 TO WS-TOT-CANALES
               ADD WK-CAN-RECHAZOS    TO WS-TOT-REJ-ASIGNADOS
               ADD WK-CAN-VIOLACIONES TO WS-TOT-VIO-ASIGNADAS
               MOVE SPACES TO WS-NOMBRE-CONFIRMA
               STRING "QG1D" COD-CANAL "C.RPT"
                  DELIMITED SIZE INTO WS-NOMBRE-CONFIRMA
               OPEN OUTPUT HOST-CONFIRMA-CANAL
               MOVE 0 TO WK-CAN-ESCRITAS

               MOVE ALL "=" TO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CONFIRMACION DIARIA - CANAL " COD-CANAL
                      "  " TXT-ABRV "  " TXT-NOM(1:40)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "FECHA DE NEGOCIO: " WK-FECHA-NEGOCIO
                      "   ESTADO DEL CANAL: " IND-ESTADO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA

               PERFORM 3200-EMITE-ACEPTADAS
               PERFORM 3300-EMITE-RECHAZOS
               PERFORM 3500-EMITE-VIOLACIONES

               CLOSE HOST-CONFIRMA-CANAL
               MOVE WS-NOMBRE-CONFIRMA TO WK-MAN-ARCHIVO
               MOVE WK-FECHA-NEGOCIO   TO WK-MAN-FECHA
               MOVE WK-CAN-ESCRITAS    TO WK-MAN-REGISTROS
               COMPUTE WK-MAN-HASH = WK-CAN-LINEAS + WK-CAN-RECHAZOS
                                   + WK-CAN-VIOLACIONES
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO
               PERFORM 3800-ANOTA-DISTRIBUCION
               MOVE WS-NOMBRE-CONFIRMA TO WK-PUB-REPORTE
               MOVE SPACES TO WK-PUB-TITULO
               STRING "CONFIRMACION " WK-FECHA-NEGOCIO
                      " CAN " COD-CANAL
                  DELIMITED SIZE INTO WK-PUB-TITULO
               MOVE 'S'       TO WK-PUB-PERMISO
               MOVE COD-CANAL TO WK-PUB-CANAL
               CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                      WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                      WK-PUB-PERMISO, WK-PUB-CANAL
            END-IF.
      *
       3150-CUENTA-ACTIVIDAD.
            MOVE 0 TO WK-CAN-LINEAS
            MOVE 0 TO WK-CAN-RECHAZOS
            MOVE 0 TO WK-CAN-VIOLACIONES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ACEPTADAS
               IF WS-ACE-CANAL(WK-I) = COD-CANAL
                  ADD WS-ACE-LINEAS(WK-I) TO WK-CAN-LINEAS
               END-IF
            END-PERFORM
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RECHAZOS
               IF WS-REJ-REGISTRO(WK-I)(1:3) = COD-CANAL
                  ADD 1 TO WK-CAN-RECHAZOS
               END-IF
            END-PERFORM
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-VIOLACIONES
               IF WS-VIO-CANAL(WK-I) = COD-CANAL
                  ADD 1 TO WK-CAN-VIOLACIONES
               END-IF
            END-PERFORM.
      *
       3200-EMITE-ACEPTADAS.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ACEPTADAS POR MONEDA (LINEAS DEL DIA: "
                   WK-CAN-LINEAS ")"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA
            IF WK-CAN-LINEAS = 0
               MOVE "  SIN MOVIMIENTOS ACEPTADOS" TO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA
            ELSE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-ACEPTADAS
                  IF WS-ACE-CANAL(WK-I) = COD-CANAL
                     MOVE WS-ACE-MONTO(WK-I) TO WK-MONTO-ED
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "  " WS-ACE-MONEDA(WK-I)
                            " LINEAS " WS-ACE-LINEAS(WK-I)
                            " TRX " WS-ACE-TRX(WK-I)
                            " REVERSOS " WS-ACE-REVERSOS(WK-I)
                            " MONTO NETO " WK-MONTO-ED
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     PERFORM 4900-ESCRIBE-LINEA
                  END-IF
               END-PERFORM
            END-IF.
      *
       3300-EMITE-RECHAZOS.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECHAZADAS: " WK-CAN-RECHAZOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA
            IF WK-CAN-RECHAZOS > 0
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-RECHAZOS
                  IF WS-REJ-REGISTRO(WK-I)(1:3) = COD-CANAL
                     PERFORM 3400-DESCRIBE-MOTIVO
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "  MOTIVO " WS-REJ-MOTIVO(WK-I)
                            " " WK-MOTIVO-DESC
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     PERFORM 4900-ESCRIBE-LINEA
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "    LINEA: " WS-REJ-REGISTRO(WK-I)
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     PERFORM 4900-ESCRIBE-LINEA
                  END-IF
               END-PERFORM
            END-IF.
      *
      * Motivos de QG1CX161 ('01' a '05' y '08') y de QG1CX160
      * ('06' y '07').
       3400-DESCRIBE-MOTIVO.
            EVALUATE WS-REJ-MOTIVO(WK-I)
               WHEN '01'
                  MOVE "MONTO O CANTIDAD NO NUMERICOS"
                    TO WK-MOTIVO-DESC
               WHEN '02'
                  MOVE "FECHA INVALIDA" TO WK-MOTIVO-DESC
               WHEN '03'
                  MOVE "CANAL NO EXISTE" TO WK-MOTIVO-DESC
               WHEN '04'
                  MOVE "MONEDA NO RECONOCIDA" TO WK-MOTIVO-DESC
               WHEN '05'
                  MOVE "HORA INVALIDA" TO WK-MOTIVO-DESC
               WHEN '06'
                  MOVE "REVERSO SIN ORIGINAL O YA REVERSADO"
                    TO WK-MOTIVO-DESC
               WHEN '07'
                  MOVE "TIPO DE MOVIMIENTO NO RECONOCIDO"
                    TO WK-MOTIVO-DESC
               WHEN '08'
                  MOVE "TIPO DE OPERACION DESCONOCIDO O DE BAJA"
                    TO WK-MOTIVO-DESC
               WHEN OTHER
                  MOVE "MOTIVO NO CATALOGADO" TO WK-MOTIVO-DESC
            END-EVALUATE.
      *
       3500-EMITE-VIOLACIONES.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "VIOLACIONES CARGADAS: " WK-CAN-VIOLACIONES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA
            IF WK-CAN-VIOLACIONES > 0
               MOVE "  FECHA-TRX       MONTO        LIMITE     MOTIVO"
                 TO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-VIOLACIONES
                  IF WS-VIO-CANAL(WK-I) = COD-CANAL
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "  " WS-VIO-TEXTO(WK-I)
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     PERFORM 4900-ESCRIBE-LINEA
                  END-IF
               END-PERFORM
            END-IF.
      *
      * Indice de distribucion: una confirmacion sin email de
      * contacto queda marcada 'S' desde el origen; la que ya esta
      * anotada para la fecha no se anota de nuevo.
       3800-ANOTA-DISTRIBUCION.
            MOVE 'N' TO WK-YA-INDEXADO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-YA-INDICE
               IF WS-IND-CANAL(WK-I) = COD-CANAL
                  MOVE 'S' TO WK-YA-INDEXADO
               END-IF
            END-PERFORM
            IF WK-YA-INDEXADO = 'N'
               MOVE COD-CANAL          TO DIS-COD-CANAL
               MOVE WK-PERIODO         TO DIS-PERIODO
               MOVE WS-NOMBRE-CONFIRMA TO DIS-NOMBRE
               MOVE SPACES             TO DIS-EMAIL
               MOVE 'S'                TO DIS-ESTADO
               MOVE WK-FECHA-INDICE    TO DIS-FECHA
               IF FS-CONTACTOS = '00'
                  MOVE COD-CANAL TO CTO-COD-CANAL
                  READ HOST-CONTACTOS
                     KEY IS CTO-COD-CANAL
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF CTO-EMAIL NOT = SPACES
                           MOVE CTO-EMAIL TO DIS-EMAIL
                           MOVE 'P'       TO DIS-ESTADO
                        END-IF
                  END-READ
               END-IF
               IF DIS-ESTADO = 'S'
                  ADD 1 TO WS-TOT-SIN-ENTREGA
               END-IF
               WRITE REG-DISTRIBUCION
               ADD 1 TO WS-TOT-NUEVOS-INDICE
            END-IF.
      *
       4900-ESCRIBE-LINEA.
            WRITE REG-RPT FROM WS-LIN-DETALLE
            WRITE REG-CONFIRMA-CANAL FROM WS-LIN-DETALLE
            ADD 1 TO WK-CAN-ESCRITAS.
      *
      * Rechazos y violaciones de un canal que no esta en el maestro
      * (motivo '03', violacion sin canal) no van a ningun archivo de
      * canal; quedan contados en el listado completo.
       5000-PAGINA-TOTALES.
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTALES DE LA FECHA " WK-FECHA-NEGOCIO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONFIRMACIONES EMITIDAS: " WS-TOT-CANALES
                   "   SIN CONTACTO DE ENTREGA: " WS-TOT-SIN-ENTREGA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LINEAS ACEPTADAS: " WS-TOT-LINEAS-DIA
                   "   RECHAZADAS: " WS-TOT-RECHAZOS
                   "   VIOLACIONES: " WS-TOT-VIOLACIONES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            COMPUTE WK-SIN-CANAL =
                    WS-TOT-RECHAZOS - WS-TOT-REJ-ASIGNADOS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECHAZADAS SIN CANAL EN EL MAESTRO: " WK-SIN-CANAL
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            COMPUTE WK-SIN-CANAL =
                    WS-TOT-VIOLACIONES - WS-TOT-VIO-ASIGNADAS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "VIOLACIONES SIN CANAL EN EL MAESTRO: " WK-SIN-CANAL
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX290.
