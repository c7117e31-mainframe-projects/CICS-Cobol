      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Distribucion regional de la red de canales para un
      *  periodo AAAAMM. La region es el departamento del ubigeo del
      *  contacto del canal (QG1CTO.DAT, COPY QG1CON01); el canal sin
      *  contacto o sin ubigeo va a la region '--' SIN UBICACION. El
      *  nombre de la region sale de la referencia QG1UBIGEO.DAT por
      *  la rutina QG1CX296 y el tipo de canal de QG1CX110. Por cada
      *  region, por region y tipo, y por tipo muestra:
      *    - canales del maestro HOST004 y cuantos estan activos,
      *    - volumen y monto del periodo de la historia mensual
      *      QG1CX091.MES (COPY QG1MEN01),
      *    - suma de limites por transaccion de los canales activos
      *      en soles (CALL QG1CX132 al dia de hoy; el canal sin tipo
      *      de cambio queda fuera de la suma y se cuenta aparte),
      *  cerrando con el total de la red. Salida QG1CX299.RPT,
      *  publicada con CALL QG1CX275, y resumen en la bitacora.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX299.
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

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX299.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-CONTACTOS     PIC X(01) VALUE 'N'.

       01 WK-PERIODO           PIC 9(06).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).

       01 WK-UBI-CONSULTA.
          05 WK-UBI-DEP        PIC X(02).
          05 FILLER            PIC X(04) VALUE '0000'.
       01 WK-UBI-NOM-DEP       PIC X(20).
       01 WK-UBI-NOM-PRO       PIC X(30).
       01 WK-UBI-NOM-DIS       PIC X(30).
       01 WK-UBI-RESULTADO     PIC X(01).

       01 WK-MONEDA-PEN        PIC X(03) VALUE 'PEN'.
       01 WK-LIMITE-ORIG       PIC 9(09)V9(02).
       01 WK-LIMITE-CONV       PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

      * canales del maestro, para llevar la actividad del mes a su
      * region y tipo
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-CANALES.
          05 WS-CAN-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CANALES.
             10 WS-CAN-CODIGO  PIC X(03).
             10 WS-CAN-REGION  PIC X(02).
             10 WS-CAN-TIPO    PIC X(01).

       01 WS-TOT-REGIONES      PIC 9(02) VALUE 0.
       01 WS-TABLA-REGIONES.
          05 WS-REG-TBL        OCCURS 1 TO 40 TIMES
                                DEPENDING ON WS-TOT-REGIONES.
             10 WS-REG-CODIGO  PIC X(02).
             10 WS-REG-NOMBRE  PIC X(20).
             10 WS-REG-CANALES PIC 9(06).
             10 WS-REG-ACTIVOS PIC 9(06).
             10 WS-REG-VOLUMEN PIC 9(09).
             10 WS-REG-MONTO   PIC 9(13)V9(02).
             10 WS-REG-LIMITE  PIC 9(13)V9(02).

       01 WS-TOT-CRUCES        PIC 9(03) VALUE 0.
       01 WS-TABLA-CRUCES.
          05 WS-RXT-TBL        OCCURS 1 TO 400 TIMES
                                DEPENDING ON WS-TOT-CRUCES.
             10 WS-RXT-REGION  PIC X(02).
             10 WS-RXT-TIPO    PIC X(01).
             10 WS-RXT-CANALES PIC 9(06).
             10 WS-RXT-ACTIVOS PIC 9(06).
             10 WS-RXT-VOLUMEN PIC 9(09).
             10 WS-RXT-MONTO   PIC 9(13)V9(02).
             10 WS-RXT-LIMITE  PIC 9(13)V9(02).

       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TIP-TBL        OCCURS 1 TO 30 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TIP-CODIGO  PIC X(01).
             10 WS-TIP-DESC    PIC X(15).
             10 WS-TIP-CANALES PIC 9(06).
             10 WS-TIP-ACTIVOS PIC 9(06).
             10 WS-TIP-VOLUMEN PIC 9(09).
             10 WS-TIP-MONTO   PIC 9(13)V9(02).
             10 WS-TIP-LIMITE  PIC 9(13)V9(02).

      * aporte de un canal o de un registro mensual a las tablas
       01 WK-APO-REGION        PIC X(02).
       01 WK-APO-TIPO          PIC X(01).
       01 WK-APO-TIPO-DESC     PIC X(15).
       01 WK-APO-CANALES       PIC 9(01).
       01 WK-APO-ACTIVOS       PIC 9(01).
       01 WK-APO-VOLUMEN       PIC 9(07).
       01 WK-APO-MONTO         PIC 9(11)V9(02).
       01 WK-APO-LIMITE        PIC 9(09)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).

       01 WS-RED-CANALES       PIC 9(06) VALUE 0.
       01 WS-RED-ACTIVOS       PIC 9(06) VALUE 0.
       01 WS-RED-VOLUMEN       PIC 9(09) VALUE 0.
       01 WS-RED-MONTO         PIC 9(13)V9(02) VALUE 0.
       01 WS-RED-LIMITE        PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-SIN-UBICACION PIC 9(06) VALUE 0.
       01 WS-TOT-SIN-TC        PIC 9(06) VALUE 0.
       01 WS-TOT-MES-HUERFANOS PIC 9(06) VALUE 0.

       01 WK-MONTO-ED          PIC ZZZZZZZZZZZZ9,99.
       01 WK-LIMITE-ED         PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX299.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX299'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX299'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-JUNTA-MAESTRO
            PERFORM 3000-JUNTA-ACTIVIDAD
            PERFORM 5000-EMITE-REPORTE
            PERFORM 6000-PUBLICA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "DISTRIBUCION REGIONAL DE LA RED DE CANALES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "PERIODO (AAAAMM) : "
            ACCEPT WK-PERIODO.
      *
       2000-JUNTA-MAESTRO.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
            ELSE
               DISPLAY "SIN ARCHIVO DE CONTACTOS QG1CTO.DAT, TODOS "
                       "LOS CANALES SIN UBICACION"
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 2100-UN-CANAL
               END-READ
            END-PERFORM
            CLOSE HOST004
            IF WS-HAY-CONTACTOS = 'S'
               CLOSE HOST-CONTACTOS
            END-IF.
      *
       2100-UN-CANAL.
            MOVE '--' TO WK-APO-REGION
            IF WS-HAY-CONTACTOS = 'S'
               MOVE COD-CANAL TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                  KEY IS CTO-COD-CANAL
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF CTO-DEPARTAMENTO NOT = SPACES
                        AND CTO-DEPARTAMENTO NOT = LOW-VALUES
                        MOVE CTO-DEPARTAMENTO TO WK-APO-REGION
                     END-IF
               END-READ
            END-IF
            IF WK-APO-REGION = '--'
               ADD 1 TO WS-TOT-SIN-UBICACION
            END-IF

            CALL "QG1CX110" USING COD-CANAL, WK-TIPO-CODIGO,
                                   WK-TIPO-DESC, WK-TIPO-ENCONTRADO
            IF WK-TIPO-ENCONTRADO = 'S'
               MOVE WK-TIPO-CODIGO TO WK-APO-TIPO
               MOVE WK-TIPO-DESC   TO WK-APO-TIPO-DESC
            ELSE
               MOVE '?' TO WK-APO-TIPO
               MOVE "SIN TIPO" TO WK-APO-TIPO-DESC
            END-IF

            IF WS-TOT-CANALES = 2000
               DISPLAY "ABEND: TABLA DE CANALES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-CANALES
            MOVE COD-CANAL     TO WS-CAN-CODIGO(WS-TOT-CANALES)
            MOVE WK-APO-REGION TO WS-CAN-REGION(WS-TOT-CANALES)
            MOVE WK-APO-TIPO   TO WS-CAN-TIPO(WS-TOT-CANALES)

            MOVE 1 TO WK-APO-CANALES
            MOVE 0 TO WK-APO-ACTIVOS, WK-APO-VOLUMEN, WK-APO-MONTO,
                      WK-APO-LIMITE
            IF CANAL-ACTIVO
               MOVE 1 TO WK-APO-ACTIVOS
               PERFORM 2200-LIMITE-EN-SOLES
            END-IF
            PERFORM 7000-ACUMULA.
      *
       2200-LIMITE-EN-SOLES.
            MOVE MTO-LIMITE-TRX TO WK-LIMITE-ORIG
            IF COD-MONEDA-LIM = 'PEN' OR COD-MONEDA-LIM = SPACES
               MOVE WK-LIMITE-ORIG TO WK-APO-LIMITE
            ELSE
               CALL "QG1CX132" USING COD-MONEDA-LIM, WK-MONEDA-PEN,
                                      WK-FECHA-HOY, WK-LIMITE-ORIG,
                                      WK-LIMITE-CONV, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               IF WK-CONVERSION-OK = 'N'
                  ADD 1 TO WS-TOT-SIN-TC
               ELSE
                  MOVE WK-LIMITE-CONV TO WK-APO-LIMITE
               END-IF
            END-IF.
      *
       3000-JUNTA-ACTIVIDAD.
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-PERIODO = WK-PERIODO
                           PERFORM 3100-UN-MES
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            ELSE
               DISPLAY "SIN HISTORIA MENSUAL QG1CX091.MES, VOLUMEN EN "
                       "CERO"
            END-IF.
      *
       3100-UN-MES.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES OR WK-POS > 0
               IF WS-CAN-CODIGO(WK-I) = MEN-COD-CANAL
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               ADD 1 TO WS-TOT-MES-HUERFANOS
               MOVE '--' TO WK-APO-REGION
               MOVE '?' TO WK-APO-TIPO
               MOVE "SIN TIPO" TO WK-APO-TIPO-DESC
            ELSE
               MOVE WS-CAN-REGION(WK-POS) TO WK-APO-REGION
               MOVE WS-CAN-TIPO(WK-POS)   TO WK-APO-TIPO
               MOVE SPACES TO WK-APO-TIPO-DESC
            END-IF
            MOVE 0 TO WK-APO-CANALES, WK-APO-ACTIVOS, WK-APO-LIMITE
            MOVE MEN-VOLUMEN TO WK-APO-VOLUMEN
            MOVE MEN-MONTO   TO WK-APO-MONTO
            PERFORM 7000-ACUMULA.
      *
       5000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "DISTRIBUCION REGIONAL DE CANALES - PERIODO "
                   WK-PERIODO " - LIMITES EN PEN AL " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE "POR REGION" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "RG NOMBRE               CANAL. ACTIV.   VOLUMEN"
              TO WS-LIN-DETALLE
            MOVE "           MONTO   LIMITES EN PEN"
              TO WS-LIN-DETALLE(51:33)
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-REGIONES
               MOVE WS-REG-MONTO(WK-I)  TO WK-MONTO-ED
               MOVE WS-REG-LIMITE(WK-I) TO WK-LIMITE-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-REG-CODIGO(WK-I) " "
                      WS-REG-NOMBRE(WK-I) " "
                      WS-REG-CANALES(WK-I) " "
                      WS-REG-ACTIVOS(WK-I) " "
                      WS-REG-VOLUMEN(WK-I) " "
                      WK-MONTO-ED " " WK-LIMITE-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
               ADD WS-REG-CANALES(WK-I) TO WS-RED-CANALES
               ADD WS-REG-ACTIVOS(WK-I) TO WS-RED-ACTIVOS
               ADD WS-REG-VOLUMEN(WK-I) TO WS-RED-VOLUMEN
               ADD WS-REG-MONTO(WK-I)   TO WS-RED-MONTO
               ADD WS-REG-LIMITE(WK-I)  TO WS-RED-LIMITE
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "POR REGION Y TIPO DE CANAL" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CRUCES
               MOVE WS-RXT-MONTO(WK-I)  TO WK-MONTO-ED
               MOVE WS-RXT-LIMITE(WK-I) TO WK-LIMITE-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-RXT-REGION(WK-I) " TIPO "
                      WS-RXT-TIPO(WK-I) "              "
                      WS-RXT-CANALES(WK-I) " "
                      WS-RXT-ACTIVOS(WK-I) " "
                      WS-RXT-VOLUMEN(WK-I) " "
                      WK-MONTO-ED " " WK-LIMITE-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "POR TIPO DE CANAL" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS
               MOVE WS-TIP-MONTO(WK-I)  TO WK-MONTO-ED
               MOVE WS-TIP-LIMITE(WK-I) TO WK-LIMITE-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-TIP-CODIGO(WK-I) "  "
                      WS-TIP-DESC(WK-I) "      "
                      WS-TIP-CANALES(WK-I) " "
                      WS-TIP-ACTIVOS(WK-I) " "
                      WS-TIP-VOLUMEN(WK-I) " "
                      WK-MONTO-ED " " WK-LIMITE-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-RED-MONTO  TO WK-MONTO-ED
            MOVE WS-RED-LIMITE TO WK-LIMITE-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL RED               "
                   WS-RED-CANALES " " WS-RED-ACTIVOS " "
                   WS-RED-VOLUMEN " " WK-MONTO-ED " " WK-LIMITE-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES SIN UBICACION: " WS-TOT-SIN-UBICACION
                   "  LIMITES SIN TIPO DE CAMBIO: " WS-TOT-SIN-TC
                   "  MES SIN CANAL EN MAESTRO: "
                   WS-TOT-MES-HUERFANOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "REGIONES REPORTADAS : " WS-TOT-REGIONES.
      *
       6000-PUBLICA.
            MOVE WK-FECHA-HOY TO WK-PUB-FECHA
            MOVE SPACES TO WK-PUB-TITULO
            STRING "DISTRIBUCION REGIONAL " WK-PERIODO
               DELIMITED SIZE INTO WK-PUB-TITULO
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            IF WS-TOT-SIN-UBICACION > 0 OR WS-TOT-SIN-TC > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "REGIONAL " WK-PERIODO " CANALES " WS-RED-CANALES
                   " SIN UBICACION " WS-TOT-SIN-UBICACION
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
      * suma el aporte WK-APO-* a la region, al cruce region/tipo y
      * al tipo, abriendo la fila que falte
       7000-ACUMULA.
            PERFORM 7100-UBICA-REGION
            ADD WK-APO-CANALES TO WS-REG-CANALES(WK-POS)
            ADD WK-APO-ACTIVOS TO WS-REG-ACTIVOS(WK-POS)
            ADD WK-APO-VOLUMEN TO WS-REG-VOLUMEN(WK-POS)
            ADD WK-APO-MONTO   TO WS-REG-MONTO(WK-POS)
            ADD WK-APO-LIMITE  TO WS-REG-LIMITE(WK-POS)

            PERFORM 7200-UBICA-CRUCE
            ADD WK-APO-CANALES TO WS-RXT-CANALES(WK-POS)
            ADD WK-APO-ACTIVOS TO WS-RXT-ACTIVOS(WK-POS)
            ADD WK-APO-VOLUMEN TO WS-RXT-VOLUMEN(WK-POS)
            ADD WK-APO-MONTO   TO WS-RXT-MONTO(WK-POS)
            ADD WK-APO-LIMITE  TO WS-RXT-LIMITE(WK-POS)

            PERFORM 7300-UBICA-TIPO
            ADD WK-APO-CANALES TO WS-TIP-CANALES(WK-POS)
            ADD WK-APO-ACTIVOS TO WS-TIP-ACTIVOS(WK-POS)
            ADD WK-APO-VOLUMEN TO WS-TIP-VOLUMEN(WK-POS)
            ADD WK-APO-MONTO   TO WS-TIP-MONTO(WK-POS)
            ADD WK-APO-LIMITE  TO WS-TIP-LIMITE(WK-POS).
      *
       7100-UBICA-REGION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-REGIONES OR WK-POS > 0
               IF WS-REG-CODIGO(WK-I) = WK-APO-REGION
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-REGIONES = 40
                  DISPLAY "ABEND: TABLA DE REGIONES LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-REGIONES
               MOVE WS-TOT-REGIONES TO WK-POS
               MOVE WK-APO-REGION TO WS-REG-CODIGO(WK-POS)
               IF WK-APO-REGION = '--'
                  MOVE "SIN UBICACION" TO WS-REG-NOMBRE(WK-POS)
               ELSE
                  MOVE WK-APO-REGION TO WK-UBI-DEP
                  CALL "QG1CX296" USING WK-UBI-CONSULTA,
                                         WK-UBI-NOM-DEP,
                                         WK-UBI-NOM-PRO,
                                         WK-UBI-NOM-DIS,
                                         WK-UBI-RESULTADO
                  IF WK-UBI-RESULTADO = 'S'
                     MOVE WK-UBI-NOM-DEP TO WS-REG-NOMBRE(WK-POS)
                  ELSE
                     MOVE "NO EN REFERENCIA" TO WS-REG-NOMBRE(WK-POS)
                  END-IF
               END-IF
               MOVE 0 TO WS-REG-CANALES(WK-POS),
                         WS-REG-ACTIVOS(WK-POS),
                         WS-REG-VOLUMEN(WK-POS),
                         WS-REG-MONTO(WK-POS), WS-REG-LIMITE(WK-POS)
            END-IF.
      *
       7200-UBICA-CRUCE.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CRUCES OR WK-POS > 0
               IF WS-RXT-REGION(WK-I) = WK-APO-REGION
                  AND WS-RXT-TIPO(WK-I) = WK-APO-TIPO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-CRUCES = 400
                  DISPLAY "ABEND: TABLA DE REGION Y TIPO LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CRUCES
               MOVE WS-TOT-CRUCES TO WK-POS
               MOVE WK-APO-REGION TO WS-RXT-REGION(WK-POS)
               MOVE WK-APO-TIPO   TO WS-RXT-TIPO(WK-POS)
               MOVE 0 TO WS-RXT-CANALES(WK-POS),
                         WS-RXT-ACTIVOS(WK-POS),
                         WS-RXT-VOLUMEN(WK-POS),
                         WS-RXT-MONTO(WK-POS), WS-RXT-LIMITE(WK-POS)
            END-IF.
      *
       7300-UBICA-TIPO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS OR WK-POS > 0
               IF WS-TIP-CODIGO(WK-I) = WK-APO-TIPO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-TIPOS = 30
                  DISPLAY "ABEND: TABLA DE TIPOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-TIPOS
               MOVE WS-TOT-TIPOS TO WK-POS
               MOVE WK-APO-TIPO      TO WS-TIP-CODIGO(WK-POS)
               MOVE WK-APO-TIPO-DESC TO WS-TIP-DESC(WK-POS)
               MOVE 0 TO WS-TIP-CANALES(WK-POS),
                         WS-TIP-ACTIVOS(WK-POS),
                         WS-TIP-VOLUMEN(WK-POS),
                         WS-TIP-MONTO(WK-POS), WS-TIP-LIMITE(WK-POS)
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX299.
