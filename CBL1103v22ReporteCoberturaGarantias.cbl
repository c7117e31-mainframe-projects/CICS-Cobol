      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual de garantias por canal
      *  (QG1GARANT.DAT, COPY QG1GAR01) a una fecha de corte (ENTER =
      *  hoy), en dos partes:
      *    1. VENCIMIENTOS: garantias con vencimiento entre la fecha
      *       de corte y los GAR-DIAS-AVISO dias siguientes
      *       (parametro via QG1CX112, por defecto 60), para pedir la
      *       renovacion de la fianza antes de que el canal quede
      *       descubierto.
      *    2. DESCUBIERTOS: canales con garantia cuya cobertura
      *       vigente (rutina QG1CX246, en la moneda del tope) ya no
      *       alcanza a cubrir:
      *         LIMITE TRX   el tope que rige hoy (MTO-LIMITE-TRX o
      *                      el temporal aprobado, rutina QG1CX238),
      *         MAX DIARIO   el maximo monto diario de su perfil de
      *                      velocidad QG1VELOC.DAT (COPY QG1VEL01).
      *       Un tope o maximo en cero es sin tope y sale siempre.
      *       Los canales inactivos no se revisan.
      *  Salida QG1CX247.RPT; el resumen queda en el run-log via
      *  CALL QG1CX120 (severidad 'A' si hay descubiertos).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX247.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-GARANTIAS ASSIGN TO "QG1GARANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GAR-LLAVE
           FILE STATUS IS FS-GARANTIAS.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-VELOCIDAD ASSIGN TO "QG1VELOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VEL-COD-CANAL
           FILE STATUS IS FS-VELOCIDAD.

           SELECT HOST-RPT ASSIGN TO "QG1CX247.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-GARANTIAS.
           COPY QG1GAR01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-VELOCIDAD.
           COPY QG1VEL01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-GARANTIAS         PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-VELOCIDAD         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-VELOCIDAD     PIC X(01) VALUE 'N'.

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-CORTE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-AVISO        PIC 9(03) VALUE 60.

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-LIMITE-VIGENTE    PIC S9(09)V9(02).
       01 WK-HAY-TEMPORAL      PIC X(01).
       01 WK-CONCEPTO          PIC X(11).
       01 WK-COB-MONTO         PIC 9(13)V9(02).
       01 WK-COB-COBERTURA     PIC 9(13)V9(02).
       01 WK-COB-CON-GARANTIA  PIC X(01).
       01 WK-COB-CUBIERTO      PIC X(01).

       01 WS-TOT-GARANTIAS     PIC 9(05) VALUE 0.
       01 WS-TOT-POR-VENCER    PIC 9(05) VALUE 0.
       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TOT-DESCUBIERTOS  PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX247'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WK-DIAS-ED           PIC ZZ9.
       01 WK-TOPE-ED           PIC ZZZZZZZZZZZZ9,99.
       01 WK-COBERTURA-ED      PIC ZZZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-VENCIMIENTOS
            PERFORM 3000-DESCUBIERTOS
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE MENSUAL DE GARANTIAS POR CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORTE
            ELSE
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-CORTE
            END-IF
            CALL "QG1CX072" USING WK-FECHA-CORTE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: FECHA DE CORTE INVALIDA - "
                       WK-FECHA-CORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'GAR-DIAS-AVISO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-AVISO
            END-IF

            OPEN INPUT HOST-GARANTIAS
            IF FS-GARANTIAS NOT = '00'
               DISPLAY "ABEND: SIN GARANTIAS QG1GARANT.DAT - FILE "
                       "STATUS " FS-GARANTIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

      * sin perfiles de velocidad solo se revisa el tope por trx
            OPEN INPUT HOST-VELOCIDAD
            IF FS-VELOCIDAD = '00'
               MOVE 'S' TO WS-HAY-VELOCIDAD
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "GARANTIAS POR CANAL AL " WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-VENCIMIENTOS.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "1. GARANTIAS QUE VENCEN EN LOS PROXIMOS "
                   WS-DIAS-AVISO " DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN NU T        MONTO MON EMISOR                "
                   "         VENCE    DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-GARANTIAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-GARANTIAS
                     IF GAR-VENCE > 0
                        AND GAR-VENCE NOT < WK-FECHA-CORTE
                        PERFORM 2100-REVISA-VENCIMIENTO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-GARANTIAS.
      *
       2100-REVISA-VENCIMIENTO.
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-CORTE, GAR-VENCE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            IF WK-DIAS-RESULTADO NOT > WS-DIAS-AVISO
               ADD 1 TO WS-TOT-POR-VENCER
               MOVE GAR-MONTO TO WK-MONTO-ED
               MOVE WK-DIAS-RESULTADO TO WK-DIAS-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING GAR-COD-CANAL " " GAR-NUMERO " " GAR-TIPO
                      " " WK-MONTO-ED " " GAR-MONEDA
                      " " GAR-EMISOR " " GAR-VENCE
                      " " WK-DIAS-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3000-DESCUBIERTOS.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "2. CANALES CON COBERTURA POR DEBAJO DE SUS LIMITES"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN CONCEPTO                 TOPE        "
                   "COBERTURA MON"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF NOT CANAL-INACTIVO
                        PERFORM 3100-REVISA-CANAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004
            IF WS-HAY-VELOCIDAD = 'S'
               CLOSE HOST-VELOCIDAD
            END-IF.
      *
       3100-REVISA-CANAL.
            CALL "QG1CX238" USING COD-CANAL, WK-FECHA-CORTE,
                                   COD-MONEDA-LIM, MTO-LIMITE-TRX,
                                   WK-LIMITE-VIGENTE, WK-HAY-TEMPORAL
            MOVE WK-LIMITE-VIGENTE TO WK-COB-MONTO
            IF WK-HAY-TEMPORAL = 'S'
               MOVE 'LIMITE TEMP' TO WK-CONCEPTO
            ELSE
               MOVE 'LIMITE TRX' TO WK-CONCEPTO
            END-IF
            PERFORM 3200-COMPARA-COBERTURA
      * un canal sin garantias no es agente: no se sigue revisando
            IF WK-COB-CON-GARANTIA = 'S'
               ADD 1 TO WS-TOT-CANALES
               IF WS-HAY-VELOCIDAD = 'S'
                  MOVE COD-CANAL TO VEL-COD-CANAL
                  READ HOST-VELOCIDAD
                     KEY IS VEL-COD-CANAL
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE VEL-MAX-DIA-MONTO TO WK-COB-MONTO
                        MOVE 'MAX DIARIO' TO WK-CONCEPTO
                        PERFORM 3200-COMPARA-COBERTURA
                  END-READ
               END-IF
            END-IF.
      *
       3200-COMPARA-COBERTURA.
            CALL "QG1CX246" USING COD-CANAL, WK-FECHA-CORTE,
                                   COD-MONEDA-LIM, WK-COB-MONTO,
                                   WK-COB-COBERTURA,
                                   WK-COB-CON-GARANTIA,
                                   WK-COB-CUBIERTO
            IF WK-COB-CUBIERTO NOT = 'S'
               ADD 1 TO WS-TOT-DESCUBIERTOS
               MOVE WK-COB-MONTO     TO WK-TOPE-ED
               MOVE WK-COB-COBERTURA TO WK-COBERTURA-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING COD-CANAL " " WK-CONCEPTO
                      " " WK-TOPE-ED " " WK-COBERTURA-ED
                      " " COD-MONEDA-LIM
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "GARANTIAS: " WS-TOT-GARANTIAS
                   "  POR VENCER: " WS-TOT-POR-VENCER
                   "  CANALES CON GARANTIA: " WS-TOT-CANALES
                   "  DESCUBIERTOS: " WS-TOT-DESCUBIERTOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "GARANTIAS LEIDAS      : " WS-TOT-GARANTIAS
            DISPLAY "POR VENCER            : " WS-TOT-POR-VENCER
            DISPLAY "CANALES CON GARANTIA  : " WS-TOT-CANALES
            DISPLAY "LIMITES DESCUBIERTOS  : " WS-TOT-DESCUBIERTOS

            IF WS-TOT-DESCUBIERTOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "GARANTIAS " WK-FECHA-CORTE
                   " POR VENCER " WS-TOT-POR-VENCER
                   " DESCUBIERTOS " WS-TOT-DESCUBIERTOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX247.
