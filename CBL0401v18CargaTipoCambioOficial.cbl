      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Los tipos de cambio se tecleaban cada manana en
      *  QG1CX131 y se aprobaban uno por uno en QG1CX189. Esta carga
      *  lee el archivo diario de tipos de cambio publicados por el
      *  banco central QG1BCRTC.TXT (una linea por moneda: moneda,
      *  fecha de publicacion y tasa en PEN por unidad) y, con las
      *  mismas reglas de la captura manual, deja cada tasa valida
      *  como pendiente 'C' en QG1PNDFIN.DAT (COPY QG1PNF01) con el
      *  lote "BCR AAAAMMDD" y solicitante QG1CX268, para que un
      *  aprobador con OPR-PERM-TASAS apruebe el lote completo en un
      *  solo paso en QG1CX189 y el aplicador QG1CX190 lo lleve a
      *  QG1TCAMB.DAT. Una linea se rechaza si:
      *    - la moneda viene en blancos o es PEN,
      *    - la fecha es invalida (CALL QG1CX072), futura o mas vieja
      *      que TCAMBIO-MAX-DIAS (la regla de vejez de QG1CX132),
      *    - la tasa es cero o la moneda ya vino en el archivo,
      *    - la moneda ya tiene tasa viva o pendiente de esa fecha o
      *      posterior (la carga se puede repetir),
      *    - el movimiento contra la ultima tasa viva supera
      *      TCAMBIO-TOLERA-PCT (misma tolerancia de QG1CX131; aqui no
      *      hay supervisor y la tasa se captura a mano).
      *  Las monedas esperadas son las que ya tienen historia en
      *  QG1TCAMB.DAT y las de limite de los canales (COD-MONEDA-LIM
      *  de HOST004). Una moneda esperada que no viene en el archivo,
      *  y cada linea rechazada, se levanta como problema con CALL
      *  QG1CX121 para que se resuelva antes de las autorizaciones de
      *  la manana. Detalle en QG1CX268.RPT; la corrida queda en el
      *  run-log QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX268.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-OFICIAL ASSIGN TO "QG1BCRTC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OFICIAL.

           SELECT HOST-CAMBIOS ASSIGN TO "QG1TCAMB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDFIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-RPT ASSIGN TO "QG1CX268.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-OFICIAL.
       01  REG-OFICIAL.
           05 BCR-MONEDA       PIC X(03).
           05 BCR-FECHA        PIC 9(08).
           05 BCR-TASA         PIC 9(05)V9(06).

       FD  HOST-CAMBIOS.
       01  REG-TIPO-CAMBIO.
           05 TCA-MONEDA       PIC X(03).
           05 TCA-FECHA        PIC 9(08).
           05 TCA-TASA         PIC 9(05)V9(06).

       FD  HOST-PENDIENTES.
           COPY QG1PNF01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-OFICIAL           PIC X(02).
       01 FS-CAMBIOS           PIC X(02).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-LOTE              PIC X(12).
       01 WK-SOLICITANTE       PIC X(08) VALUE 'QG1CX268'.
       01 WS-ULT-SECUENCIA     PIC 9(05) VALUE 0.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-TOLERA-PCT        PIC 9(03)V9(02) VALUE 5.
       01 WS-MAX-DIAS-TASA     PIC 9(03) VALUE 5.

       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-DIAS-CERO         PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-DIFERENCIA        PIC S9(06)V9(06).
       01 WK-MOVIMIENTO-PCT    PIC 9(05)V9(02).

      * monedas conocidas: historia viva, canales y archivo del dia
       01 WS-TOT-MONEDAS       PIC 9(03) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MON-TBL        OCCURS 1 TO 100 TIMES
                                DEPENDING ON WS-TOT-MONEDAS.
             10 WS-MON-CODIGO  PIC X(03).
             10 WS-MON-ESPERADA
                               PIC X(01).
             10 WS-MON-EN-ARCHIVO
                               PIC X(01).
             10 WS-MON-ULT-FECHA
                               PIC 9(08).
             10 WS-MON-ULT-TASA
                               PIC 9(05)V9(06).
             10 WS-MON-PEND-FECHA
                               PIC 9(08).

       01 WK-I                 PIC 9(03).
       01 WK-POS               PIC 9(03).
       01 WK-MONEDA-BUSCA      PIC X(03).
       01 WK-MOTIVO            PIC X(30).

       01 WS-TOT-LEIDAS        PIC 9(04) VALUE 0.
       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(04) VALUE 0.
       01 WS-TOT-YA-CARGADAS   PIC 9(04) VALUE 0.
       01 WS-TOT-FALTANTES     PIC 9(04) VALUE 0.

       01 WK-PRB-PROGRAMA      PIC X(08) VALUE 'QG1CX268'.
       01 WK-PRB-ARCHIVO       PIC X(12) VALUE 'QG1BCRTC.TXT'.
       01 WK-PRB-OPERACION     PIC X(08).
       01 WK-PRB-STATUS        PIC X(02) VALUE SPACES.
       01 WK-PRB-CLAVE         PIC X(11).
       01 WK-PRB-IMAGEN        PIC X(80).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX268'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-TASA-ED           PIC ZZZZ9,999999.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-CAMBIOS-VIVOS
            PERFORM 2500-CARGA-MONEDAS-CANALES
            PERFORM 3000-CARGA-PENDIENTES
            PERFORM 4000-PROCESA-ARCHIVO
            PERFORM 5000-MONEDAS-FALTANTES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE TIPOS DE CAMBIO OFICIALES" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE SPACES TO WK-LOTE
            STRING "BCR " WK-FECHA-HOY
               DELIMITED SIZE INTO WK-LOTE

            MOVE 'TCAMBIO-TOLERA-PCT' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-TOLERA-PCT
            END-IF
            MOVE 'TCAMBIO-MAX-DIAS' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-MAX-DIAS-TASA
            END-IF
            DISPLAY "LOTE " WK-LOTE " - TOLERANCIA " WS-TOLERA-PCT
                    " PCT - VEJEZ MAXIMA " WS-MAX-DIAS-TASA " DIAS".
      *
       2000-CARGA-CAMBIOS-VIVOS.
            OPEN INPUT HOST-CAMBIOS
            IF FS-CAMBIOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CAMBIOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE TCA-MONEDA TO WK-MONEDA-BUSCA
                        PERFORM 6000-UBICA-MONEDA
                        MOVE 'S' TO WS-MON-ESPERADA(WK-POS)
                        IF TCA-FECHA NOT < WS-MON-ULT-FECHA(WK-POS)
                           MOVE TCA-FECHA
                             TO WS-MON-ULT-FECHA(WK-POS)
                           MOVE TCA-TASA
                             TO WS-MON-ULT-TASA(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CAMBIOS
            ELSE
               DISPLAY "SIN TABLA DE TIPOS DE CAMBIO (QG1TCAMB.DAT)"
            END-IF.
      *
       2500-CARGA-MONEDAS-CANALES.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF COD-MONEDA-LIM NOT = SPACES
                        AND COD-MONEDA-LIM NOT = 'PEN'
                        MOVE COD-MONEDA-LIM TO WK-MONEDA-BUSCA
                        PERFORM 6000-UBICA-MONEDA
                        MOVE 'S' TO WS-MON-ESPERADA(WK-POS)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004
            DISPLAY "MONEDAS ESPERADAS : " WS-TOT-MONEDAS.
      *
      * Los pendientes de tipo de cambio en revision o aprobados (aun
      * sin aplicar) cuentan como ya cargados para su fecha.
       3000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PENDIENTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNF-SECUENCIA > WS-ULT-SECUENCIA
                           MOVE PNF-SECUENCIA TO WS-ULT-SECUENCIA
                        END-IF
                        IF PNF-TIPO = 'C'
                           AND (PNF-EN-REVISION OR PNF-APROBADO)
                           PERFORM 3100-ANOTA-PENDIENTE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PENDIENTES
            END-IF.
      *
       3100-ANOTA-PENDIENTE.
            MOVE PNF-CLAVE TO WK-MONEDA-BUSCA
            PERFORM 6000-UBICA-MONEDA
            IF PNF-FECHA > WS-MON-PEND-FECHA(WK-POS)
               MOVE PNF-FECHA TO WS-MON-PEND-FECHA(WK-POS)
            END-IF.
      *
       4000-PROCESA-ARCHIVO.
            OPEN INPUT HOST-OFICIAL
            IF FS-OFICIAL NOT = '00'
               MOVE "OPEN"         TO WK-PRB-OPERACION
               MOVE FS-OFICIAL     TO WK-PRB-STATUS
               MOVE WK-FECHA-HOY   TO WK-PRB-CLAVE
               MOVE "SIN ARCHIVO DE TIPOS DE CAMBIO OFICIALES"
                 TO WK-PRB-IMAGEN
               CALL "QG1CX121" USING WK-PRB-PROGRAMA, WK-PRB-ARCHIVO,
                                      WK-PRB-OPERACION, WK-PRB-STATUS,
                                      WK-PRB-CLAVE, WK-PRB-IMAGEN
               DISPLAY "ABEND: SIN ARCHIVO QG1BCRTC.TXT - FILE STATUS "
                       FS-OFICIAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN EXTEND HOST-PENDIENTES
            IF FS-PENDIENTES = '35'
               OPEN OUTPUT HOST-PENDIENTES
            END-IF
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-PENDIENTES FALLIDO - "
                       "FILE STATUS " FS-PENDIENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CARGA DE TIPOS DE CAMBIO OFICIALES - LOTE "
                   WK-LOTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "MON FECHA           TASA RESULTADO"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-OFICIAL
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     PERFORM 4100-VALIDA-LINEA
                     PERFORM 4900-IMPRIME-LINEA
               END-READ
            END-PERFORM
            CLOSE HOST-OFICIAL, HOST-PENDIENTES.
      *
       4100-VALIDA-LINEA.
            MOVE SPACES TO WK-MOTIVO
            MOVE 0 TO WK-POS
            IF BCR-MONEDA = SPACES OR BCR-MONEDA = 'PEN'
               MOVE "MONEDA INVALIDA" TO WK-MOTIVO
            ELSE
               MOVE BCR-MONEDA TO WK-MONEDA-BUSCA
               PERFORM 6000-UBICA-MONEDA
               CALL "QG1CX072" USING BCR-FECHA, WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA NOT = 'S'
                  MOVE "FECHA INVALIDA" TO WK-MOTIVO
               ELSE
                  PERFORM 4200-VALIDA-TASA
               END-IF
            END-IF

            EVALUATE TRUE
               WHEN WK-MOTIVO = SPACES
                  PERFORM 4500-AGREGA-PENDIENTE
               WHEN WK-MOTIVO = "YA CARGADA"
                  ADD 1 TO WS-TOT-YA-CARGADAS
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZADAS
                  PERFORM 4800-PROBLEMA-RECHAZO
            END-EVALUATE
            IF WK-POS > 0
               MOVE 'S' TO WS-MON-EN-ARCHIVO(WK-POS)
            END-IF.
      *
       4200-VALIDA-TASA.
            MOVE BCR-FECHA TO WK-FECHA-AUX
            CALL "QG1CX073" USING WK-OPERACION-FECHA, WK-FECHA-AUX,
                                   WK-FECHA-HOY, WK-DIAS-CERO,
                                   WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            EVALUATE TRUE
               WHEN BCR-FECHA > WK-FECHA-HOY
                  MOVE "FECHA FUTURA" TO WK-MOTIVO
               WHEN WK-DIAS-RESULTADO > WS-MAX-DIAS-TASA
                  MOVE "TASA VIEJA" TO WK-MOTIVO
               WHEN BCR-TASA = 0
                  MOVE "TASA EN CERO" TO WK-MOTIVO
               WHEN WS-MON-EN-ARCHIVO(WK-POS) = 'S'
                  MOVE "MONEDA REPETIDA EN EL ARCHIVO" TO WK-MOTIVO
               WHEN BCR-FECHA NOT > WS-MON-ULT-FECHA(WK-POS)
                  OR BCR-FECHA NOT > WS-MON-PEND-FECHA(WK-POS)
                  MOVE "YA CARGADA" TO WK-MOTIVO
               WHEN OTHER
                  PERFORM 4300-VALIDA-TOLERANCIA
            END-EVALUATE.
      *
      * Misma defensa anti dedo gordo de QG1CX131 contra la ultima
      * tasa viva; una moneda sin historia no tiene contra que medir.
       4300-VALIDA-TOLERANCIA.
            IF WS-MON-ULT-TASA(WK-POS) > 0
               COMPUTE WK-DIFERENCIA =
                       BCR-TASA - WS-MON-ULT-TASA(WK-POS)
               IF WK-DIFERENCIA < 0
                  COMPUTE WK-DIFERENCIA = 0 - WK-DIFERENCIA
               END-IF
               COMPUTE WK-MOVIMIENTO-PCT ROUNDED =
                  WK-DIFERENCIA * 100 / WS-MON-ULT-TASA(WK-POS)
               IF WK-MOVIMIENTO-PCT > WS-TOLERA-PCT
                  MOVE "FUERA DE TOLERANCIA" TO WK-MOTIVO
               END-IF
            END-IF.
      *
       4500-AGREGA-PENDIENTE.
            ADD 1 TO WS-ULT-SECUENCIA
            MOVE WS-ULT-SECUENCIA TO PNF-SECUENCIA
            MOVE 'C'            TO PNF-TIPO
            MOVE 'P'            TO PNF-ESTADO
            MOVE WK-SOLICITANTE TO PNF-SOLICITANTE
            MOVE SPACES         TO PNF-APROBADOR
            MOVE BCR-MONEDA     TO PNF-CLAVE
            MOVE BCR-FECHA      TO PNF-FECHA
            MOVE 0              TO PNF-TEN, PNF-TEA
            MOVE BCR-TASA       TO PNF-TCAMBIO
            MOVE WK-LOTE        TO PNF-LOTE
            WRITE REG-PENDIENTE-FIN
            ADD 1 TO WS-TOT-PENDIENTES
            MOVE BCR-FECHA TO WS-MON-PEND-FECHA(WK-POS)
            MOVE "PENDIENTE DE APROBACION" TO WK-MOTIVO.
      *
       4800-PROBLEMA-RECHAZO.
            MOVE "RECHAZO"  TO WK-PRB-OPERACION
            MOVE SPACES     TO WK-PRB-STATUS, WK-PRB-CLAVE,
                               WK-PRB-IMAGEN
            MOVE BCR-MONEDA TO WK-PRB-CLAVE
            MOVE BCR-TASA   TO WK-TASA-ED
            STRING "TIPO DE CAMBIO OFICIAL " BCR-MONEDA " DEL "
                   BCR-FECHA " TASA " WK-TASA-ED " - " WK-MOTIVO
               DELIMITED SIZE INTO WK-PRB-IMAGEN
            CALL "QG1CX121" USING WK-PRB-PROGRAMA, WK-PRB-ARCHIVO,
                                   WK-PRB-OPERACION, WK-PRB-STATUS,
                                   WK-PRB-CLAVE, WK-PRB-IMAGEN.
      *
       4900-IMPRIME-LINEA.
            MOVE BCR-TASA TO WK-TASA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING BCR-MONEDA " " BCR-FECHA " " WK-TASA-ED " "
                   WK-MOTIVO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5000-MONEDAS-FALTANTES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MONEDAS
               IF WS-MON-ESPERADA(WK-I) = 'S'
                  AND WS-MON-EN-ARCHIVO(WK-I) NOT = 'S'
                  PERFORM 5100-PROBLEMA-FALTANTE
               END-IF
            END-PERFORM.
      *
       5100-PROBLEMA-FALTANTE.
            ADD 1 TO WS-TOT-FALTANTES
            MOVE "FALTANTE" TO WK-PRB-OPERACION
            MOVE SPACES     TO WK-PRB-STATUS, WK-PRB-CLAVE,
                               WK-PRB-IMAGEN
            MOVE WS-MON-CODIGO(WK-I) TO WK-PRB-CLAVE
            STRING "MONEDA " WS-MON-CODIGO(WK-I)
                   " SIN TIPO DE CAMBIO OFICIAL EN LA CARGA DEL "
                   WK-FECHA-HOY
               DELIMITED SIZE INTO WK-PRB-IMAGEN
            CALL "QG1CX121" USING WK-PRB-PROGRAMA, WK-PRB-ARCHIVO,
                                   WK-PRB-OPERACION, WK-PRB-STATUS,
                                   WK-PRB-CLAVE, WK-PRB-IMAGEN
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-MON-CODIGO(WK-I) " FALTANTE EN EL ARCHIVO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       6000-UBICA-MONEDA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MONEDAS OR WK-POS > 0
               IF WS-MON-CODIGO(WK-I) = WK-MONEDA-BUSCA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-MONEDAS = 100
                  DISPLAY "ABEND: TABLA DE MONEDAS LLENA (100)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-MONEDAS
               MOVE WS-TOT-MONEDAS  TO WK-POS
               MOVE WK-MONEDA-BUSCA TO WS-MON-CODIGO(WK-POS)
               MOVE 'N' TO WS-MON-ESPERADA(WK-POS)
               MOVE 'N' TO WS-MON-EN-ARCHIVO(WK-POS)
               MOVE 0   TO WS-MON-ULT-FECHA(WK-POS)
               MOVE 0   TO WS-MON-ULT-TASA(WK-POS)
               MOVE 0   TO WS-MON-PEND-FECHA(WK-POS)
            END-IF.
      *
       8000-TOTALES.
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LEIDAS " WS-TOT-LEIDAS
                   "  PENDIENTES " WS-TOT-PENDIENTES
                   "  YA CARGADAS " WS-TOT-YA-CARGADAS
                   "  RECHAZADAS " WS-TOT-RECHAZADAS
                   "  FALTANTES " WS-TOT-FALTANTES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "LINEAS LEIDAS          : " WS-TOT-LEIDAS
            DISPLAY "PENDIENTES DEL LOTE    : " WS-TOT-PENDIENTES
            DISPLAY "YA CARGADAS            : " WS-TOT-YA-CARGADAS
            DISPLAY "RECHAZADAS             : " WS-TOT-RECHAZADAS
            DISPLAY "MONEDAS FALTANTES      : " WS-TOT-FALTANTES
            DISPLAY "APROBAR EL LOTE " WK-LOTE " CON QG1CX189"

            IF WS-TOT-RECHAZADAS > 0 OR WS-TOT-FALTANTES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "LOTE " WK-LOTE " PENDIENTES " WS-TOT-PENDIENTES
                   " RECHAZOS " WS-TOT-RECHAZADAS
                   " FALTAN " WS-TOT-FALTANTES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX268.
