      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Extracto de comprobantes electronicos para la
      *  administracion tributaria. Toma las facturas de comision del
      *  periodo de QG1CX148.FAC (COPY QG1FAC01; primero cuadra el
      *  trailer de conteo y hash, una factura truncada no se envia)
      *  y por cada una arma en QG1CPEENV.TXT el comprobante en el
      *  formato fijo de envio:
      *    C = cabecera: serie, correlativo, tipo '01', fecha de
      *        emision, moneda, RUC y nombre del emisor, RUC, razon
      *        social y domicilio del adquiriente,
      *    D = linea: comision por transaccion (volumen x cuota) o
      *        minimo mensual, con su afectacion ('10' gravado, '20'
      *        exonerado) e IGV,
      *    T = totales: gravada, exonerada, IGV e importe total,
      *  y cierra con un registro Z de conteo y hash de importes.
      *  Numeracion: la serie es 'F0' + la entidad legal del canal
      *  (CALL QG1CX194) y el correlativo el siguiente al ultimo de
      *  esa serie en el registro de comprobantes QG1CPE.DAT (COPY
      *  QG1CPE01), donde cada comprobante queda grabado con su
      *  numero en estado 'E' (enviado). Un numero asignado no se
      *  reasigna nunca:
      *    - una factura ya emitida y aun sin respuesta se REENVIA
      *      con el mismo numero (reenviar es inocuo, renumerar no),
      *    - una ya aceptada u observada no se vuelve a enviar,
      *    - una rechazada no se reenvia ni se renumera: se corrige
      *      con nota de credito,
      *    - si la factura cambio despues de emitida tampoco se
      *      envia: la diferencia va por nota de credito.
      *  El RUC del emisor sale del archivo de parametros (CALL
      *  QG1CX112, clave CPE-RUC-EMISOR-nn de la entidad, o
      *  CPE-RUC-EMISOR para todas); el del adquiriente de los datos
      *  fiscales del canal QG1RUC.DAT (COPY QG1RUC01). Un canal sin
      *  datos fiscales no se numera y queda como excepcion en
      *  QG1CX223.RPT; la corrida queda en el run-log QG1CX120.
      * Notas de credito: las notas que numera QG1CX226 (tipo '07',
      *  serie 'FC' + entidad, estado 'P') salen en el mismo extracto
      *  con la referencia a la factura que modifican y su motivo, y
      *  pasan a 'E'; una nota enviada sin respuesta se reenvia igual
      *  que una factura. Una factura acreditada por completo con
      *  notas no rechazadas ya no esta vigente: si el periodo vuelve
      *  a venir en QG1CX148.FAC se emite con un numero nuevo.
      * Concesiones: una factura con concesion comercial aplicada
      *  (FAC-CONCESION mayor que cero) ya no es volumen x cuota ni
      *  el minimo de la cuota; su linea sale por una unidad al valor
      *  neto facturado, con la secuencia de la concesion en la
      *  descripcion.
      * Manifiesto: al cerrar QG1CPEENV.TXT se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio y los comprobantes
      *  y el hash de importes del registro de control; su envio y
      *  acuse se siguen en QG1CX273 / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX223.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-FACTURAS ASSIGN TO "QG1CX148.FAC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURAS.

           SELECT HOST-FISCALES ASSIGN TO "QG1RUC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RUC-COD-CANAL
           FILE STATUS IS FS-FISCALES.

           SELECT HOST-COMPROBANTES ASSIGN TO "QG1CPE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS FS-COMPROBANTES.

           SELECT HOST-ENVIO ASSIGN TO "QG1CPEENV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX223.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-FACTURAS.
           COPY QG1FAC01.

       FD  HOST-FISCALES.
           COPY QG1RUC01.

       FD  HOST-COMPROBANTES.
           COPY QG1CPE01.

       FD  HOST-ENVIO.
       01  REG-ENVIO           PIC X(210).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-FACTURAS          PIC X(02).
       01 FS-FISCALES          PIC X(02).
       01 FS-COMPROBANTES      PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).

      * Formato fijo de envio: un registro por tipo, mismo largo
       01 WS-CPE-CABECERA.
          05 CAB-TIPO-REG         PIC X(01) VALUE 'C'.
          05 CAB-SERIE            PIC X(04).
          05 CAB-CORRELATIVO      PIC 9(08).
          05 CAB-TIPO-DOC         PIC X(02).
          05 CAB-FECHA-EMISION    PIC 9(08).
          05 CAB-MONEDA           PIC X(03).
          05 CAB-RUC-EMISOR       PIC X(11).
          05 CAB-NOMBRE-EMISOR    PIC X(20).
          05 CAB-TIPO-DOC-RECEPTOR PIC X(01).
          05 CAB-RUC-RECEPTOR     PIC X(11).
          05 CAB-RAZON-RECEPTOR   PIC X(50).
          05 CAB-DIR-RECEPTOR     PIC X(40).
          05 CAB-DOC-REFERENCIA   PIC X(12).
          05 CAB-MOTIVO           PIC X(30).
       01 WS-CPE-DETALLE.
          05 DET-TIPO-REG         PIC X(01) VALUE 'D'.
          05 DET-SERIE            PIC X(04).
          05 DET-CORRELATIVO      PIC 9(08).
          05 DET-ITEM             PIC 9(03).
          05 DET-CANTIDAD         PIC 9(07).
          05 DET-UNIDAD           PIC X(03).
          05 DET-DESCRIPCION      PIC X(40).
          05 DET-VALOR-UNITARIO   PIC 9(11)V9(02).
          05 DET-VALOR-VENTA      PIC 9(11)V9(02).
          05 DET-AFECTACION       PIC X(02).
          05 DET-IGV              PIC 9(11)V9(02).
       01 WS-CPE-TOTALES.
          05 TOT-TIPO-REG         PIC X(01) VALUE 'T'.
          05 TOT-SERIE            PIC X(04).
          05 TOT-CORRELATIVO      PIC 9(08).
          05 TOT-GRAVADA          PIC 9(11)V9(02).
          05 TOT-EXONERADA        PIC 9(11)V9(02).
          05 TOT-IGV              PIC 9(11)V9(02).
          05 TOT-IMPORTE          PIC 9(11)V9(02).
       01 WS-CPE-CONTROL.
          05 CTL-TIPO-REG         PIC X(01) VALUE 'Z'.
          05 CTL-FECHA            PIC 9(08).
          05 CTL-COMPROBANTES     PIC 9(07).
          05 CTL-HASH-IMPORTES    PIC 9(15)V9(02).

      * Ultimo correlativo por serie, del registro de comprobantes
       01 WS-TOT-SERIES        PIC 9(02) VALUE 0.
       01 WS-TABLA-SERIES.
          05 WS-SER-TBL        OCCURS 1 TO 99 TIMES
                                DEPENDING ON WS-TOT-SERIES.
             10 WS-SER-SERIE   PIC X(04).
             10 WS-SER-ULTIMO  PIC 9(08).

      * Facturas ya numeradas por canal y periodo (la mas reciente)
       01 WS-TOT-EMITIDAS      PIC 9(05) VALUE 0.
       01 WS-TABLA-EMITIDAS.
          05 WS-EMI-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-EMITIDAS.
             10 WS-EMI-CANAL   PIC X(03).
             10 WS-EMI-PERIODO PIC 9(06).
             10 WS-EMI-LLAVE   PIC X(12).
             10 WS-EMI-TOTAL   PIC 9(11)V9(02).
             10 WS-EMI-ACREDITADO PIC 9(11)V9(02).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-POS-SERIE         PIC 9(02).

       01 WS-TOT-LINEAS        PIC 9(07) VALUE 0.
       01 WS-HASH-LINEAS       PIC 9(15)V9(02) VALUE 0.
       01 WS-TRL-CONTEO        PIC 9(07) VALUE 0.
       01 WS-TRL-HASH          PIC 9(15)V9(02) VALUE 0.
       01 WS-HAY-TRAILER       PIC X(01) VALUE 'N'.

       01 WK-ENT-CANAL         PIC X(02).
       01 WK-ENT-NOMBRE        PIC X(20).
       01 WK-ENT-ENCONTRADA    PIC X(01).
       01 WK-SERIE             PIC X(04).
       01 WK-RUC-EMISOR        PIC X(11).
       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-ACCION-FAC        PIC X(01).
          88 WK-FAC-NUEVA      VALUE 'N'.
          88 WK-FAC-REENVIO    VALUE 'R'.
          88 WK-FAC-OMITIDA    VALUE 'O'.
          88 WK-FAC-NOTA       VALUE 'C'.
       01 WK-CANAL-CPE         PIC X(03).
       01 WK-MOTIVO-OMISION    PIC X(45).

       01 WS-TOT-NUEVAS        PIC 9(05) VALUE 0.
       01 WS-TOT-REENVIOS      PIC 9(05) VALUE 0.
       01 WS-TOT-OMITIDAS      PIC 9(05) VALUE 0.
       01 WS-TOT-EXCEPCIONES   PIC 9(05) VALUE 0.
       01 WS-TOT-NOTAS         PIC 9(05) VALUE 0.
       01 WS-TOT-ENVIADOS      PIC 9(07) VALUE 0.
       01 WS-HASH-ENVIO        PIC 9(15)V9(02) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CPEENV.TXT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX223'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX223'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-TOTAL-ED          PIC ZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-VERIFICA-TRAILER
            PERFORM 3000-CARGA-REGISTRO
            PERFORM 4000-EMITE-COMPROBANTES
            PERFORM 4600-EMITE-NOTAS-CREDITO
            PERFORM 5000-GRABA-CONTROL
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "EXTRACTO DE COMPROBANTES ELECTRONICOS" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST-FISCALES
            IF FS-FISCALES NOT = '00'
               DISPLAY "ABEND: SIN DATOS FISCALES QG1RUC.DAT - FILE "
                       "STATUS " FS-FISCALES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-COMPROBANTES
            IF FS-COMPROBANTES = '35'
               OPEN OUTPUT HOST-COMPROBANTES
               CLOSE HOST-COMPROBANTES
               OPEN I-O HOST-COMPROBANTES
            END-IF
            IF FS-COMPROBANTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-COMPROBANTES FALLIDO - "
                       "FILE STATUS " FS-COMPROBANTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * Primera pasada: conteo y hash de bases contra el trailer que
      * deja QG1CX148. Sin trailer o sin cuadre no se envia nada.
       2000-VERIFICA-TRAILER.
            OPEN INPUT HOST-FACTURAS
            IF FS-FACTURAS NOT = '00'
               DISPLAY "ABEND: SIN FACTURAS QG1CX148.FAC - FILE "
                       "STATUS " FS-FACTURAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-FACTURAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF FAC-COD-CANAL = 'TRL'
                        MOVE 'S'         TO WS-HAY-TRAILER
                        MOVE FAC-VOLUMEN TO WS-TRL-CONTEO
                        MOVE FAC-MONTO   TO WS-TRL-HASH
                     ELSE
                        ADD 1 TO WS-TOT-LINEAS
                        ADD FAC-MONTO TO WS-HASH-LINEAS
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-FACTURAS

            IF WS-HAY-TRAILER NOT = 'S'
               OR WS-TRL-CONTEO NOT = WS-TOT-LINEAS
               OR WS-TRL-HASH NOT = WS-HASH-LINEAS
               DISPLAY "ABEND: QG1CX148.FAC NO CUADRA CON SU TRAILER "
                       "- LINEAS " WS-TOT-LINEAS " TRAILER "
                       WS-TRL-CONTEO
               MOVE 'E' TO WK-LOG-SEVERIDAD
               MOVE "EXTRACTO CPE RECHAZADO: FACTURAS NO CUADRAN"
                 TO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       3000-CARGA-REGISTRO.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COMPROBANTES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 3100-GUARDA-SERIE
                     IF CPE-ES-FACTURA
                        PERFORM 3200-GUARDA-EMITIDA
                     END-IF
                     IF CPE-ES-NOTA-CREDITO AND NOT CPE-RECHAZADO
                        PERFORM 3300-ACUMULA-NOTA
                     END-IF
               END-READ
            END-PERFORM
            DISPLAY "COMPROBANTES FACTURA EN EL REGISTRO : "
                    WS-TOT-EMITIDAS.
      *
       3100-GUARDA-SERIE.
            MOVE CPE-SERIE TO WK-SERIE
            PERFORM 3150-UBICA-SERIE
      * el registro viene en orden de llave: el ultimo leido de una
      * serie es su correlativo mas alto
            MOVE CPE-CORRELATIVO TO WS-SER-ULTIMO(WK-POS-SERIE).
      *
       3150-UBICA-SERIE.
            MOVE 0 TO WK-POS-SERIE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-SERIES OR WK-POS-SERIE > 0
               IF WS-SER-SERIE(WK-I) = WK-SERIE
                  MOVE WK-I TO WK-POS-SERIE
               END-IF
            END-PERFORM
            IF WK-POS-SERIE = 0
               IF WS-TOT-SERIES = 99
                  DISPLAY "ABEND: TABLA DE SERIES LLENA (99 SERIES)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-SERIES
               MOVE WK-SERIE TO WS-SER-SERIE(WS-TOT-SERIES)
               MOVE 0        TO WS-SER-ULTIMO(WS-TOT-SERIES)
               MOVE WS-TOT-SERIES TO WK-POS-SERIE
            END-IF.
      *
       3200-GUARDA-EMITIDA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EMITIDAS OR WK-POS > 0
               IF WS-EMI-CANAL(WK-I) = CPE-COD-CANAL
                  AND WS-EMI-PERIODO(WK-I) = CPE-PERIODO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-EMITIDAS = 20000
                  DISPLAY "ABEND: TABLA DE FACTURAS EMITIDAS LLENA "
                          "(20000)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-EMITIDAS
               MOVE WS-TOT-EMITIDAS TO WK-POS
               MOVE CPE-COD-CANAL   TO WS-EMI-CANAL(WK-POS)
               MOVE CPE-PERIODO     TO WS-EMI-PERIODO(WK-POS)
            END-IF
            MOVE CPE-LLAVE TO WS-EMI-LLAVE(WK-POS)
            MOVE CPE-TOTAL TO WS-EMI-TOTAL(WK-POS)
            MOVE 0         TO WS-EMI-ACREDITADO(WK-POS).
      *
      * las notas (serie FCnn) vienen despues de las facturas (F0nn)
      * en el orden de llave; una nota sobre una factura ya
      * reemplazada no cambia nada
       3300-ACUMULA-NOTA.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EMITIDAS
               IF WS-EMI-LLAVE(WK-I) = CPE-DOC-REFERENCIA
                  ADD CPE-TOTAL TO WS-EMI-ACREDITADO(WK-I)
               END-IF
            END-PERFORM.
      *
       4000-EMITE-COMPROBANTES.
            OPEN INPUT HOST-FACTURAS
            OPEN OUTPUT HOST-ENVIO, HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "EXTRACTO DE COMPROBANTES ELECTRONICOS - EMISION "
                   WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-FACTURAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF FAC-COD-CANAL NOT = 'TRL'
                        PERFORM 4100-PROCESA-FACTURA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-FACTURAS.
      *
       4100-PROCESA-FACTURA.
            PERFORM 4200-DECIDE-ACCION
            EVALUATE TRUE
               WHEN WK-FAC-OMITIDA
                  ADD 1 TO WS-TOT-OMITIDAS
                  PERFORM 4900-LINEA-OMITIDA
               WHEN WK-FAC-REENVIO
                  ADD 1 TO WS-TOT-REENVIOS
                  PERFORM 4500-ESCRIBE-COMPROBANTE
               WHEN OTHER
                  PERFORM 4300-NUMERA-FACTURA
                  IF WK-FAC-NUEVA
                     ADD 1 TO WS-TOT-NUEVAS
                     PERFORM 4500-ESCRIBE-COMPROBANTE
                  ELSE
                     ADD 1 TO WS-TOT-EXCEPCIONES
                     PERFORM 4900-LINEA-OMITIDA
                  END-IF
            END-EVALUATE.
      *
      * Una factura de canal y periodo ya numerada decide por el
      * estado de su comprobante mas reciente.
       4200-DECIDE-ACCION.
            MOVE 'N' TO WK-ACCION-FAC
            MOVE SPACES TO WK-MOTIVO-OMISION
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EMITIDAS OR WK-POS > 0
               IF WS-EMI-CANAL(WK-I) = FAC-COD-CANAL
                  AND WS-EMI-PERIODO(WK-I) = FAC-PERIODO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               AND WS-EMI-ACREDITADO(WK-POS) NOT < WS-EMI-TOTAL(WK-POS)
               MOVE 0 TO WK-POS
            END-IF
            IF WK-POS > 0
               MOVE WS-EMI-LLAVE(WK-POS) TO CPE-LLAVE
               READ HOST-COMPROBANTES
                  KEY IS CPE-LLAVE
                  INVALID KEY
                     DISPLAY "ABEND: COMPROBANTE " CPE-LLAVE
                             " DESAPARECIO DEL REGISTRO"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
               END-READ
               EVALUATE TRUE
                  WHEN CPE-TOTAL NOT = FAC-TOTAL
                     MOVE 'O' TO WK-ACCION-FAC
                     MOVE "FACTURA CAMBIO TRAS EMITIRSE - NOTA CREDITO"
                       TO WK-MOTIVO-OMISION
                  WHEN CPE-ENVIADO
                     MOVE 'R' TO WK-ACCION-FAC
                  WHEN CPE-RECHAZADO
                     MOVE 'O' TO WK-ACCION-FAC
                     MOVE "RECHAZADA - REQUIERE NOTA DE CREDITO"
                       TO WK-MOTIVO-OMISION
                  WHEN OTHER
                     MOVE 'O' TO WK-ACCION-FAC
                     MOVE "YA ACEPTADA POR LA ADMINISTRACION"
                       TO WK-MOTIVO-OMISION
               END-EVALUATE
            END-IF.
      *
       4300-NUMERA-FACTURA.
            MOVE FAC-COD-CANAL TO RUC-COD-CANAL
            READ HOST-FISCALES
               KEY IS RUC-COD-CANAL
               INVALID KEY
                  MOVE 'X' TO WK-ACCION-FAC
                  MOVE "SIN DATOS FISCALES (QG1RUC.DAT) - NO NUMERADA"
                    TO WK-MOTIVO-OMISION
            END-READ

            IF WK-FAC-NUEVA
               MOVE FAC-COD-CANAL TO WK-CANAL-CPE
               PERFORM 4350-DATOS-EMISOR
            END-IF

            IF WK-FAC-NUEVA
               PERFORM 3150-UBICA-SERIE
               ADD 1 TO WS-SER-ULTIMO(WK-POS-SERIE)
               MOVE WK-SERIE                   TO CPE-SERIE
               MOVE WS-SER-ULTIMO(WK-POS-SERIE) TO CPE-CORRELATIVO
               MOVE '01'            TO CPE-TIPO-DOC
               MOVE FAC-COD-CANAL   TO CPE-COD-CANAL
               MOVE FAC-PERIODO     TO CPE-PERIODO
               MOVE WK-FECHA-HOY    TO CPE-FECHA-EMISION
               MOVE RUC-NUMERO      TO CPE-RUC-RECEPTOR
               MOVE FAC-MONTO       TO CPE-BASE
               MOVE FAC-TASA-IGV    TO CPE-TASA-IGV
               MOVE FAC-IGV         TO CPE-IGV
               MOVE FAC-TOTAL       TO CPE-TOTAL
               MOVE FAC-EXONERADO   TO CPE-EXONERADO
               MOVE 'E'             TO CPE-ESTADO
               MOVE 0               TO CPE-FECHA-RESPUESTA
               MOVE SPACES          TO CPE-COD-RESPUESTA,
                                       CPE-MSJ-RESPUESTA,
                                       CPE-DOC-REFERENCIA,
                                       CPE-MOTIVO
               WRITE REG-COMPROBANTE
                  INVALID KEY
                     DISPLAY "ABEND: NUMERO " CPE-LLAVE
                             " YA EXISTE EN EL REGISTRO"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
               END-WRITE
            END-IF.
      *
       4350-DATOS-EMISOR.
            CALL "QG1CX194" USING WK-CANAL-CPE, WK-ENT-CANAL,
                                   WK-ENT-NOMBRE, WK-ENT-ENCONTRADA
            MOVE SPACES TO WK-SERIE
            STRING "F0" WK-ENT-CANAL
               DELIMITED SIZE INTO WK-SERIE

            MOVE SPACES TO WK-PARAM-CLAVE
            STRING "CPE-RUC-EMISOR-" WK-ENT-CANAL
               DELIMITED SIZE INTO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO NOT = 'S'
               MOVE 'CPE-RUC-EMISOR' TO WK-PARAM-CLAVE
               CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                      WK-PARAM-ENCONTRADO
            END-IF
            MOVE SPACES TO WK-RUC-EMISOR
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE WK-PARAM-VALOR(1:11) TO WK-RUC-EMISOR
            END-IF
      * un comprobante ya numerado sale igual; uno nuevo sin RUC de
      * emisor no se numera
            IF WK-PARAM-ENCONTRADO NOT = 'S' AND WK-FAC-NUEVA
               MOVE 'X' TO WK-ACCION-FAC
               MOVE SPACES TO WK-MOTIVO-OMISION
               STRING "SIN RUC EMISOR PARA LA ENTIDAD " WK-ENT-CANAL
                  DELIMITED SIZE INTO WK-MOTIVO-OMISION
            END-IF.
      *
      * Escribe C/D/T del comprobante que esta en REG-COMPROBANTE
      * (recien numerado, nota de credito o reenvio de uno sin
      * respuesta).
       4500-ESCRIBE-COMPROBANTE.
            IF NOT WK-FAC-NUEVA
               MOVE CPE-COD-CANAL TO RUC-COD-CANAL, WK-CANAL-CPE
               READ HOST-FISCALES
                  KEY IS RUC-COD-CANAL
                  INVALID KEY
                     MOVE SPACES TO RUC-RAZON-SOCIAL, RUC-DIRECCION
               END-READ
               PERFORM 4350-DATOS-EMISOR
            END-IF

            MOVE CPE-SERIE          TO CAB-SERIE
            MOVE CPE-CORRELATIVO    TO CAB-CORRELATIVO
            MOVE CPE-TIPO-DOC       TO CAB-TIPO-DOC
            MOVE CPE-FECHA-EMISION  TO CAB-FECHA-EMISION
            MOVE 'PEN'              TO CAB-MONEDA
            MOVE WK-RUC-EMISOR      TO CAB-RUC-EMISOR
            MOVE WK-ENT-NOMBRE      TO CAB-NOMBRE-EMISOR
            MOVE '6'                TO CAB-TIPO-DOC-RECEPTOR
            MOVE CPE-RUC-RECEPTOR   TO CAB-RUC-RECEPTOR
            MOVE RUC-RAZON-SOCIAL   TO CAB-RAZON-RECEPTOR
            MOVE RUC-DIRECCION      TO CAB-DIR-RECEPTOR
            MOVE CPE-DOC-REFERENCIA TO CAB-DOC-REFERENCIA
            MOVE CPE-MOTIVO         TO CAB-MOTIVO
            WRITE REG-ENVIO FROM WS-CPE-CABECERA

            MOVE CPE-SERIE       TO DET-SERIE
            MOVE CPE-CORRELATIVO TO DET-CORRELATIVO
            MOVE 1               TO DET-ITEM
            MOVE 'ZZ '           TO DET-UNIDAD
            MOVE SPACES          TO DET-DESCRIPCION
            EVALUATE TRUE
               WHEN CPE-ES-NOTA-CREDITO
                  MOVE 1 TO DET-CANTIDAD
                  MOVE CPE-BASE TO DET-VALOR-UNITARIO
                  STRING "AJUSTE A COMISION DEL PERIODO " CPE-PERIODO
                     DELIMITED SIZE INTO DET-DESCRIPCION
               WHEN FAC-CONCESION > 0
                  MOVE 1 TO DET-CANTIDAD
                  MOVE CPE-BASE TO DET-VALOR-UNITARIO
                  STRING "COMISION PERIODO " CPE-PERIODO
                         " CONCESION " FAC-CNC-SECUENCIA
                     DELIMITED SIZE INTO DET-DESCRIPCION
               WHEN FAC-MINIMO-APL = 'S'
                  MOVE 1 TO DET-CANTIDAD
                  MOVE CPE-BASE TO DET-VALOR-UNITARIO
                  STRING "MINIMO MENSUAL DE SERVICIO " CPE-PERIODO
                     DELIMITED SIZE INTO DET-DESCRIPCION
               WHEN OTHER
                  MOVE FAC-VOLUMEN TO DET-CANTIDAD
                  MOVE FAC-FEE-TRX TO DET-VALOR-UNITARIO
                  STRING "COMISION POR TRANSACCION " CPE-PERIODO
                     DELIMITED SIZE INTO DET-DESCRIPCION
            END-EVALUATE
            MOVE CPE-BASE TO DET-VALOR-VENTA
            MOVE CPE-IGV  TO DET-IGV
            IF CPE-EXONERADO = 'S'
               MOVE '20' TO DET-AFECTACION
            ELSE
               MOVE '10' TO DET-AFECTACION
            END-IF
            WRITE REG-ENVIO FROM WS-CPE-DETALLE

            MOVE CPE-SERIE       TO TOT-SERIE
            MOVE CPE-CORRELATIVO TO TOT-CORRELATIVO
            IF CPE-EXONERADO = 'S'
               MOVE 0        TO TOT-GRAVADA
               MOVE CPE-BASE TO TOT-EXONERADA
            ELSE
               MOVE CPE-BASE TO TOT-GRAVADA
               MOVE 0        TO TOT-EXONERADA
            END-IF
            MOVE CPE-IGV   TO TOT-IGV
            MOVE CPE-TOTAL TO TOT-IMPORTE
            WRITE REG-ENVIO FROM WS-CPE-TOTALES

            ADD 1 TO WS-TOT-ENVIADOS
            ADD CPE-TOTAL TO WS-HASH-ENVIO

            MOVE CPE-TOTAL TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING CPE-SERIE "-" CPE-CORRELATIVO
                   "  CANAL " CPE-COD-CANAL
                   "  PERIODO " CPE-PERIODO
                   "  TOTAL " WK-TOTAL-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            IF WK-FAC-REENVIO
               MOVE "REENVIO" TO WS-LIN-DETALLE(70:7)
            END-IF
            IF WK-FAC-NOTA
               MOVE "NC SOBRE"         TO WS-LIN-DETALLE(78:8)
               MOVE CPE-DOC-REFERENCIA TO WS-LIN-DETALLE(87:12)
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Segunda pasada por el registro: notas pendientes de envio y
      * notas enviadas que siguen sin respuesta.
       4600-EMITE-NOTAS-CREDITO.
            MOVE LOW-VALUES TO CPE-LLAVE
            MOVE 'N' TO WS-EOF
            START HOST-COMPROBANTES KEY IS NOT < CPE-LLAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COMPROBANTES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CPE-ES-NOTA-CREDITO
                        AND (CPE-PENDIENTE OR CPE-ENVIADO)
                        PERFORM 4650-EMITE-UNA-NOTA
                     END-IF
               END-READ
            END-PERFORM.
      *
       4650-EMITE-UNA-NOTA.
            MOVE 'C' TO WK-ACCION-FAC
            IF CPE-PENDIENTE
               ADD 1 TO WS-TOT-NOTAS
               MOVE 'E' TO CPE-ESTADO
               REWRITE REG-COMPROBANTE
                  INVALID KEY
                     DISPLAY "ABEND: REWRITE DE " CPE-LLAVE " FALLIDO"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
               END-REWRITE
            ELSE
               ADD 1 TO WS-TOT-REENVIOS
            END-IF
            PERFORM 4500-ESCRIBE-COMPROBANTE.
      *
       4900-LINEA-OMITIDA.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL " FAC-COD-CANAL
                   "  PERIODO " FAC-PERIODO
                   "  NO ENVIADA: " WK-MOTIVO-OMISION
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5000-GRABA-CONTROL.
            MOVE WK-FECHA-HOY    TO CTL-FECHA
            MOVE WS-TOT-ENVIADOS TO CTL-COMPROBANTES
            MOVE WS-HASH-ENVIO   TO CTL-HASH-IMPORTES
            WRITE REG-ENVIO FROM WS-CPE-CONTROL
            CLOSE HOST-ENVIO, HOST-FISCALES, HOST-COMPROBANTES

            MOVE WK-FECHA-HOY    TO WK-MAN-FECHA
            MOVE WS-TOT-ENVIADOS TO WK-MAN-REGISTROS
            MOVE WS-HASH-ENVIO   TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "NUEVOS: "       WS-TOT-NUEVAS
                   "  NOTAS: "      WS-TOT-NOTAS
                   "  REENVIOS: "   WS-TOT-REENVIOS
                   "  NO ENVIADOS: " WS-TOT-OMITIDAS
                   "  EXCEPCIONES: " WS-TOT-EXCEPCIONES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "COMPROBANTES NUEVOS      : " WS-TOT-NUEVAS
            DISPLAY "NOTAS DE CREDITO NUEVAS  : " WS-TOT-NOTAS
            DISPLAY "COMPROBANTES REENVIADOS  : " WS-TOT-REENVIOS
            DISPLAY "FACTURAS NO ENVIADAS     : " WS-TOT-OMITIDAS
            DISPLAY "EXCEPCIONES SIN NUMERAR  : " WS-TOT-EXCEPCIONES

            IF WS-TOT-EXCEPCIONES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CPE NUEVOS=" WS-TOT-NUEVAS
                   " NC=" WS-TOT-NOTAS
                   " REENV=" WS-TOT-REENVIOS
                   " EXCEP=" WS-TOT-EXCEPCIONES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX223.
