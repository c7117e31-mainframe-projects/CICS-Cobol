      *  unica del libro QG1CX149, con el periodo como referencia,
      *  para que el saldo corrido por canal netee comisiones contra
      *  el interes devengado.
      * IGV: las comisiones de servicio estan gravadas. Cada factura
      *  lleva ahora la base imponible (el monto de siempre), la tasa
      *  de IGV vigente al periodo (historia QG1IGVTAS.DAT, COPY
      *  QG1IGV01, mismo corte de vigencia que las cuotas; sin tasa
      *  vigente la corrida es abend), el IGV y el total (layout en
      *  COPY QG1FAC01). Un canal de la lista de exonerados
      *  QG1EXIGV.DAT (COPY QG1EXI01) se factura sin IGV y la
      *  factura lo marca. El IGV se anota al libro como movimiento
      *  propio 'IG' a cargo del canal, separado de la comision
      *  'CU', para que la interfaz contable QG1CX116 lo lleve a su
      *  propia cuenta de IGV por pagar.
      * Notas de credito: el resumen cierra con el bruto facturado,
      *  lo acreditado y el neto por canal. Lo acreditado es la base
      *  de las notas de credito (QG1CX226) emitidas dentro del
      *  periodo y no rechazadas, segun el registro de comprobantes
      *  QG1CPE.DAT (COPY QG1CPE01); sin registro, nada acreditado.
      *  Un canal con notas y sin factura en el periodo sale con
      *  bruto cero.
      * Comision por tipo de operacion: la historia mensual parte el
      *  volumen del canal por TRX-TIPO-OPER (MEN-DESGLOSE) y la
      *  historia de cuotas admite una comision propia por tipo
      *  (CUO-TIPO-OPER, mismo corte de vigencia). Cada tipo se cobra
      *  con su comision vigente y, si no tiene, con la general del
      *  canal; el volumen sin tipo o sin desglose (meses anteriores)
      *  va a la general. La cuota general sigue siendo obligatoria y
      *  su minimo se compara contra la suma de todos los tipos. El
      *  resumen detalla bajo cada canal el volumen, la comision y el
      *  monto por tipo.
      * Bajas liquidadas: el mes de la baja de un canal lo factura la
      *  liquidacion de baja QG1CX288 (con el minimo prorrateado a
      *  los dias hasta la baja) y lo anota ella al libro. Si el
      *  periodo coincide con BAJ-PERIODO-FAC de QG1BAJA.DAT (COPY
      *  QG1BAJ01), la factura del canal sale con las cifras de la
      *  liquidacion y no se vuelve a anotar al libro.
      * Concesiones comerciales: la exoneracion, el descuento o el
      *  minimo rebajado que comercial le promete a un canal ya no se
      *  devuelve con nota de credito despues de facturar. Una
      *  concesion aprobada en QG1CONCES.DAT (COPY QG1CNC01, doble
      *  control QG1CX302/QG1CX303) cuya vigencia cubre el periodo
      *  se aplica sobre la comision ya calculada con su minimo:
      *  'E' la deja en cero, 'D' le descuenta el porcentaje y 'M'
      *  vuelve a comparar la actividad contra el minimo rebajado en
      *  lugar del de la cuota. La factura lleva el bruto, lo
      *  concedido y el neto (FAC-MONTO-BRUTO, FAC-CONCESION,
      *  FAC-MONTO); el IGV y el libro van sobre el neto. El resumen
      *  muestra bajo el canal la concesion aplicada y cierra con el
      *  total concedido. El mes de baja lo factura la liquidacion
      *  QG1CX288 con la misma regla de concesion; la factura trae
      *  su bruto, lo concedido y la secuencia de QG1BAJA.DAT.
      * Rutina de comision: la cuota por tipo, el minimo, la
      *  concesion y el IGV ya no se calculan aqui sino en la rutina
      *  QG1CX308, la misma que usa la liquidacion de baja QG1CX288,
      *  para que el mes de la baja y los demas meses se facturen con
      *  una sola regla. La rutina lee QG1CUOTA.DAT, QG1IGVTAS.DAT,
      *  QG1EXIGV.DAT y QG1CONCES.DAT; este programa conserva el
      *  abend sin tasa de IGV vigente y todo lo que escribe.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-COMPROBANTES ASSIGN TO "QG1CPE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS FS-COMPROBANTES.

           SELECT HOST-BAJAS ASSIGN TO "QG1BAJA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

           SELECT HOST-FACTURAS ASSIGN TO "QG1CX148.FAC"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-COMPROBANTES.
           COPY QG1CPE01.

       FD  HOST-BAJAS.
           COPY QG1BAJ01.

       FD  HOST-FACTURAS.
           COPY QG1FAC01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).
       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-MENSUAL           PIC X(02).
       01 FS-COMPROBANTES      PIC X(02).
       01 FS-BAJAS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO           PIC 9(06).

      * calculo de la comision del canal (rutina QG1CX308)
       01 WK-ACCION-CMC        PIC X(01).
       01 WK-DIA-CORTE         PIC 9(02) VALUE 0.
           COPY QG1CMC01.

       01 WK-I                 PIC 9(04).
       01 WK-FEE-TRX           PIC 9(05)V9(02).
       01 WK-MONTO-CALCULO     PIC 9(11)V9(02).
       01 WK-MINIMO-APLICADO   PIC X(01).

       01 WK-K                 PIC 9(02).
       01 WK-FEE-ED            PIC ZZZZ9,99.

       01 WK-TASA-IGV          PIC 9(02)V9(02).
       01 WK-IGV-DESDE         PIC 9(08).
       01 WK-TASA-APLICADA     PIC 9(02)V9(02).
       01 WK-MONTO-IGV         PIC 9(11)V9(02).
       01 WK-MONTO-TOTAL       PIC 9(11)V9(02).
       01 WK-ES-EXONERADO      PIC X(01).

       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TABLA-BAJAS.
          05 WS-BAJ-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-BAJAS.
             10 WS-BAJ-CODIGO  PIC X(03).
             10 WS-BAJ-COMISION PIC 9(11)V9(02).
             10 WS-BAJ-MINIMO-APL PIC X(01).
             10 WS-BAJ-IGV     PIC 9(11)V9(02).
             10 WS-BAJ-BRUTO   PIC 9(11)V9(02).
             10 WS-BAJ-CONCESION PIC 9(11)V9(02).
             10 WS-BAJ-CNC-SECUENCIA PIC 9(05).
       01 WK-FACTURADO-BAJA    PIC X(01).
       01 WS-TOT-FAC-BAJA      PIC 9(05) VALUE 0.

       01 WK-CNC-TIPO-ED       PIC X(01).
       01 WK-CNC-SECUENCIA     PIC 9(05).
       01 WK-MONTO-ACTIVIDAD   PIC 9(11)V9(02).
       01 WK-MONTO-BRUTO       PIC 9(11)V9(02).
       01 WK-MONTO-CONCESION   PIC 9(11)V9(02).
       01 WS-TOT-CON-CONCESION PIC 9(05) VALUE 0.
       01 WS-SUMA-BRUTO        PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-CONCEDIDO    PIC 9(13)V9(02) VALUE 0.

       01 WS-TOT-RESUMEN       PIC 9(05) VALUE 0.
       01 WS-TABLA-RESUMEN.
          05 WS-RES-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-RESUMEN.
             10 WS-RES-CODIGO  PIC X(03).
             10 WS-RES-BRUTO   PIC 9(11)V9(02).
             10 WS-RES-ACREDITADO PIC 9(11)V9(02).
       01 WK-RES-CODIGO        PIC X(03).
       01 WK-POS-RES           PIC 9(05).
       01 WK-R                 PIC 9(05).
       01 WK-NETO              PIC S9(11)V9(02).
       01 WS-SUMA-ACREDITADO   PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-NETO         PIC S9(13)V9(02) VALUE 0.
       01 WK-NETO-ED           PIC -ZZZZZZZZZZ9,99.
       01 WK-SUMA-NETO-ED      PIC -ZZZZZZZZZZZZ9,99.
       01 WK-LIN-TOTALES       PIC X(100).

       01 WS-TOT-FACTURAS      PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-CUOTA     PIC 9(05) VALUE 0.
       01 WS-TOT-MINIMOS       PIC 9(05) VALUE 0.
       01 WS-SUMA-FACTURADO    PIC 9(13)V9(02) VALUE 0.
       01 WS-HASH-MONTOS       PIC 9(13)V9(02) VALUE 0.
       01 WS-TOT-FAC-EXONERADAS PIC 9(05) VALUE 0.
       01 WS-SUMA-IGV          PIC 9(13)V9(02) VALUE 0.
       01 WS-SUMA-TOTAL        PIC 9(13)V9(02) VALUE 0.

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-LIB-TIPO          PIC X(02) VALUE 'CU'.
       01 WK-LIB-OPERADOR      PIC X(08) VALUE SPACES.
       01 WK-LIB-SALDO         PIC S9(11)V9(02).
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-LIB-TIPO-IGV      PIC X(02) VALUE 'IG'.

       01 WK-IGV-ED            PIC ZZZZZZZZZZ9,99.
       01 WK-TOTAL-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-TASA-ED           PIC Z9,99.

       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-SUMA-ED           PIC ZZZZZZZZZZZZ9,99.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2500-CARGA-IGV
            PERFORM 2700-CARGA-BAJAS
            PERFORM 3000-FACTURA-CANALES
            PERFORM 3600-CARGA-NOTAS-CREDITO
            PERFORM 4000-GRABA-TRAILER
            PERFORM 9000-FINAL.
      *
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE SPACES TO WK-LIB-REFERENCIA
            STRING "FAC " WK-PERIODO
               DELIMITED SIZE INTO WK-LIB-REFERENCIA.
      *
      * Tasa de IGV del periodo: la rutina de comision la toma con el
      * mismo corte de vigencia que la cuota. Sin tasa vigente no se
      * factura: una factura sin IGV seria ilegal.
       2500-CARGA-IGV.
            MOVE 'T' TO WK-ACCION-CMC
            CALL "QG1CX308" USING WK-ACCION-CMC, WK-PERIODO,
                                   WK-DIA-CORTE, REG-ACTIVIDAD-MES,
                                   REG-COMISION-CALCULADA
            IF CMC-IGV-ENCONTRADA NOT = 'S'
               DISPLAY "ABEND: SIN TASA DE IGV VIGENTE AL PERIODO "
                       WK-PERIODO " EN QG1IGVTAS.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE CMC-TASA-IGV  TO WK-TASA-IGV
            MOVE CMC-IGV-DESDE TO WK-IGV-DESDE
            DISPLAY "TASA DE IGV DEL PERIODO : " WK-TASA-IGV
                    " PCT (VIGENTE DESDE " WK-IGV-DESDE ")"
            DISPLAY "CANALES EXONERADOS DE IGV : " CMC-TOT-EXONERADOS.
      *
      * canales cuyo mes de baja es el periodo a facturar
       2700-CARGA-BAJAS.
            OPEN INPUT HOST-BAJAS
            IF FS-BAJAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BAJAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF BAJ-PERIODO-FAC = WK-PERIODO
                           IF WS-TOT-BAJAS = 2000
                              DISPLAY "ABEND: TABLA DE BAJAS LLENA "
                                      "(2000 CANALES)"
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                           END-IF
                           ADD 1 TO WS-TOT-BAJAS
                           MOVE BAJ-COD-CANAL
                             TO WS-BAJ-CODIGO(WS-TOT-BAJAS)
                           MOVE BAJ-COMISION
                             TO WS-BAJ-COMISION(WS-TOT-BAJAS)
                           MOVE BAJ-MINIMO-APL
                             TO WS-BAJ-MINIMO-APL(WS-TOT-BAJAS)
                           MOVE BAJ-IGV
                             TO WS-BAJ-IGV(WS-TOT-BAJAS)
                           PERFORM 2750-CONCESION-BAJA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-BAJAS
            END-IF.
      *
      * la concesion que aplico la liquidacion de baja; un registro
      * anterior a esos campos es comision sin concesion
       2750-CONCESION-BAJA.
            IF BAJ-CNC-SECUENCIA NUMERIC
               AND BAJ-COMISION-BRUTA NUMERIC
               AND BAJ-CONCESION NUMERIC
               MOVE BAJ-COMISION-BRUTA
                 TO WS-BAJ-BRUTO(WS-TOT-BAJAS)
               MOVE BAJ-CONCESION
                 TO WS-BAJ-CONCESION(WS-TOT-BAJAS)
               MOVE BAJ-CNC-SECUENCIA
                 TO WS-BAJ-CNC-SECUENCIA(WS-TOT-BAJAS)
            ELSE
               MOVE BAJ-COMISION TO WS-BAJ-BRUTO(WS-TOT-BAJAS)
               MOVE 0 TO WS-BAJ-CONCESION(WS-TOT-BAJAS),
                         WS-BAJ-CNC-SECUENCIA(WS-TOT-BAJAS)
            END-IF.
      *
       3000-FACTURA-CANALES.
            OPEN INPUT HOST-MENSUAL
            CLOSE HOST-MENSUAL.
      *
       3100-FACTURA-UN-CANAL.
            MOVE 'C' TO WK-ACCION-CMC
            CALL "QG1CX308" USING WK-ACCION-CMC, WK-PERIODO,
                                   WK-DIA-CORTE, REG-ACTIVIDAD-MES,
                                   REG-COMISION-CALCULADA
            IF CMC-CUOTA-ENCONTRADA NOT = 'S'
               ADD 1 TO WS-TOT-SIN-CUOTA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "SIN CUOTA EN HISTORIA - CANAL "
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE CMC-FEE-TRX         TO WK-FEE-TRX
               MOVE CMC-MONTO-ACTIVIDAD TO WK-MONTO-ACTIVIDAD
               MOVE CMC-MONTO-BRUTO     TO WK-MONTO-BRUTO
               MOVE CMC-MONTO-CONCESION TO WK-MONTO-CONCESION
               MOVE CMC-CNC-SECUENCIA   TO WK-CNC-SECUENCIA
               MOVE CMC-CNC-TIPO        TO WK-CNC-TIPO-ED
               MOVE CMC-MONTO           TO WK-MONTO-CALCULO
               MOVE CMC-MINIMO-APLICADO TO WK-MINIMO-APLICADO
               MOVE CMC-EXONERADO       TO WK-ES-EXONERADO
               MOVE CMC-TASA-APLICADA   TO WK-TASA-APLICADA
               MOVE CMC-IGV             TO WK-MONTO-IGV
               MOVE CMC-TOTAL           TO WK-MONTO-TOTAL
               IF WK-MINIMO-APLICADO = 'S'
                  ADD 1 TO WS-TOT-MINIMOS
               END-IF
               IF WK-ES-EXONERADO = 'S'
                  ADD 1 TO WS-TOT-FAC-EXONERADAS
               END-IF
               PERFORM 3270-APLICA-BAJA
               PERFORM 3300-GRABA-FACTURA
            END-IF.
      *
      * canal con el mes de baja ya facturado por QG1CX288: la
      * factura lleva esas cifras, concesion incluida
       3270-APLICA-BAJA.
            MOVE 'N' TO WK-FACTURADO-BAJA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-BAJAS
                       OR WK-FACTURADO-BAJA = 'S'
               IF WS-BAJ-CODIGO(WK-I) = MEN-COD-CANAL
                  MOVE 'S' TO WK-FACTURADO-BAJA
                  MOVE WS-BAJ-COMISION(WK-I)   TO WK-MONTO-CALCULO
                  MOVE WS-BAJ-MINIMO-APL(WK-I) TO WK-MINIMO-APLICADO
                  MOVE WS-BAJ-IGV(WK-I)        TO WK-MONTO-IGV
                  MOVE WS-BAJ-BRUTO(WK-I)      TO WK-MONTO-BRUTO
                  MOVE WS-BAJ-CONCESION(WK-I)  TO WK-MONTO-CONCESION
                  MOVE WS-BAJ-CNC-SECUENCIA(WK-I)
                    TO WK-CNC-SECUENCIA
      * el tipo que se imprime es el de la concesion que aplico
                  IF WK-CNC-SECUENCIA NOT = CMC-CNC-SECUENCIA
                     MOVE SPACE TO WK-CNC-TIPO-ED
                  END-IF
                  COMPUTE WK-MONTO-TOTAL =
                     WK-MONTO-CALCULO + WK-MONTO-IGV
                  ADD 1 TO WS-TOT-FAC-BAJA
               END-IF
            END-PERFORM.
      *
            MOVE WK-FEE-TRX        TO FAC-FEE-TRX
            MOVE WK-MONTO-CALCULO  TO FAC-MONTO
            MOVE WK-MINIMO-APLICADO TO FAC-MINIMO-APL
            MOVE WK-TASA-APLICADA  TO FAC-TASA-IGV
            MOVE WK-MONTO-IGV      TO FAC-IGV
            MOVE WK-MONTO-TOTAL    TO FAC-TOTAL
            MOVE WK-ES-EXONERADO   TO FAC-EXONERADO
            MOVE WK-MONTO-BRUTO    TO FAC-MONTO-BRUTO
            MOVE WK-MONTO-CONCESION TO FAC-CONCESION
            MOVE WK-CNC-SECUENCIA  TO FAC-CNC-SECUENCIA
            WRITE REG-FACTURA
            ADD WK-MONTO-BRUTO     TO WS-SUMA-BRUTO
            ADD WK-MONTO-CONCESION TO WS-SUMA-CONCEDIDO
            IF WK-CNC-SECUENCIA > 0
               ADD 1 TO WS-TOT-CON-CONCESION
            END-IF
            ADD 1 TO WS-TOT-FACTURAS
            ADD WK-MONTO-CALCULO TO WS-SUMA-FACTURADO
            ADD WK-MONTO-CALCULO TO WS-HASH-MONTOS
            ADD WK-MONTO-IGV     TO WS-SUMA-IGV
            ADD WK-MONTO-TOTAL   TO WS-SUMA-TOTAL
            MOVE MEN-COD-CANAL TO WK-RES-CODIGO
            PERFORM 3400-UBICA-RESUMEN
            ADD WK-MONTO-CALCULO TO WS-RES-BRUTO(WK-POS-RES)

      * el mes de baja ya quedo anotado por la liquidacion de baja
            IF WK-FACTURADO-BAJA NOT = 'S'
               MOVE WK-MONTO-CALCULO TO WK-LIB-MONTO
               CALL "QG1CX149" USING MEN-COD-CANAL, WK-FECHA-HOY,
                                      WK-LIB-TIPO, WK-LIB-SENTIDO,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO

               IF WK-MONTO-IGV > 0
                  MOVE WK-MONTO-IGV TO WK-LIB-MONTO
                  CALL "QG1CX149" USING MEN-COD-CANAL, WK-FECHA-HOY,
                                         WK-LIB-TIPO-IGV,
                                         WK-LIB-SENTIDO,
                                         WK-LIB-MONTO,
                                         WK-LIB-REFERENCIA,
                                         WK-LIB-OPERADOR, WK-LIB-SALDO
               END-IF
            END-IF

            MOVE WK-MONTO-CALCULO TO WK-MONTO-ED
            MOVE WK-MONTO-IGV     TO WK-IGV-ED
            MOVE WK-MONTO-TOTAL   TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL " MEN-COD-CANAL
                   " VOL " FAC-VOLUMEN
                   " BASE " WK-MONTO-ED
                   " IGV " WK-IGV-ED
                   " TOTAL " WK-TOTAL-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            IF WK-MINIMO-APLICADO = 'S'
               MOVE "MINIMO" TO WS-LIN-DETALLE(83:6)
            END-IF
            IF WK-ES-EXONERADO = 'S'
               MOVE "EXONERADO" TO WS-LIN-DETALLE(90:9)
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WK-FACTURADO-BAJA = 'S'
               MOVE "  FACTURADO EN LA BAJA (QG1CX288), YA EN EL LIBRO"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            IF WK-CNC-SECUENCIA > 0
               PERFORM 3360-IMPRIME-CONCESION
            END-IF
            IF CMC-HAY-TIPOS = 'S'
               PERFORM 3350-IMPRIME-DESGLOSE
            END-IF.
      *
       3350-IMPRIME-DESGLOSE.
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > CMC-TOT-TIPOS
               MOVE CMC-DSG-FEE(WK-K)   TO WK-FEE-ED
               MOVE CMC-DSG-MONTO(WK-K) TO WK-MONTO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               IF MEN-TIPO-OPER(WK-K) = SPACES
                  STRING "   SIN TIPO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               ELSE
                  STRING "   TIPO " MEN-TIPO-OPER(WK-K)
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               END-IF
               STRING " VOL " MEN-TIPO-VOLUMEN(WK-K)
                      " COMISION " WK-FEE-ED
                      " MONTO " WK-MONTO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE(12:80)
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            IF CMC-VOL-RESTO > 0
               MOVE WK-FEE-TRX TO WK-FEE-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "   SIN DESGLOSE VOL " CMC-VOL-RESTO
                      " COMISION " WK-FEE-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3360-IMPRIME-CONCESION.
            MOVE WK-MONTO-BRUTO     TO WK-MONTO-ED
            MOVE WK-MONTO-CONCESION TO WK-IGV-ED
            MOVE WK-MONTO-CALCULO   TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "   CONCESION " WK-CNC-SECUENCIA
                   " " WK-CNC-TIPO-ED
                   " BRUTO " WK-MONTO-ED
                   " CONCEDIDO " WK-IGV-ED
                   " NETO " WK-TOTAL-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3400-UBICA-RESUMEN.
            MOVE 0 TO WK-POS-RES
            PERFORM VARYING WK-R FROM 1 BY 1
                    UNTIL WK-R > WS-TOT-RESUMEN OR WK-POS-RES > 0
               IF WS-RES-CODIGO(WK-R) = WK-RES-CODIGO
                  MOVE WK-R TO WK-POS-RES
               END-IF
            END-PERFORM
            IF WK-POS-RES = 0
               IF WS-TOT-RESUMEN = 5000
                  DISPLAY "ABEND: TABLA DE RESUMEN LLENA (5000 "
                          "CANALES)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-RESUMEN
               MOVE WS-TOT-RESUMEN TO WK-POS-RES
               MOVE WK-RES-CODIGO  TO WS-RES-CODIGO(WK-POS-RES)
               MOVE 0 TO WS-RES-BRUTO(WK-POS-RES),
                         WS-RES-ACREDITADO(WK-POS-RES)
            END-IF.
      *
       3500-IMPRIME-ENCABEZADO.
            MOVE SPACES TO WS-LIN-DETALLE
                   WK-PERIODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WK-TASA-IGV TO WK-TASA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TASA DE IGV DEL PERIODO: " WK-TASA-ED
                   " PCT  VIGENTE DESDE " WK-IGV-DESDE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Notas de credito emitidas en el periodo, sin las rechazadas
       3600-CARGA-NOTAS-CREDITO.
            OPEN INPUT HOST-COMPROBANTES
            IF FS-COMPROBANTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-COMPROBANTES NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CPE-ES-NOTA-CREDITO
                           AND NOT CPE-RECHAZADO
                           AND CPE-FECHA-EMISION(1:6) = WK-PERIODO
                           MOVE CPE-COD-CANAL TO WK-RES-CODIGO
                           PERFORM 3400-UBICA-RESUMEN
                           ADD CPE-BASE
                             TO WS-RES-ACREDITADO(WK-POS-RES)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-COMPROBANTES
            ELSE
               DISPLAY "SIN REGISTRO DE COMPROBANTES (QG1CPE.DAT), "
                       "NADA ACREDITADO"
            END-IF.
      *
       3700-IMPRIME-NETO-CANALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "BRUTO FACTURADO, ACREDITADO Y NETO POR CANAL (BASE)"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-R FROM 1 BY 1
                    UNTIL WK-R > WS-TOT-RESUMEN
               COMPUTE WK-NETO = WS-RES-BRUTO(WK-R)
                               - WS-RES-ACREDITADO(WK-R)
               ADD WS-RES-ACREDITADO(WK-R) TO WS-SUMA-ACREDITADO
               ADD WK-NETO TO WS-SUMA-NETO
               MOVE WS-RES-BRUTO(WK-R)      TO WK-MONTO-ED
               MOVE WS-RES-ACREDITADO(WK-R) TO WK-IGV-ED
               MOVE WK-NETO                 TO WK-NETO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WS-RES-CODIGO(WK-R)
                      " BRUTO " WK-MONTO-ED
                      " ACREDITADO " WK-IGV-ED
                      " NETO " WK-NETO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM.
      *
       4000-GRABA-TRAILER.
            MOVE 'TRL'           TO FAC-COD-CANAL
            MOVE 0               TO FAC-FEE-TRX
            MOVE WS-HASH-MONTOS  TO FAC-MONTO
            MOVE 'T'             TO FAC-MINIMO-APL
            MOVE 0               TO FAC-TASA-IGV
            MOVE WS-SUMA-IGV     TO FAC-IGV
            MOVE WS-SUMA-TOTAL   TO FAC-TOTAL
            MOVE SPACE           TO FAC-EXONERADO
            MOVE WS-SUMA-BRUTO   TO FAC-MONTO-BRUTO
            MOVE WS-SUMA-CONCEDIDO TO FAC-CONCESION
            MOVE 0               TO FAC-CNC-SECUENCIA
            WRITE REG-FACTURA
            CLOSE HOST-FACTURAS

            PERFORM 3700-IMPRIME-NETO-CANALES
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-FACTURADO TO WK-SUMA-ED
                   "  TOTAL FACTURADO: " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WK-LIN-TOTALES
            MOVE WS-SUMA-IGV TO WK-SUMA-ED
            STRING "EXONERADAS: " WS-TOT-FAC-EXONERADAS
                   "  TOTAL IGV: " WK-SUMA-ED
               DELIMITED SIZE INTO WK-LIN-TOTALES
            MOVE WS-SUMA-TOTAL TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WK-LIN-TOTALES(1:47)
                   "  TOTAL CON IGV: " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-ACREDITADO TO WK-SUMA-ED
            MOVE WS-SUMA-NETO       TO WK-SUMA-NETO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOTAL ACREDITADO: " WK-SUMA-ED
                   "  NETO FACTURADO: " WK-SUMA-NETO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-SUMA-CONCEDIDO TO WK-SUMA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CON CONCESION: " WS-TOT-CON-CONCESION
                   "  TOTAL CONCEDIDO: " WK-SUMA-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "FACTURAS GENERADAS  : " WS-TOT-FACTURAS
            DISPLAY "CANALES SIN CUOTA   : " WS-TOT-SIN-CUOTA
            DISPLAY "FACTURADOS EN BAJA  : " WS-TOT-FAC-BAJA
            DISPLAY "TOTAL FACTURADO     : " WS-SUMA-FACTURADO
            DISPLAY "TOTAL IGV           : " WS-SUMA-IGV
            DISPLAY "TOTAL CON IGV       : " WS-SUMA-TOTAL
            DISPLAY "TOTAL ACREDITADO    : " WS-SUMA-ACREDITADO
            DISPLAY "CON CONCESION       : " WS-TOT-CON-CONCESION
            DISPLAY "TOTAL CONCEDIDO     : " WS-SUMA-CONCEDIDO.
      *
       9000-FINAL.
           STOP RUN.
