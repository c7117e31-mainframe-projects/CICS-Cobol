      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina unica de clasificacion y precio de una
      *  violacion de limites del historico QG1VIOHIS.DAT. El motor
      *  mensual QG1CX213 y la liquidacion de baja QG1CX288 llevaban
      *  cada uno su copia de las clases y de la busqueda de tarifa,
      *  y la escalera de sanciones QG1CX293 contaba con su propio
      *  criterio; ahora los tres llaman aqui para que no se separen.
      *  Recibe la accion y la linea del historico:
      *    'C' clasifica: la clase sale del texto de motivo que cada
      *        control deja en la linea (LI, IN, VD, VC, VM, HO - ver
      *        QG1PEN01); lo que no calza con ninguna clase (canal
      *        inexistente, sin tipo de cambio) regresa 'NP',
      *    'P' precia la clase recibida para el canal de la linea
      *        (posiciones 1:3) y el periodo recibido: tarifa de
      *        QG1PENTAR.DAT (COPY QG1PEN01) con la PEN-FECHA-DESDE
      *        mas reciente no posterior al fin del periodo, la del
      *        tipo del canal (CALL QG1CX110) antes que la generica
      *        '*', y el tope mensual contra LS-COBRADAS (lo que el
      *        llamador ya cobro al canal en esa clase y periodo).
      *        Regresa el monto y la disposicion COBRADA, o EXONERADA
      *        con su motivo: NO PENALIZABLE, SIN TARIFA, TARIFA CERO
      *        o TOPE MENSUAL,
      *    'T' (re)carga el tarifario; 'P' lo carga en la primera
      *        invocacion, como QG1CX218 con sus bases.
      *  En toda accion LS-TOT-TARIFAS regresa las tarifas en tabla
      *  (cero si QG1PENTAR.DAT no se pudo leer). El neteo contra lo
      *  ya cobrado (QG1PENAPL.DAT) y el libro quedan en el llamador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX307.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TARIFAS ASSIGN TO "QG1PENTAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TARIFAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TARIFAS.
           COPY QG1PEN01.

       WORKING-STORAGE SECTION.
       01 FS-TARIFAS           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.

      * clases de violacion: codigo, texto que la identifica en la
      * linea del historico y largo significativo del texto
       01 WS-CLASES-VALORES.
          05 FILLER PIC X(24) VALUE 'LIEXCEDE LIMITE       13'.
          05 FILLER PIC X(24) VALUE 'INCANAL INACTIVO      14'.
          05 FILLER PIC X(24) VALUE 'VDVELOCIDAD DIA MONTO 19'.
          05 FILLER PIC X(24) VALUE 'VCVELOCIDAD DIA CONTEO20'.
          05 FILLER PIC X(24) VALUE 'VMVELOCIDAD MES MONTO 19'.
          05 FILLER PIC X(24) VALUE 'HOFUERA DE HORARIO    16'.
       01 WS-TABLA-CLASES REDEFINES WS-CLASES-VALORES.
          05 WS-CLA-TBL        OCCURS 6 TIMES.
             10 WS-CLA-CODIGO  PIC X(02).
             10 WS-CLA-TEXTO   PIC X(20).
             10 WS-CLA-LARGO   PIC 9(02).
       01 WK-C                 PIC 9(02).
       01 WK-TALLY             PIC 9(03).

       01 WS-TOT-TARIFAS       PIC 9(04) VALUE 0.
       01 WS-TABLA-TARIFAS.
          05 WS-TAR-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-TARIFAS.
             10 WS-TAR-CLASE   PIC X(02).
             10 WS-TAR-TIPO    PIC X(01).
             10 WS-TAR-DESDE   PIC 9(08).
             10 WS-TAR-MONTO   PIC 9(07)V9(02).
             10 WS-TAR-MAX-MES PIC 9(03).

      * el tipo del ultimo canal preciado se reutiliza
       01 WS-ULT-CANAL         PIC X(03) VALUE HIGH-VALUES.
       01 WK-CANAL             PIC X(03).
       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-CORTE-PERIODO     PIC 9(08).
       01 WK-TARIFA-ENCONTRADA PIC X(01).
       01 WK-TARIFA-ESPECIFICA PIC X(01).
       01 WK-MEJOR-DESDE       PIC 9(08).
       01 WK-MAX-MES           PIC 9(03).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-VIOLACION         PIC X(100).
       01 LS-PERIODO           PIC 9(06).
       01 LS-CLASE             PIC X(02).
       01 LS-COBRADAS          PIC 9(05).
       01 LS-MONTO             PIC 9(07)V9(02).
       01 LS-DISPOSICION       PIC X(09).
       01 LS-MOTIVO            PIC X(14).
       01 LS-TOT-TARIFAS       PIC 9(04).

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-VIOLACION,
                                LS-PERIODO,
                                LS-CLASE,
                                LS-COBRADAS,
                                LS-MONTO,
                                LS-DISPOSICION,
                                LS-MOTIVO,
                                LS-TOT-TARIFAS.
      *************************
       0000-MAIN.
            EVALUATE LS-ACCION
               WHEN 'T'
                  PERFORM 1000-CARGA-TARIFAS
               WHEN 'C'
                  PERFORM 2000-CLASIFICA-VIOLACION
               WHEN 'P'
                  IF WS-TABLA-CARGADA = 'N'
                     PERFORM 1000-CARGA-TARIFAS
                  END-IF
                  PERFORM 3000-PRECIA-VIOLACION
            END-EVALUATE
            MOVE WS-TOT-TARIFAS TO LS-TOT-TARIFAS
            PERFORM 9000-FINAL.
      *
       1000-CARGA-TARIFAS.
            MOVE 0 TO WS-TOT-TARIFAS
            OPEN INPUT HOST-TARIFAS
            IF FS-TARIFAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TARIFAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-TARIFAS = 500
                           DISPLAY "ABEND: TABLA DE TARIFAS LLENA "
                                   "(500 ENTRADAS)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-TARIFAS
                        MOVE PEN-CLASE
                          TO WS-TAR-CLASE(WS-TOT-TARIFAS)
                        MOVE PEN-TIP-CODIGO
                          TO WS-TAR-TIPO(WS-TOT-TARIFAS)
                        MOVE PEN-FECHA-DESDE
                          TO WS-TAR-DESDE(WS-TOT-TARIFAS)
                        MOVE PEN-MONTO
                          TO WS-TAR-MONTO(WS-TOT-TARIFAS)
                        MOVE PEN-MAX-MES
                          TO WS-TAR-MAX-MES(WS-TOT-TARIFAS)
                  END-READ
               END-PERFORM
               CLOSE HOST-TARIFAS
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       2000-CLASIFICA-VIOLACION.
            MOVE 'NP' TO LS-CLASE
            PERFORM VARYING WK-C FROM 1 BY 1
                    UNTIL WK-C > 6 OR LS-CLASE NOT = 'NP'
               MOVE 0 TO WK-TALLY
               INSPECT LS-VIOLACION TALLYING WK-TALLY
                  FOR ALL WS-CLA-TEXTO(WK-C)(1:WS-CLA-LARGO(WK-C))
               IF WK-TALLY > 0
                  MOVE WS-CLA-CODIGO(WK-C) TO LS-CLASE
               END-IF
            END-PERFORM.
      *
       3000-PRECIA-VIOLACION.
            MOVE 0 TO LS-MONTO
            MOVE SPACES TO LS-MOTIVO
            MOVE 'EXONERADA' TO LS-DISPOSICION
            IF LS-CLASE = 'NP'
               MOVE 'NO PENALIZABLE' TO LS-MOTIVO
            ELSE
               MOVE LS-VIOLACION(1:3) TO WK-CANAL
               IF WK-CANAL NOT = WS-ULT-CANAL
                  CALL "QG1CX110" USING WK-CANAL, WK-TIPO-CODIGO,
                                         WK-TIPO-DESC,
                                         WK-TIPO-ENCONTRADO
                  MOVE WK-CANAL TO WS-ULT-CANAL
               END-IF
      * mismo corte de vigencia de fin de periodo que QG1CX148
               COMPUTE WK-CORTE-PERIODO = LS-PERIODO * 100 + 99
               PERFORM 3100-BUSCA-TARIFA-VIGENTE
               EVALUATE TRUE
                  WHEN WK-TARIFA-ENCONTRADA NOT = 'S'
                     MOVE 0 TO LS-MONTO
                     MOVE 'SIN TARIFA' TO LS-MOTIVO
                  WHEN LS-MONTO = 0
                     MOVE 'TARIFA CERO' TO LS-MOTIVO
                  WHEN WK-MAX-MES > 0
                       AND LS-COBRADAS NOT < WK-MAX-MES
                     MOVE 'TOPE MENSUAL' TO LS-MOTIVO
                  WHEN OTHER
                     MOVE 'COBRADA' TO LS-DISPOSICION
               END-EVALUATE
            END-IF.
      *
      * la fecha desde mas reciente no posterior al fin del periodo;
      * una tarifa del tipo propio del canal gana sobre la '*'
       3100-BUSCA-TARIFA-VIGENTE.
            MOVE 'N' TO WK-TARIFA-ENCONTRADA
            MOVE 'N' TO WK-TARIFA-ESPECIFICA
            MOVE 0   TO WK-MEJOR-DESDE, WK-MAX-MES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TARIFAS
               IF WS-TAR-CLASE(WK-I) = LS-CLASE
                  AND WS-TAR-DESDE(WK-I) NOT > WK-CORTE-PERIODO
                  IF WK-TIPO-ENCONTRADO = 'S'
                     AND WS-TAR-TIPO(WK-I) = WK-TIPO-CODIGO
                     IF WK-TARIFA-ESPECIFICA = 'N'
                        OR WS-TAR-DESDE(WK-I) NOT < WK-MEJOR-DESDE
                        PERFORM 3150-TOMA-TARIFA
                        MOVE 'S' TO WK-TARIFA-ESPECIFICA
                     END-IF
                  ELSE
                     IF WS-TAR-TIPO(WK-I) = '*'
                        AND WK-TARIFA-ESPECIFICA = 'N'
                        AND WS-TAR-DESDE(WK-I) NOT < WK-MEJOR-DESDE
                        PERFORM 3150-TOMA-TARIFA
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
      *
       3150-TOMA-TARIFA.
            MOVE WS-TAR-DESDE(WK-I)   TO WK-MEJOR-DESDE
            MOVE WS-TAR-MONTO(WK-I)   TO LS-MONTO
            MOVE WS-TAR-MAX-MES(WK-I) TO WK-MAX-MES
            MOVE 'S' TO WK-TARIFA-ENCONTRADA.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX307.
