      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : El historico de detalle QG1TRXARC.DAT (COPY
      *  QG1ARC01) y el detalle retenido plano QG1TRXHIS.DAT (COPY
      *  QG1TRX01) crecen para siempre. Esta depuracion deja en linea
      *  solo los ultimos N anios (parametro DETALLE-ANIOS-LINEA via
      *  CALL QG1CX112, por defecto 5) y mueve los meses mas viejos a
      *  generaciones de archivo (patron de QG1CX203):
      *    - corte = primer dia del mes actual hace N anios; lo
      *      anterior al corte es candidato,
      *    - lo candidato de QG1TRXARC.DAT va a QG1Xnnnn.ARC y se
      *      borra del indexado; lo de QG1TRXHIS.DAT va a
      *      QG1Xnnnn.HIS y el plano se regraba sin ello (pasando por
      *      QG1CX269.TMP),
      *    - cada generacion no vacia se cataloga en QG1TRXCAT.DAT con
      *      su tipo (A historico / H retenido plano), rango de fechas
      *      y registros, para que la extraccion QG1CX170 la alcance
      *      de forma transparente,
      *    - lo que sale del plano se suma por canal a QG1TRXDEP.DAT
      *      (COPY QG1DEP01), de donde arranca la reconstruccion de
      *      volumen de vida del control QG1CX157.
      *  No se mueve nada retenido: el detalle de un canal dentro del
      *  rango de una retencion legal activa de QG1RETLEG.DAT (COPY
      *  QG1RLG01, mantenida con QG1CX270) ni el movimiento de una
      *  disputa abierta en QG1DISPUT.DAT (COPY QG1DSP01). El reporte
      *  QG1CX269.RPT lista cada retencion con lo que retuvo y por
      *  que, los movimientos retenidos por disputa y los totales;
      *  la corrida deja su resumen en la bitacora (CALL QG1CX120).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX269.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ARCHIVO ASSIGN TO "QG1TRXARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-LLAVE
           FILE STATUS IS FS-ARCHIVO.

           SELECT HOST-TRXHIS ASSIGN TO "QG1TRXHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRXHIS.

           SELECT HOST-HISTEMP ASSIGN TO "QG1CX269.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-GEN-ARC ASSIGN TO DYNAMIC WS-NOMBRE-GEN-ARC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GEN.

           SELECT HOST-GEN-HIS ASSIGN TO DYNAMIC WS-NOMBRE-GEN-HIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GEN.

           SELECT HOST-CATALOGO ASSIGN TO "QG1TRXCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-RETENCIONES ASSIGN TO "QG1RETLEG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

           SELECT HOST-DISPUTAS ASSIGN TO "QG1DISPUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-LLAVE
           FILE STATUS IS FS-DISPUTAS.

           SELECT HOST-DEPURADO ASSIGN TO "QG1TRXDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPURADO.

           SELECT HOST-RPT ASSIGN TO "QG1CX269.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ARCHIVO.
           COPY QG1ARC01.

       FD  HOST-TRXHIS.
           COPY QG1TRX01.

       FD  HOST-HISTEMP.
       01  REG-HISTEMP         PIC X(53).

       FD  HOST-GEN-ARC.
       01  REG-GEN-ARC         PIC X(59).

       FD  HOST-GEN-HIS.
       01  REG-GEN-HIS         PIC X(53).

       FD  HOST-CATALOGO.
       01  REG-CATALOGO.
           05 TXC-NUMERO       PIC 9(04).
           05 TXC-TIPO         PIC X(01).
           05 TXC-NOMBRE       PIC X(12).
           05 TXC-FECHA-DESDE  PIC 9(08).
           05 TXC-FECHA-HASTA  PIC 9(08).
           05 TXC-REGISTROS    PIC 9(07).
           05 TXC-ESTADO       PIC X(01).

       FD  HOST-RETENCIONES.
           COPY QG1RLG01.

       FD  HOST-DISPUTAS.
           COPY QG1DSP01.

       FD  HOST-DEPURADO.
           COPY QG1DEP01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ARCHIVO           PIC X(02).
       01 FS-TRXHIS            PIC X(02).
       01 FS-GEN               PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 FS-RETENCIONES       PIC X(02).
       01 FS-DISPUTAS          PIC X(02).
       01 FS-DEPURADO          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-ANIOS-LINEA       PIC 9(02) VALUE 5.

       01 WK-FECHA-HOY         PIC 9(08).
       01 FILLER REDEFINES WK-FECHA-HOY.
          05 WK-HOY-ANIO       PIC 9(04).
          05 WK-HOY-MES        PIC 9(02).
          05 WK-HOY-DIA        PIC 9(02).
       01 WK-FECHA-CORTE       PIC 9(08).

       01 WS-NOMBRE-GEN-ARC    PIC X(12).
       01 WS-NOMBRE-GEN-HIS    PIC X(12).
       01 WS-ULTIMA-GEN        PIC 9(04) VALUE 0.

      * retenciones legales activas, con lo que retuvo cada una
       01 WS-TOT-RETENCIONES   PIC 9(03) VALUE 0.
       01 WS-TABLA-RETENCIONES.
          05 WS-RLG-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-RETENCIONES.
             10 WS-RLG-NUMERO  PIC 9(05).
             10 WS-RLG-CANAL   PIC X(03).
             10 WS-RLG-DESDE   PIC 9(08).
             10 WS-RLG-HASTA   PIC 9(08).
             10 WS-RLG-MOTIVO  PIC X(01).
             10 WS-RLG-REFERENCIA PIC X(20).
             10 WS-RLG-RET-ARC PIC 9(07).
             10 WS-RLG-RET-HIS PIC 9(07).

      * disputas abiertas: su movimiento no sale de linea
       01 WS-TOT-DISPUTAS      PIC 9(04) VALUE 0.
       01 WS-TABLA-DISPUTAS.
          05 WS-DSP-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-DISPUTAS.
             10 WS-DSP-CANAL   PIC X(03).
             10 WS-DSP-FECHA   PIC 9(08).
             10 WS-DSP-SECUENCIA PIC 9(05).
             10 WS-DSP-NUMERO  PIC 9(05).

      * totales depurados del plano por canal (QG1TRXDEP.DAT)
       01 WS-TOT-DEPURADOS     PIC 9(04) VALUE 0.
       01 WS-TABLA-DEPURADOS.
          05 WS-DEP-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-DEPURADOS.
             10 WS-DEP-CANAL   PIC X(03).
             10 WS-DEP-VOLUMEN PIC 9(07).
             10 WS-DEP-MONTO   PIC 9(11)V9(02).
             10 WS-DEP-FECHA   PIC 9(08).
             10 WS-DEP-LINEAS  PIC 9(09).

       01 WK-CANAL-REG         PIC X(03).
       01 WK-FECHA-REG         PIC 9(08).
       01 WK-RETENIDO          PIC X(01).
       01 WK-RET-POS           PIC 9(03).
       01 WK-DSP-POS           PIC 9(04).
       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).

       01 WS-ARC-LEIDOS        PIC 9(07) VALUE 0.
       01 WS-ARC-MOVIDOS       PIC 9(07) VALUE 0.
       01 WS-ARC-RET-LEGAL     PIC 9(07) VALUE 0.
       01 WS-ARC-RET-DISPUTA   PIC 9(07) VALUE 0.
       01 WS-ARC-FECHA-MIN     PIC 9(08) VALUE 99999999.
       01 WS-ARC-FECHA-MAX     PIC 9(08) VALUE 0.
       01 WS-HIS-LEIDOS        PIC 9(07) VALUE 0.
       01 WS-HIS-MOVIDOS       PIC 9(07) VALUE 0.
       01 WS-HIS-RET-LEGAL     PIC 9(07) VALUE 0.
       01 WS-HIS-RET-DISPUTA   PIC 9(07) VALUE 0.
       01 WS-HIS-FECHA-MIN     PIC 9(08) VALUE 99999999.
       01 WS-HIS-FECHA-MAX     PIC 9(08) VALUE 0.

       01 WS-LIN-DETALLE       PIC X(100).
       01 WK-MOTIVO-TXT        PIC X(13).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX269'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-RETENCIONES
            PERFORM 1600-CARGA-DISPUTAS
            PERFORM 1700-CARGA-DEPURADOS
            PERFORM 2000-DEPURA-ARCHIVO
            PERFORM 3000-DEPURA-RETENIDO
            PERFORM 4000-CATALOGA
            PERFORM 5000-GRABA-DEPURADOS
            PERFORM 6000-REPORTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "DEPURACION POR ANTIGUEDAD DEL DETALLE DE "
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE "TRANSACCIONES"
            MOVE 'DETALLE-ANIOS-LINEA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-ANIOS-LINEA
            END-IF
            IF WK-ANIOS-LINEA = 0
               DISPLAY "ABEND: DETALLE-ANIOS-LINEA EN CERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            COMPUTE WK-FECHA-CORTE =
               (WK-HOY-ANIO - WK-ANIOS-LINEA) * 10000
               + WK-HOY-MES * 100 + 1
            DISPLAY "ANIOS EN LINEA : " WK-ANIOS-LINEA
            DISPLAY "SE DEPURA LO ANTERIOR AL " WK-FECHA-CORTE

            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CATALOGO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF TXC-NUMERO > WS-ULTIMA-GEN
                           MOVE TXC-NUMERO TO WS-ULTIMA-GEN
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF
            ADD 1 TO WS-ULTIMA-GEN
            MOVE SPACES TO WS-NOMBRE-GEN-ARC, WS-NOMBRE-GEN-HIS
            STRING "QG1X" WS-ULTIMA-GEN ".ARC"
               DELIMITED SIZE INTO WS-NOMBRE-GEN-ARC
            STRING "QG1X" WS-ULTIMA-GEN ".HIS"
               DELIMITED SIZE INTO WS-NOMBRE-GEN-HIS
            DISPLAY "GENERACIONES : " WS-NOMBRE-GEN-ARC " "
                    WS-NOMBRE-GEN-HIS.
      *
       1500-CARGA-RETENCIONES.
            OPEN INPUT HOST-RETENCIONES
            IF FS-RETENCIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RETENCIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF RLG-ACTIVA
                           PERFORM 1550-ANOTA-RETENCION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-RETENCIONES
            END-IF
            DISPLAY "RETENCIONES LEGALES ACTIVAS : "
                    WS-TOT-RETENCIONES.
      *
       1550-ANOTA-RETENCION.
            IF WS-TOT-RETENCIONES = 500
               DISPLAY "ABEND: TABLA DE RETENCIONES LLENA (500)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-RETENCIONES
            MOVE RLG-NUMERO      TO WS-RLG-NUMERO(WS-TOT-RETENCIONES)
            MOVE RLG-COD-CANAL   TO WS-RLG-CANAL(WS-TOT-RETENCIONES)
            MOVE RLG-FECHA-DESDE TO WS-RLG-DESDE(WS-TOT-RETENCIONES)
            MOVE RLG-FECHA-HASTA TO WS-RLG-HASTA(WS-TOT-RETENCIONES)
            MOVE RLG-MOTIVO      TO WS-RLG-MOTIVO(WS-TOT-RETENCIONES)
            MOVE RLG-REFERENCIA
              TO WS-RLG-REFERENCIA(WS-TOT-RETENCIONES)
            MOVE 0 TO WS-RLG-RET-ARC(WS-TOT-RETENCIONES)
            MOVE 0 TO WS-RLG-RET-HIS(WS-TOT-RETENCIONES).
      *
      * Una disputa abierta retiene su movimiento aunque nadie haya
      * dado de alta la retencion legal; sin la tabla completa no se
      * puede saber que retener, por eso llena es abend.
       1600-CARGA-DISPUTAS.
            OPEN INPUT HOST-DISPUTAS
            IF FS-DISPUTAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DISPUTAS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DSP-ABIERTA
                           PERFORM 1650-ANOTA-DISPUTA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DISPUTAS
            END-IF
            DISPLAY "DISPUTAS ABIERTAS : " WS-TOT-DISPUTAS.
      *
       1650-ANOTA-DISPUTA.
            IF WS-TOT-DISPUTAS = 2000
               DISPLAY "ABEND: TABLA DE DISPUTAS LLENA (2000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-DISPUTAS
            MOVE DSP-COD-CANAL     TO WS-DSP-CANAL(WS-TOT-DISPUTAS)
            MOVE DSP-ARC-FECHA     TO WS-DSP-FECHA(WS-TOT-DISPUTAS)
            MOVE DSP-ARC-SECUENCIA
              TO WS-DSP-SECUENCIA(WS-TOT-DISPUTAS)
            MOVE DSP-NUMERO        TO WS-DSP-NUMERO(WS-TOT-DISPUTAS).
      *
       1700-CARGA-DEPURADOS.
            OPEN INPUT HOST-DEPURADO
            IF FS-DEPURADO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DEPURADO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-DEPURADOS = 500
                           DISPLAY "ABEND: TABLA DE DEPURADOS LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-DEPURADOS
                        MOVE DEP-COD-CANAL
                          TO WS-DEP-CANAL(WS-TOT-DEPURADOS)
                        MOVE DEP-VOLUMEN
                          TO WS-DEP-VOLUMEN(WS-TOT-DEPURADOS)
                        MOVE DEP-MONTO
                          TO WS-DEP-MONTO(WS-TOT-DEPURADOS)
                        MOVE DEP-FECHA-ULT
                          TO WS-DEP-FECHA(WS-TOT-DEPURADOS)
                        MOVE DEP-LINEAS
                          TO WS-DEP-LINEAS(WS-TOT-DEPURADOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-DEPURADO
            END-IF.
      *
      * El historico indexado se recorre completo en orden de llave;
      * lo que sale se graba en la generacion y se borra en el sitio.
       2000-DEPURA-ARCHIVO.
            OPEN I-O HOST-ARCHIVO
            IF FS-ARCHIVO NOT = '00'
               DISPLAY "ABEND: SIN HISTORICO QG1TRXARC.DAT - FILE "
                       "STATUS " FS-ARCHIVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-GEN-ARC
            OPEN OUTPUT HOST-RPT
            PERFORM 2050-ENCABEZADO

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-ARCHIVO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-ARC-LEIDOS
                     IF ARC-FECHA < WK-FECHA-CORTE
                        PERFORM 2100-DEPURA-UN-ARCHIVADO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-ARCHIVO, HOST-GEN-ARC
            DISPLAY "HISTORICO LEIDOS    : " WS-ARC-LEIDOS
            DISPLAY "HISTORICO ARCHIVADOS: " WS-ARC-MOVIDOS.
      *
       2050-ENCABEZADO.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "DEPURACION DEL DETALLE DE TRANSACCIONES - "
                   WK-FECHA-HOY " - SE DEPURA LO ANTERIOR AL "
                   WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "MOVIMIENTOS RETENIDOS POR DISPUTA ABIERTA:"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2100-DEPURA-UN-ARCHIVADO.
            MOVE ARC-COD-CANAL TO WK-CANAL-REG
            MOVE ARC-FECHA     TO WK-FECHA-REG
            PERFORM 7000-BUSCA-RETENCION
            IF WK-RET-POS > 0
               ADD 1 TO WS-RLG-RET-ARC(WK-RET-POS)
               ADD 1 TO WS-ARC-RET-LEGAL
            ELSE
               PERFORM 7100-BUSCA-DISPUTA-ARC
               IF WK-DSP-POS > 0
                  ADD 1 TO WS-ARC-RET-DISPUTA
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "  CANAL " ARC-COD-CANAL
                         " FECHA " ARC-FECHA
                         " SECUENCIA " ARC-SECUENCIA
                         " DISPUTA " WS-DSP-NUMERO(WK-DSP-POS)
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               ELSE
                  MOVE REG-TRX-ARCHIVADA TO REG-GEN-ARC
                  WRITE REG-GEN-ARC
                  DELETE HOST-ARCHIVO RECORD
                     INVALID KEY
                        DISPLAY "ABEND: NO SE PUDO BORRAR " ARC-LLAVE
                                " - FILE STATUS " FS-ARCHIVO
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                  END-DELETE
                  ADD 1 TO WS-ARC-MOVIDOS
                  IF ARC-FECHA < WS-ARC-FECHA-MIN
                     MOVE ARC-FECHA TO WS-ARC-FECHA-MIN
                  END-IF
                  IF ARC-FECHA > WS-ARC-FECHA-MAX
                     MOVE ARC-FECHA TO WS-ARC-FECHA-MAX
                  END-IF
               END-IF
            END-IF.
      *
      * El plano se parte: lo viejo sin retencion va a la generacion
      * y a los totales depurados, lo demas pasa por QG1CX269.TMP y
      * regresa al plano regrabado.
       3000-DEPURA-RETENIDO.
            OPEN INPUT HOST-TRXHIS
            IF FS-TRXHIS NOT = '00'
               DISPLAY "SIN DETALLE RETENIDO QG1TRXHIS.DAT, SE SALTA"
            ELSE
               OPEN OUTPUT HOST-GEN-HIS
               OPEN OUTPUT HOST-HISTEMP
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TRXHIS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-HIS-LEIDOS
                        PERFORM 3100-PARTE-UNA-LINEA
                  END-READ
               END-PERFORM
               CLOSE HOST-TRXHIS, HOST-HISTEMP, HOST-GEN-HIS
               IF WS-HIS-MOVIDOS > 0
                  PERFORM 3300-REGRABA-RETENIDO
               END-IF
            END-IF
            DISPLAY "RETENIDO LEIDOS     : " WS-HIS-LEIDOS
            DISPLAY "RETENIDO ARCHIVADOS : " WS-HIS-MOVIDOS.
      *
       3100-PARTE-UNA-LINEA.
            MOVE 'N' TO WK-RETENIDO
            IF TRX-FECHA < WK-FECHA-CORTE
               MOVE TRX-COD-CANAL TO WK-CANAL-REG
               MOVE TRX-FECHA     TO WK-FECHA-REG
               PERFORM 7000-BUSCA-RETENCION
               IF WK-RET-POS > 0
                  MOVE 'S' TO WK-RETENIDO
                  ADD 1 TO WS-RLG-RET-HIS(WK-RET-POS)
                  ADD 1 TO WS-HIS-RET-LEGAL
               ELSE
                  PERFORM 7200-BUSCA-DISPUTA-HIS
                  IF WK-DSP-POS > 0
                     MOVE 'S' TO WK-RETENIDO
                     ADD 1 TO WS-HIS-RET-DISPUTA
                  END-IF
               END-IF
            ELSE
               MOVE 'S' TO WK-RETENIDO
            END-IF
            IF WK-RETENIDO = 'S'
               MOVE REG-TRX-DIARIA TO REG-HISTEMP
               WRITE REG-HISTEMP
            ELSE
               MOVE REG-TRX-DIARIA TO REG-GEN-HIS
               WRITE REG-GEN-HIS
               ADD 1 TO WS-HIS-MOVIDOS
               IF TRX-FECHA < WS-HIS-FECHA-MIN
                  MOVE TRX-FECHA TO WS-HIS-FECHA-MIN
               END-IF
               IF TRX-FECHA > WS-HIS-FECHA-MAX
                  MOVE TRX-FECHA TO WS-HIS-FECHA-MAX
               END-IF
               PERFORM 3200-SUMA-DEPURADO
            END-IF.
      *
      * Misma regla de reversos que QG1CX091 y QG1CX157: el reverso
      * resta sin bajar de cero ni mover la fecha del ultimo
      * movimiento.
       3200-SUMA-DEPURADO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DEPURADOS OR WK-POS > 0
               IF WS-DEP-CANAL(WK-I) = TRX-COD-CANAL
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-DEPURADOS = 500
                  DISPLAY "ABEND: TABLA DE DEPURADOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-DEPURADOS
               MOVE WS-TOT-DEPURADOS TO WK-POS
               MOVE TRX-COD-CANAL TO WS-DEP-CANAL(WK-POS)
               MOVE 0 TO WS-DEP-VOLUMEN(WK-POS)
               MOVE 0 TO WS-DEP-MONTO(WK-POS)
               MOVE 0 TO WS-DEP-FECHA(WK-POS)
               MOVE 0 TO WS-DEP-LINEAS(WK-POS)
            END-IF
            ADD 1 TO WS-DEP-LINEAS(WK-POS)
            IF TRX-REVERSO
               IF WS-DEP-VOLUMEN(WK-POS) > TRX-CANTIDAD
                  SUBTRACT TRX-CANTIDAD FROM WS-DEP-VOLUMEN(WK-POS)
               ELSE
                  MOVE 0 TO WS-DEP-VOLUMEN(WK-POS)
               END-IF
               IF WS-DEP-MONTO(WK-POS) > TRX-MONTO
                  SUBTRACT TRX-MONTO FROM WS-DEP-MONTO(WK-POS)
               ELSE
                  MOVE 0 TO WS-DEP-MONTO(WK-POS)
               END-IF
            ELSE
               ADD TRX-CANTIDAD TO WS-DEP-VOLUMEN(WK-POS)
               ADD TRX-MONTO    TO WS-DEP-MONTO(WK-POS)
               IF TRX-FECHA > WS-DEP-FECHA(WK-POS)
                  MOVE TRX-FECHA TO WS-DEP-FECHA(WK-POS)
               END-IF
            END-IF.
      *
       3300-REGRABA-RETENIDO.
            OPEN INPUT HOST-HISTEMP
            OPEN OUTPUT HOST-TRXHIS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-HISTEMP
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-HISTEMP TO REG-TRX-DIARIA
                     WRITE REG-TRX-DIARIA
               END-READ
            END-PERFORM
            CLOSE HOST-HISTEMP, HOST-TRXHIS
            DISPLAY "QG1TRXHIS.DAT REGRABADO".
      *
      * Se cataloga solo la generacion que recibio registros; las dos
      * comparten numero y se distinguen por TXC-TIPO.
       4000-CATALOGA.
            IF WS-ARC-MOVIDOS > 0 OR WS-HIS-MOVIDOS > 0
               OPEN EXTEND HOST-CATALOGO
               IF FS-CATALOGO = '35'
                  OPEN OUTPUT HOST-CATALOGO
               END-IF
               IF WS-ARC-MOVIDOS > 0
                  MOVE WS-ULTIMA-GEN     TO TXC-NUMERO
                  MOVE 'A'               TO TXC-TIPO
                  MOVE WS-NOMBRE-GEN-ARC TO TXC-NOMBRE
                  MOVE WS-ARC-FECHA-MIN  TO TXC-FECHA-DESDE
                  MOVE WS-ARC-FECHA-MAX  TO TXC-FECHA-HASTA
                  MOVE WS-ARC-MOVIDOS    TO TXC-REGISTROS
                  MOVE 'V'               TO TXC-ESTADO
                  WRITE REG-CATALOGO
               END-IF
               IF WS-HIS-MOVIDOS > 0
                  MOVE WS-ULTIMA-GEN     TO TXC-NUMERO
                  MOVE 'H'               TO TXC-TIPO
                  MOVE WS-NOMBRE-GEN-HIS TO TXC-NOMBRE
                  MOVE WS-HIS-FECHA-MIN  TO TXC-FECHA-DESDE
                  MOVE WS-HIS-FECHA-MAX  TO TXC-FECHA-HASTA
                  MOVE WS-HIS-MOVIDOS    TO TXC-REGISTROS
                  MOVE 'V'               TO TXC-ESTADO
                  WRITE REG-CATALOGO
               END-IF
               CLOSE HOST-CATALOGO
               DISPLAY "GENERACION " WS-ULTIMA-GEN " CATALOGADA"
            ELSE
               DISPLAY "NADA QUE ARCHIVAR, LAS GENERACIONES QUEDAN "
                       "VACIAS Y NO SE CATALOGAN"
            END-IF.
      *
       5000-GRABA-DEPURADOS.
            IF WS-HIS-MOVIDOS > 0
               OPEN OUTPUT HOST-DEPURADO
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-DEPURADOS
                  MOVE WS-DEP-CANAL(WK-I)   TO DEP-COD-CANAL
                  MOVE WS-DEP-VOLUMEN(WK-I) TO DEP-VOLUMEN
                  MOVE WS-DEP-MONTO(WK-I)   TO DEP-MONTO
                  MOVE WS-DEP-FECHA(WK-I)   TO DEP-FECHA-ULT
                  MOVE WS-DEP-LINEAS(WK-I)  TO DEP-LINEAS
                  WRITE REG-DEPURADO-TRX
               END-PERFORM
               CLOSE HOST-DEPURADO
            END-IF.
      *
       6000-REPORTE.
            IF WS-ARC-RET-DISPUTA = 0
               MOVE "  (NINGUNO)" TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "RETENCIONES LEGALES ACTIVAS:" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WS-TOT-RETENCIONES = 0
               MOVE "  (NINGUNA)" TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RETENCIONES
               EVALUATE WS-RLG-MOTIVO(WK-I)
                  WHEN 'D' MOVE "DISPUTA"       TO WK-MOTIVO-TXT
                  WHEN 'I' MOVE "INVESTIGACION" TO WK-MOTIVO-TXT
                  WHEN 'L' MOVE "LITIGIO"       TO WK-MOTIVO-TXT
                  WHEN OTHER MOVE SPACES        TO WK-MOTIVO-TXT
               END-EVALUATE
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "  RET " WS-RLG-NUMERO(WK-I)
                      " CANAL " WS-RLG-CANAL(WK-I)
                      " " WS-RLG-DESDE(WK-I)
                      "-" WS-RLG-HASTA(WK-I)
                      " " WK-MOTIVO-TXT
                      " " WS-RLG-REFERENCIA(WK-I)
                      " HIST " WS-RLG-RET-ARC(WK-I)
                      " PLANO " WS-RLG-RET-HIS(WK-I)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE SPACES TO WS-LIN-DETALLE
            STRING "HISTORICO QG1TRXARC : LEIDOS " WS-ARC-LEIDOS
                   " ARCHIVADOS " WS-ARC-MOVIDOS
                   " RET.LEGAL " WS-ARC-RET-LEGAL
                   " RET.DISPUTA " WS-ARC-RET-DISPUTA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RETENIDO QG1TRXHIS  : LEIDOS " WS-HIS-LEIDOS
                   " ARCHIVADOS " WS-HIS-MOVIDOS
                   " RET.LEGAL " WS-HIS-RET-LEGAL
                   " RET.DISPUTA " WS-HIS-RET-DISPUTA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            IF WS-ARC-MOVIDOS > 0 OR WS-HIS-MOVIDOS > 0
               STRING "GENERACION " WS-ULTIMA-GEN
                      " CATALOGADA EN QG1TRXCAT.DAT"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            ELSE
               MOVE "NADA QUE ARCHIVAR, SIN GENERACION NUEVA"
                 TO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            MOVE SPACES TO WK-LOG-TEXTO
            STRING "DEPURACION: " WS-ARC-MOVIDOS " HIST "
                   WS-HIS-MOVIDOS " PLANO, CORTE " WK-FECHA-CORTE
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       7000-BUSCA-RETENCION.
            MOVE 0 TO WK-RET-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RETENCIONES OR WK-RET-POS > 0
               IF WS-RLG-CANAL(WK-I) = WK-CANAL-REG
                  AND WK-FECHA-REG NOT < WS-RLG-DESDE(WK-I)
                  AND WK-FECHA-REG NOT > WS-RLG-HASTA(WK-I)
                  MOVE WK-I TO WK-RET-POS
               END-IF
            END-PERFORM.
      *
       7100-BUSCA-DISPUTA-ARC.
            MOVE 0 TO WK-DSP-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DISPUTAS OR WK-DSP-POS > 0
               IF WS-DSP-CANAL(WK-I) = ARC-COD-CANAL
                  AND WS-DSP-FECHA(WK-I) = ARC-FECHA
                  AND WS-DSP-SECUENCIA(WK-I) = ARC-SECUENCIA
                  MOVE WK-I TO WK-DSP-POS
               END-IF
            END-PERFORM.
      *
      * El plano no lleva la secuencia del historico: se retiene todo
      * el dia del canal que tenga una disputa abierta.
       7200-BUSCA-DISPUTA-HIS.
            MOVE 0 TO WK-DSP-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-DISPUTAS OR WK-DSP-POS > 0
               IF WS-DSP-CANAL(WK-I) = TRX-COD-CANAL
                  AND WS-DSP-FECHA(WK-I) = TRX-FECHA
                  MOVE WK-I TO WK-DSP-POS
               END-IF
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX269.
