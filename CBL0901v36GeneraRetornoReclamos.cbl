      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Retorno trimestral de reclamos por canal para el
      *  regulador, armado del libro de reclamos QG1QUEJA.DAT (COPY
      *  QG1QJA01, capturado en QG1C0021) en el mismo layout
      *  posicional rigido que el retorno mensual QG1CX175
      *  (QG1CX258.REG):
      *    registro '01' cabecera : anio, trimestre y fecha de
      *      generacion,
      *    registro '02' detalle  : por canal de origen con su tipo
      *      (QG1TIPO.DAT via QG1CX110): reclamos recibidos en el
      *      trimestre, respondidos en el trimestre, de ellos los
      *      respondidos en plazo y los fundados (total o en parte),
      *      y al cierre del trimestre los pendientes y de ellos los
      *      vencidos,
      *    registro '09' trailer  : conteo de detalles y totales de
      *      comprobacion de recibidos y respondidos.
      *  El libro esta ordenado por canal, asi que cada canal sale
      *  en un corte de control. Antes de dar el archivo por bueno,
      *  la misma VALIDACION LOCAL de QG1CX175 lo relee completo:
      *  fecha de cabecera valida (CALL QG1CX072), canal informado,
      *  numericos bien formados y trailer que cuadra; cualquier
      *  falla sale en QG1CX258.ERR y el programa termina con
      *  RETURN-CODE 16 para que ese archivo NO se envie.
      * Manifiesto: el retorno que pasa la validacion local se anota
      *  en el manifiesto de archivos de salida QG1MANIF.DAT (CALL
      *  QG1CX272) con la fecha de la corrida como fecha de negocio,
      *  los detalles del trailer como conteo y el total de recibidos
      *  como hash; su envio y acuse se siguen en QG1CX273 / QG1CX274.
      *  Un retorno que no pasa la validacion no se anota.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX258.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-RECLAMOS ASSIGN TO "QG1QUEJA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QJA-LLAVE
           FILE STATUS IS FS-RECLAMOS.

           SELECT HOST-RETORNO ASSIGN TO "QG1CX258.REG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

           SELECT HOST-ERRORES ASSIGN TO "QG1CX258.ERR"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-RECLAMOS.
           COPY QG1QJA01.

       FD  HOST-RETORNO.
       01  REG-RETORNO         PIC X(60).
       01  REG-RET-CABECERA REDEFINES REG-RETORNO.
           05 CAB-TIPO-REG     PIC X(02).
           05 CAB-ANIO         PIC 9(04).
           05 CAB-TRIMESTRE    PIC 9(01).
           05 CAB-FECHA-GEN    PIC 9(08).
           05 FILLER           PIC X(45).
       01  REG-RET-DETALLE REDEFINES REG-RETORNO.
           05 DET-TIPO-REG     PIC X(02).
           05 DET-COD-CANAL    PIC X(03).
           05 DET-TIPO-CANAL   PIC X(01).
           05 DET-RECIBIDOS    PIC 9(06).
           05 DET-RESPONDIDOS  PIC 9(06).
           05 DET-EN-PLAZO     PIC 9(06).
           05 DET-FUNDADOS     PIC 9(06).
           05 DET-PENDIENTES   PIC 9(06).
           05 DET-VENCIDOS     PIC 9(06).
           05 FILLER           PIC X(18).
       01  REG-RET-TRAILER REDEFINES REG-RETORNO.
           05 TRL-TIPO-REG     PIC X(02).
           05 TRL-DETALLES     PIC 9(06).
           05 TRL-HASH-RECIBIDOS   PIC 9(09).
           05 TRL-HASH-RESPONDIDOS PIC 9(09).
           05 FILLER           PIC X(34).

       FD  HOST-ERRORES.
       01  REG-ERROR           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-RECLAMOS          PIC X(02).
       01 FS-RETORNO           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO.
           05 WK-ANIO          PIC 9(04).
           05 WK-TRIMESTRE     PIC 9(01).
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-INICIO-TRIM       PIC 9(08).
       01 WK-FIN-TRIM          PIC 9(08).
       01 WK-MMDD-FIN          PIC 9(04).

       01 WK-CANAL-ACTUAL      PIC X(03).
       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).
       01 WK-PENDIENTE         PIC X(01).

       01 WS-CAN-RECIBIDOS     PIC 9(06).
       01 WS-CAN-RESPONDIDOS   PIC 9(06).
       01 WS-CAN-EN-PLAZO      PIC 9(06).
       01 WS-CAN-FUNDADOS      PIC 9(06).
       01 WS-CAN-PENDIENTES    PIC 9(06).
       01 WS-CAN-VENCIDOS      PIC 9(06).

       01 WS-TOT-DETALLES      PIC 9(06) VALUE 0.
       01 WS-HASH-RECIBIDOS    PIC 9(09) VALUE 0.
       01 WS-HASH-RESPONDIDOS  PIC 9(09) VALUE 0.

       01 WS-VAL-DETALLES      PIC 9(06) VALUE 0.
       01 WS-VAL-RECIBIDOS     PIC 9(09) VALUE 0.
       01 WS-VAL-RESPONDIDOS   PIC 9(09) VALUE 0.
       01 WS-VAL-TRAILER       PIC X(01) VALUE 'N'.
       01 WS-TOT-ERRORES       PIC 9(04) VALUE 0.
       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX258.REG'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX258'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-FECHA-CAB         PIC 9(08).
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 5000-GENERA-RETORNO
            PERFORM 6000-VALIDA-LOCALMENTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "GENERACION DEL RETORNO TRIMESTRAL DE RECLAMOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "PERIODO DEL RETORNO (AAAAT, T = TRIMESTRE 1-4) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO NOT NUMERIC
               OR WK-TRIMESTRE < 1 OR WK-TRIMESTRE > 4
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            EVALUATE WK-TRIMESTRE
               WHEN 1 MOVE 0331 TO WK-MMDD-FIN
               WHEN 2 MOVE 0630 TO WK-MMDD-FIN
               WHEN 3 MOVE 0930 TO WK-MMDD-FIN
               WHEN 4 MOVE 1231 TO WK-MMDD-FIN
            END-EVALUATE
            COMPUTE WK-INICIO-TRIM = WK-ANIO * 10000
                                   + ((WK-TRIMESTRE - 1) * 3 + 1) * 100
                                   + 1
            COMPUTE WK-FIN-TRIM = WK-ANIO * 10000 + WK-MMDD-FIN
            CALL "QG1CX072" USING WK-INICIO-TRIM, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "TRIMESTRE DEL " WK-INICIO-TRIM " AL " WK-FIN-TRIM.
      *
       5000-GENERA-RETORNO.
            OPEN INPUT HOST-RECLAMOS
            IF FS-RECLAMOS NOT = '00'
               DISPLAY "ABEND: SIN LIBRO DE RECLAMOS QG1QUEJA.DAT - "
                       "FILE STATUS " FS-RECLAMOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-RETORNO

            MOVE SPACES TO REG-RETORNO
            MOVE '01'         TO CAB-TIPO-REG
            MOVE WK-ANIO      TO CAB-ANIO
            MOVE WK-TRIMESTRE TO CAB-TRIMESTRE
            MOVE WK-FECHA-HOY TO CAB-FECHA-GEN
            WRITE REG-RETORNO

            MOVE SPACES TO WK-CANAL-ACTUAL
            PERFORM 5200-LIMPIA-CANAL
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-RECLAMOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF QJA-COD-CANAL NOT = WK-CANAL-ACTUAL
                        PERFORM 5300-ESCRIBE-CANAL
                        MOVE QJA-COD-CANAL TO WK-CANAL-ACTUAL
                     END-IF
                     PERFORM 5100-ACUMULA-RECLAMO
               END-READ
            END-PERFORM
            PERFORM 5300-ESCRIBE-CANAL
            CLOSE HOST-RECLAMOS

            MOVE SPACES TO REG-RETORNO
            MOVE '09'                TO TRL-TIPO-REG
            MOVE WS-TOT-DETALLES     TO TRL-DETALLES
            MOVE WS-HASH-RECIBIDOS   TO TRL-HASH-RECIBIDOS
            MOVE WS-HASH-RESPONDIDOS TO TRL-HASH-RESPONDIDOS
            WRITE REG-RETORNO
            CLOSE HOST-RETORNO
            DISPLAY "DETALLES GENERADOS : " WS-TOT-DETALLES
            DISPLAY "RECIBIDOS          : " WS-HASH-RECIBIDOS
            DISPLAY "RESPONDIDOS        : " WS-HASH-RESPONDIDOS.
      *
      * Pendiente al cierre: recibido hasta el fin del trimestre y
      * todavia abierto, o respondido despues del cierre.
       5100-ACUMULA-RECLAMO.
            IF QJA-FECHA-RECEPCION NOT < WK-INICIO-TRIM
               AND QJA-FECHA-RECEPCION NOT > WK-FIN-TRIM
               ADD 1 TO WS-CAN-RECIBIDOS
            END-IF
            IF QJA-RESPONDIDA
               AND QJA-FECHA-RESPUESTA NOT < WK-INICIO-TRIM
               AND QJA-FECHA-RESPUESTA NOT > WK-FIN-TRIM
               ADD 1 TO WS-CAN-RESPONDIDOS
               IF QJA-EN-PLAZO NOT = 'N'
                  ADD 1 TO WS-CAN-EN-PLAZO
               END-IF
               IF QJA-FUNDADA OR QJA-FUNDADA-PARTE
                  ADD 1 TO WS-CAN-FUNDADOS
               END-IF
            END-IF
            MOVE 'N' TO WK-PENDIENTE
            IF QJA-FECHA-RECEPCION NOT > WK-FIN-TRIM
               IF QJA-ABIERTA
                  OR QJA-FECHA-RESPUESTA > WK-FIN-TRIM
                  MOVE 'S' TO WK-PENDIENTE
               END-IF
            END-IF
            IF WK-PENDIENTE = 'S'
               ADD 1 TO WS-CAN-PENDIENTES
               IF QJA-FECHA-LIMITE < WK-FIN-TRIM
                  ADD 1 TO WS-CAN-VENCIDOS
               END-IF
            END-IF.
      *
       5200-LIMPIA-CANAL.
            MOVE 0 TO WS-CAN-RECIBIDOS, WS-CAN-RESPONDIDOS,
                      WS-CAN-EN-PLAZO, WS-CAN-FUNDADOS,
                      WS-CAN-PENDIENTES, WS-CAN-VENCIDOS.
      *
      * Un canal sin movimiento en el trimestre no se informa.
       5300-ESCRIBE-CANAL.
            IF WK-CANAL-ACTUAL NOT = SPACES
               AND (WS-CAN-RECIBIDOS > 0 OR WS-CAN-RESPONDIDOS > 0
                    OR WS-CAN-PENDIENTES > 0)
               CALL "QG1CX110" USING WK-CANAL-ACTUAL, WK-TIPO-CODIGO,
                                      WK-TIPO-DESC, WK-TIPO-ENCONTRADO
               IF WK-TIPO-ENCONTRADO NOT = 'S'
                  MOVE '?' TO WK-TIPO-CODIGO
               END-IF
               MOVE SPACES TO REG-RETORNO
               MOVE '02'               TO DET-TIPO-REG
               MOVE WK-CANAL-ACTUAL    TO DET-COD-CANAL
               MOVE WK-TIPO-CODIGO     TO DET-TIPO-CANAL
               MOVE WS-CAN-RECIBIDOS   TO DET-RECIBIDOS
               MOVE WS-CAN-RESPONDIDOS TO DET-RESPONDIDOS
               MOVE WS-CAN-EN-PLAZO    TO DET-EN-PLAZO
               MOVE WS-CAN-FUNDADOS    TO DET-FUNDADOS
               MOVE WS-CAN-PENDIENTES  TO DET-PENDIENTES
               MOVE WS-CAN-VENCIDOS    TO DET-VENCIDOS
               ADD 1 TO WS-TOT-DETALLES
               ADD DET-RECIBIDOS   TO WS-HASH-RECIBIDOS
               ADD DET-RESPONDIDOS TO WS-HASH-RESPONDIDOS
               WRITE REG-RETORNO
            END-IF
            PERFORM 5200-LIMPIA-CANAL.
      *
      * La validacion relee el archivo como lo haria el regulador:
      * solo pasa un archivo que no nos costaria una observacion.
       6000-VALIDA-LOCALMENTE.
            OPEN INPUT HOST-RETORNO
            OPEN OUTPUT HOST-ERRORES
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-RETORNO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 6100-VALIDA-UN-REGISTRO
               END-READ
            END-PERFORM
            CLOSE HOST-RETORNO

            IF WS-VAL-TRAILER = 'N'
               ADD 1 TO WS-TOT-ERRORES
               MOVE "SIN REGISTRO TRAILER 09" TO REG-ERROR
               WRITE REG-ERROR
            END-IF
            CLOSE HOST-ERRORES

            IF WS-TOT-ERRORES > 0
               DISPLAY "ABEND: EL RETORNO NO PASA LA VALIDACION "
                       "LOCAL (" WS-TOT-ERRORES " ERRORES), NO "
                       "ENVIAR - VER QG1CX258.ERR"
               MOVE 16 TO RETURN-CODE
            ELSE
               DISPLAY "RETORNO VALIDADO LOCALMENTE, LISTO PARA "
                       "ENVIO"
               MOVE WK-FECHA-HOY      TO WK-MAN-FECHA
               MOVE WS-TOT-DETALLES   TO WK-MAN-REGISTROS
               MOVE WS-HASH-RECIBIDOS TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO
            END-IF.
      *
       6100-VALIDA-UN-REGISTRO.
            EVALUATE REG-RETORNO(1:2)
               WHEN '01'
                  MOVE CAB-FECHA-GEN TO WK-FECHA-CAB
                  CALL "QG1CX072" USING WK-FECHA-CAB,
                                         WK-FECHA-VALIDA
                  IF WK-FECHA-VALIDA NOT = 'S'
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
                  IF CAB-ANIO NOT = WK-ANIO
                     OR CAB-TRIMESTRE NOT = WK-TRIMESTRE
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
               WHEN '02'
                  ADD 1 TO WS-VAL-DETALLES
                  IF DET-COD-CANAL = SPACES
                     OR DET-TIPO-CANAL = SPACES
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
                  IF REG-RETORNO(7:36) NOT NUMERIC
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
                  IF DET-EN-PLAZO > DET-RESPONDIDOS
                     OR DET-FUNDADOS > DET-RESPONDIDOS
                     OR DET-VENCIDOS > DET-PENDIENTES
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
                  ADD DET-RECIBIDOS   TO WS-VAL-RECIBIDOS
                  ADD DET-RESPONDIDOS TO WS-VAL-RESPONDIDOS
               WHEN '09'
                  MOVE 'S' TO WS-VAL-TRAILER
                  IF TRL-DETALLES NOT = WS-VAL-DETALLES
                     OR TRL-HASH-RECIBIDOS NOT = WS-VAL-RECIBIDOS
                     OR TRL-HASH-RESPONDIDOS NOT = WS-VAL-RESPONDIDOS
                     PERFORM 6500-ANOTA-ERROR
                  END-IF
               WHEN OTHER
                  PERFORM 6500-ANOTA-ERROR
            END-EVALUATE.
      *
       6500-ANOTA-ERROR.
            ADD 1 TO WS-TOT-ERRORES
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REGISTRO INVALIDO: " REG-RETORNO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            MOVE WS-LIN-DETALLE TO REG-ERROR
            WRITE REG-ERROR.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX258.
