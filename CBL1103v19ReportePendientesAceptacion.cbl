      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte de comprobantes electronicos pendientes.
      *  Recorre el registro QG1CPE.DAT (COPY QG1CPE01) y lista en
      *  QG1CX225.RPT:
      *    - los enviados ('E') que llevan mas de N dias sin respuesta
      *      de la administracion tributaria (dias desde la emision
      *      con CALL QG1CX073 operacion 'B'; N = parametro
      *      CPE-DIAS-ACEPTA via QG1CX112, por defecto 7): se vuelven
      *      a enviar con el mismo numero en el proximo QG1CX223,
      *    - todos los rechazados ('R'), que requieren nota de
      *      credito y no se renumeran (una nota de credito
      *      rechazada se corrige emitiendo otra nota).
      *  Si hay algo que listar la corrida queda con severidad 'A' en
      *  el run-log QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX225.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COMPROBANTES ASSIGN TO "QG1CPE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPE-LLAVE
           FILE STATUS IS FS-COMPROBANTES.

           SELECT HOST-RPT ASSIGN TO "QG1CX225.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COMPROBANTES.
           COPY QG1CPE01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-COMPROBANTES      PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-DIAS-ED           PIC ZZZZZZ9.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-ACEPTA       PIC 9(03) VALUE 7.

       01 WS-TOT-SIN-RESPUESTA PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZADOS    PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX225'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-TOTAL-ED          PIC ZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-REVISA-COMPROBANTES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "COMPROBANTES ELECTRONICOS PENDIENTES DE ACEPTACION"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            MOVE 'CPE-DIAS-ACEPTA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-ACEPTA
            END-IF

            OPEN INPUT HOST-COMPROBANTES
            IF FS-COMPROBANTES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-COMPROBANTES FALLIDO - "
                       "FILE STATUS " FS-COMPROBANTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COMPROBANTES PENDIENTES AL " WK-FECHA-HOY
                   " - SIN RESPUESTA MAS DE " WS-DIAS-ACEPTA " DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-REVISA-COMPROBANTES.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COMPROBANTES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     EVALUATE TRUE
                        WHEN CPE-ENVIADO
                           PERFORM 2100-REVISA-ENVIADO
                        WHEN CPE-RECHAZADO
                           PERFORM 2200-LISTA-RECHAZADO
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE HOST-COMPROBANTES.
      *
       2100-REVISA-ENVIADO.
            MOVE CPE-FECHA-EMISION TO WK-FECHA-AUX
            MOVE WK-FECHA-HOY      TO WK-FECHA-AUX2
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-AUX, WK-FECHA-AUX2,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            IF WK-DIAS-RESULTADO > WS-DIAS-ACEPTA
               ADD 1 TO WS-TOT-SIN-RESPUESTA
               MOVE WK-DIAS-RESULTADO TO WK-DIAS-ED
               MOVE CPE-TOTAL TO WK-TOTAL-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "SIN RESPUESTA: " CPE-SERIE "-" CPE-CORRELATIVO
                      " CANAL " CPE-COD-CANAL
                      " EMITIDO " CPE-FECHA-EMISION
                      " (" WK-DIAS-ED " DIAS) TOTAL " WK-TOTAL-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       2200-LISTA-RECHAZADO.
            ADD 1 TO WS-TOT-RECHAZADOS
            MOVE CPE-TOTAL TO WK-TOTAL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECHAZADO    : " CPE-SERIE "-" CPE-CORRELATIVO
                   " CANAL " CPE-COD-CANAL
                   " COD " CPE-COD-RESPUESTA
                   " TOTAL " WK-TOTAL-ED
                   " - REQUIERE NOTA DE CREDITO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            IF CPE-ES-NOTA-CREDITO
               MOVE " - NOTA SIN EFECTO, EMITIR OTRA"
                 TO WS-LIN-DETALLE(69:31)
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "SIN RESPUESTA: " WS-TOT-SIN-RESPUESTA
                   "  RECHAZADOS: " WS-TOT-RECHAZADOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "SIN RESPUESTA      : " WS-TOT-SIN-RESPUESTA
            DISPLAY "RECHAZADOS         : " WS-TOT-RECHAZADOS

            IF WS-TOT-SIN-RESPUESTA > 0 OR WS-TOT-RECHAZADOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CPE PENDIENTES=" WS-TOT-SIN-RESPUESTA
                   " RECHAZADOS=" WS-TOT-RECHAZADOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX225.
