      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte diario de transmisiones pendientes. Cruza
      *  el manifiesto de archivos de salida QG1MANIF.DAT (COPY
      *  QG1MAN01) con la bitacora de transmisiones QG1TRANS.DAT
      *  (COPY QG1TRN01) a una fecha de corte (ENTER = hoy); solo
      *  cuentan las versiones producidas y los eventos anotados
      *  hasta ese dia. Lista:
      *    - producidos sin enviar: versiones sin evento 'E' ni 'R',
      *      con los dias desde que se produjeron. Si ya hay una
      *      version mas nueva del mismo archivo sale marcada
      *      "REEMPLAZADA" y no cuenta como pendiente,
      *    - enviados sin acuse: versiones con envio o reenvio y sin
      *      evento 'A', con los dias desde el ultimo envio.
      *  Los dias salen de CALL QG1CX073 (operacion 'B'). Salida
      *  QG1CX274.RPT; el resumen queda en el run-log via CALL
      *  QG1CX120, con severidad 'A' si queda algo pendiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX274.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-MANIFIESTO ASSIGN TO "QG1MANIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

           SELECT HOST-TRANSMISION ASSIGN TO "QG1TRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSMISION.

           SELECT HOST-RPT ASSIGN TO "QG1CX274.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-MANIFIESTO.
           COPY QG1MAN01.

       FD  HOST-TRANSMISION.
           COPY QG1TRN01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-MANIFIESTO        PIC X(02).
       01 FS-TRANSMISION       PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-CORTE       PIC 9(08).
       01 WK-FECHA-TEXTO       PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FECHA-EVENTO      PIC 9(08).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

      * versiones producidas hasta el corte y su estado a esa fecha
       01 WS-TOT-MANIFIESTOS   PIC 9(05) VALUE 0.
       01 WS-TABLA-MANIFIESTOS.
          05 WS-MAN-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-MANIFIESTOS.
             10 WS-MAN-REG     PIC X(127).
             10 WS-MAN-ENVIADO PIC X(01).
             10 WS-MAN-ACUSADO PIC X(01).
             10 WS-MAN-FECHA-ENVIO
                               PIC 9(08).

       01 WK-I                 PIC 9(05).
       01 WK-J                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-NUMERO            PIC 9(07).
       01 WK-ARCHIVO           PIC X(12).
       01 WK-REEMPLAZADA       PIC X(01).

       01 WS-TOT-SIN-ENVIO     PIC 9(05) VALUE 0.
       01 WS-TOT-REEMPLAZADAS  PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-ACUSE     PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX274'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-REGISTROS-ED      PIC ZZZZZZZZ9.
       01 WK-HASH-ED           PIC ZZZZZZZZZZZZZZ9,99.
       01 WK-DIAS-ED           PIC ZZZZ9.
       01 WK-MARCA             PIC X(11).
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-MANIFIESTO
            PERFORM 2500-CARGA-BITACORA
            PERFORM 3000-EMITE-REPORTE
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE DE TRANSMISIONES PENDIENTES" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER = HOY) : "
            MOVE SPACES TO WK-FECHA-TEXTO
            ACCEPT WK-FECHA-TEXTO
            IF WK-FECHA-TEXTO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORTE
            ELSE
               MOVE 'N' TO WK-FECHA-VALIDA
               IF WK-FECHA-TEXTO IS NUMERIC
                  MOVE WK-FECHA-TEXTO TO WK-FECHA-CORTE
                  CALL "QG1CX072" USING WK-FECHA-CORTE,
                                         WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "ABEND: FECHA DE CORTE INVALIDA - "
                          WK-FECHA-TEXTO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            DISPLAY "CORTE AL " WK-FECHA-CORTE.
      *
       2000-CARGA-MANIFIESTO.
            OPEN INPUT HOST-MANIFIESTO
            IF FS-MANIFIESTO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MANIFIESTO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MAN-FECHA-HORA(1:8) NOT > WK-FECHA-CORTE
                           PERFORM 2100-ANOTA-VERSION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MANIFIESTO
            ELSE
               DISPLAY "SIN MANIFIESTO DE ARCHIVOS DE SALIDA"
            END-IF.
      *
       2100-ANOTA-VERSION.
            IF WS-TOT-MANIFIESTOS = 20000
               DISPLAY "ABEND: TABLA DEL MANIFIESTO LLENA (20000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-MANIFIESTOS
            MOVE REG-MANIFIESTO TO WS-MAN-REG(WS-TOT-MANIFIESTOS)
            MOVE 'N' TO WS-MAN-ENVIADO(WS-TOT-MANIFIESTOS)
            MOVE 'N' TO WS-MAN-ACUSADO(WS-TOT-MANIFIESTOS)
            MOVE 0   TO WS-MAN-FECHA-ENVIO(WS-TOT-MANIFIESTOS).
      *
       2500-CARGA-BITACORA.
            OPEN INPUT HOST-TRANSMISION
            IF FS-TRANSMISION = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TRANSMISION
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE TRN-FECHA-HORA(1:8) TO WK-FECHA-EVENTO
                        IF WK-FECHA-EVENTO NOT > WK-FECHA-CORTE
                           PERFORM 2600-ANOTA-EVENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TRANSMISION
            END-IF.
      *
       2600-ANOTA-EVENTO.
            MOVE TRN-MANIFIESTO TO WK-NUMERO
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MANIFIESTOS OR WK-POS > 0
               IF WS-MAN-REG(WK-I)(1:7) = WK-NUMERO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               IF TRN-ACUSE
                  MOVE 'S' TO WS-MAN-ACUSADO(WK-POS)
               ELSE
                  MOVE 'S' TO WS-MAN-ENVIADO(WK-POS)
                  IF WK-FECHA-EVENTO > WS-MAN-FECHA-ENVIO(WK-POS)
                     MOVE WK-FECHA-EVENTO
                       TO WS-MAN-FECHA-ENVIO(WK-POS)
                  END-IF
               END-IF
            END-IF.
      *
       3000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TRANSMISIONES PENDIENTES AL " WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "PRODUCIDOS SIN ENVIAR" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "MANIFIES ARCHIVO      NEGOCIO  PROGRAMA "
                   "REGISTROS         HASH TOTAL PRODUCIDO  DIAS "
                   "MARCA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MANIFIESTOS
               IF WS-MAN-ENVIADO(WK-I) NOT = 'S'
                  PERFORM 3100-EMITE-SIN-ENVIO
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "ENVIADOS SIN ACUSE" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "MANIFIES ARCHIVO      NEGOCIO  PROGRAMA "
                   "REGISTROS         HASH TOTAL ENVIADO    DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MANIFIESTOS
               IF WS-MAN-ENVIADO(WK-I) = 'S'
                  AND WS-MAN-ACUSADO(WK-I) NOT = 'S'
                  PERFORM 3300-EMITE-SIN-ACUSE
               END-IF
            END-PERFORM.
      *
       3100-EMITE-SIN-ENVIO.
            MOVE WS-MAN-REG(WK-I) TO REG-MANIFIESTO
            MOVE MAN-ARCHIVO TO WK-ARCHIVO
            MOVE MAN-NUMERO  TO WK-NUMERO
            MOVE 'N' TO WK-REEMPLAZADA
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-MANIFIESTOS
               IF WS-MAN-REG(WK-J)(8:12) = WK-ARCHIVO
                  AND WS-MAN-REG(WK-J)(1:7) > WK-NUMERO
                  MOVE 'S' TO WK-REEMPLAZADA
               END-IF
            END-PERFORM
            MOVE SPACES TO WK-MARCA
            IF WK-REEMPLAZADA = 'S'
               MOVE "REEMPLAZADA" TO WK-MARCA
               ADD 1 TO WS-TOT-REEMPLAZADAS
            ELSE
               ADD 1 TO WS-TOT-SIN-ENVIO
            END-IF
            MOVE MAN-FECHA-HORA(1:8) TO WK-FECHA-AUX
            PERFORM 3500-CALCULA-DIAS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING MAN-NUMERO " " MAN-ARCHIVO " " MAN-FECHA-NEGOCIO
                   " " MAN-PROGRAMA " " WK-REGISTROS-ED " "
                   WK-HASH-ED " " WK-FECHA-AUX " " WK-DIAS-ED " "
                   WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3300-EMITE-SIN-ACUSE.
            MOVE WS-MAN-REG(WK-I) TO REG-MANIFIESTO
            ADD 1 TO WS-TOT-SIN-ACUSE
            MOVE WS-MAN-FECHA-ENVIO(WK-I) TO WK-FECHA-AUX
            PERFORM 3500-CALCULA-DIAS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING MAN-NUMERO " " MAN-ARCHIVO " " MAN-FECHA-NEGOCIO
                   " " MAN-PROGRAMA " " WK-REGISTROS-ED " "
                   WK-HASH-ED " " WK-FECHA-AUX " " WK-DIAS-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       3500-CALCULA-DIAS.
            MOVE MAN-REGISTROS TO WK-REGISTROS-ED
            MOVE MAN-HASH      TO WK-HASH-ED
            MOVE 0 TO WK-DIAS-RESULTADO
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-AUX, WK-FECHA-CORTE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            MOVE WK-DIAS-RESULTADO TO WK-DIAS-ED.
      *
       8000-TOTALES.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "VERSIONES AL CORTE: " WS-TOT-MANIFIESTOS
                   "  SIN ENVIAR: " WS-TOT-SIN-ENVIO
                   "  REEMPLAZADAS: " WS-TOT-REEMPLAZADAS
                   "  SIN ACUSE: " WS-TOT-SIN-ACUSE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "VERSIONES AL CORTE : " WS-TOT-MANIFIESTOS
            DISPLAY "SIN ENVIAR         : " WS-TOT-SIN-ENVIO
            DISPLAY "REEMPLAZADAS       : " WS-TOT-REEMPLAZADAS
            DISPLAY "SIN ACUSE          : " WS-TOT-SIN-ACUSE

            IF WS-TOT-SIN-ENVIO > 0 OR WS-TOT-SIN-ACUSE > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CORTE " WK-FECHA-CORTE " SIN ENVIAR "
                   WS-TOT-SIN-ENVIO " SIN ACUSE " WS-TOT-SIN-ACUSE
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX274.
