      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte diario de limites temporales por canal
      *  (QG1LIMTMP.DAT, COPY QG1LTM01) a una fecha (ENTER = hoy),
      *  para que operaciones vea cada manana que topes cambian:
      *    INICIA       aprobado cuya vigencia empieza en la fecha,
      *    VENCE        aprobado cuyo ultimo dia es la fecha,
      *    VIGENTE      aprobado en curso (ni inicia ni vence hoy),
      *    VENCIDO-ALTO aprobado ya vencido (en los ultimos
      *                 LTM-DIAS-REVISION dias, parametro via
      *                 QG1CX112, por defecto 30) sin otro temporal
      *                 vigente para el canal, pero con el tope del
      *                 maestro MTO-LIMITE-TRX igual o mayor que el
      *                 temporal: el tope sigue luciendo elevado,
      *                 casi siempre porque alguien lo subio a mano
      *                 en el maestro y no lo bajo,
      *    SIN-APROBAR  pendiente ('P') cuya vigencia ya empezo: no
      *                 rige hasta que un segundo operador lo apruebe
      *                 con QG1CX240.
      *  El temporal se convierte a la moneda del tope del canal
      *  (CALL QG1CX132) antes de compararlo con el maestro, igual
      *  que la rutina QG1CX238. Salida QG1CX241.RPT; el resumen
      *  queda en el run-log via CALL QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX241.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TEMPORALES ASSIGN TO "QG1LIMTMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TEMPORALES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-RPT ASSIGN TO "QG1CX241.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TEMPORALES.
           COPY QG1LTM01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TEMPORALES        PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-REPORTE     PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-REVISION     PIC 9(03) VALUE 30.

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WS-TOT-TEMPORALES    PIC 9(04) VALUE 0.
       01 WS-TABLA-TEMPORALES.
          05 WS-LTM-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-TEMPORALES.
             10 WS-LTM-REG     PIC X(93).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-CANAL             PIC X(03).
       01 WK-OTRO-VIGENTE      PIC X(01).
       01 WK-SITUACION         PIC X(12).

       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).

       01 WS-TOT-INICIAN       PIC 9(04) VALUE 0.
       01 WS-TOT-VENCEN        PIC 9(04) VALUE 0.
       01 WS-TOT-VIGENTES      PIC 9(04) VALUE 0.
       01 WS-TOT-VENCIDO-ALTO  PIC 9(04) VALUE 0.
       01 WS-TOT-SIN-APROBAR   PIC 9(04) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX241'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WK-LIMITE-ED         PIC ZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-TEMPORALES
            PERFORM 3000-REPORTA
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE DIARIO DE LIMITES TEMPORALES" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DEL REPORTE (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-REPORTE
            ELSE
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-REPORTE
            END-IF
            CALL "QG1CX072" USING WK-FECHA-REPORTE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: FECHA DEL REPORTE INVALIDA - "
                       WK-FECHA-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'LTM-DIAS-REVISION' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-REVISION
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-TEMPORALES.
            OPEN INPUT HOST-TEMPORALES
            IF FS-TEMPORALES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORALES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-TEMPORALES = 2000
                           DISPLAY "ABEND: TABLA DE LIMITES "
                                   "TEMPORALES LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-TEMPORALES
                        MOVE REG-LIMITE-TEMPORAL
                          TO WS-LTM-REG(WS-TOT-TEMPORALES)
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORALES
            END-IF
            DISPLAY "LIMITES TEMPORALES LEIDOS : " WS-TOT-TEMPORALES.
      *
       3000-REPORTA.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LIMITES TEMPORALES POR CANAL AL " WK-FECHA-REPORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "SECUE CAN SITUACION       TEMPORAL MON DESDE    "
                   "HASTA        MAESTRO MON MOTIVO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TEMPORALES
               MOVE WS-LTM-REG(WK-I) TO REG-LIMITE-TEMPORAL
               PERFORM 3100-CLASIFICA-UNO
               IF WK-SITUACION NOT = SPACES
                  PERFORM 3300-LINEA-DETALLE
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "INICIAN: " WS-TOT-INICIAN
                   "  VENCEN: " WS-TOT-VENCEN
                   "  VIGENTES: " WS-TOT-VIGENTES
                   "  VENCIDOS-ALTOS: " WS-TOT-VENCIDO-ALTO
                   "  SIN APROBAR: " WS-TOT-SIN-APROBAR
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT, HOST004

            DISPLAY "INICIAN HOY         : " WS-TOT-INICIAN
            DISPLAY "VENCEN HOY          : " WS-TOT-VENCEN
            DISPLAY "VIGENTES            : " WS-TOT-VIGENTES
            DISPLAY "VENCIDOS AUN ALTOS  : " WS-TOT-VENCIDO-ALTO
            DISPLAY "PENDIENTES SIN APROBAR : " WS-TOT-SIN-APROBAR

            IF WS-TOT-VENCIDO-ALTO > 0 OR WS-TOT-SIN-APROBAR > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "TEMPORALES " WK-FECHA-REPORTE
                   " INI " WS-TOT-INICIAN " VEN " WS-TOT-VENCEN
                   " ALTOS " WS-TOT-VENCIDO-ALTO
                   " PEND " WS-TOT-SIN-APROBAR
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       3100-CLASIFICA-UNO.
            MOVE SPACES TO WK-SITUACION
            MOVE LTM-COD-CANAL TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE 0 TO MTO-LIMITE-TRX
                  MOVE SPACES TO COD-MONEDA-LIM
            END-READ

            EVALUATE TRUE
               WHEN LTM-EN-REVISION
                    AND LTM-DESDE NOT > WK-FECHA-REPORTE
                    AND LTM-HASTA NOT < WK-FECHA-REPORTE
                  MOVE 'SIN-APROBAR' TO WK-SITUACION
                  ADD 1 TO WS-TOT-SIN-APROBAR
               WHEN NOT LTM-APROBADO
                  CONTINUE
               WHEN LTM-DESDE = WK-FECHA-REPORTE
                  MOVE 'INICIA' TO WK-SITUACION
                  ADD 1 TO WS-TOT-INICIAN
               WHEN LTM-HASTA = WK-FECHA-REPORTE
                  MOVE 'VENCE' TO WK-SITUACION
                  ADD 1 TO WS-TOT-VENCEN
               WHEN LTM-DESDE < WK-FECHA-REPORTE
                    AND LTM-HASTA > WK-FECHA-REPORTE
                  MOVE 'VIGENTE' TO WK-SITUACION
                  ADD 1 TO WS-TOT-VIGENTES
               WHEN LTM-HASTA < WK-FECHA-REPORTE
                  PERFORM 3200-REVISA-VENCIDO
            END-EVALUATE.
      *
      * un vencido reciente luce activo si el canal no tiene otro
      * temporal vigente y el maestro quedo igual o por encima
       3200-REVISA-VENCIDO.
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   LTM-HASTA, WK-FECHA-REPORTE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            IF WK-DIAS-RESULTADO NOT > WS-DIAS-REVISION
               AND MTO-LIMITE-TRX > 0
               MOVE LTM-COD-CANAL TO WK-CANAL
               MOVE 'N' TO WK-OTRO-VIGENTE
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-TEMPORALES
                  MOVE WS-LTM-REG(WK-J) TO REG-LIMITE-TEMPORAL
                  IF LTM-APROBADO AND LTM-COD-CANAL = WK-CANAL
                     AND LTM-DESDE NOT > WK-FECHA-REPORTE
                     AND LTM-HASTA NOT < WK-FECHA-REPORTE
                     MOVE 'S' TO WK-OTRO-VIGENTE
                  END-IF
               END-PERFORM
               MOVE WS-LTM-REG(WK-I) TO REG-LIMITE-TEMPORAL
               IF WK-OTRO-VIGENTE = 'N'
                  PERFORM 3250-CONVIERTE-TEMPORAL
                  IF MTO-LIMITE-TRX NOT < WK-MONTO-CONV
                     MOVE 'VENCIDO-ALTO' TO WK-SITUACION
                     ADD 1 TO WS-TOT-VENCIDO-ALTO
                  END-IF
               END-IF
            END-IF.
      *
       3250-CONVIERTE-TEMPORAL.
            CALL "QG1CX132" USING LTM-MONEDA, COD-MONEDA-LIM,
                                   WK-FECHA-REPORTE, LTM-MONTO,
                                   WK-MONTO-CONV, WK-TASA-APLICADA,
                                   WK-CONVERSION-OK
            IF WK-CONVERSION-OK NOT = 'S'
               MOVE LTM-MONTO TO WK-MONTO-CONV
            END-IF.
      *
       3300-LINEA-DETALLE.
            MOVE LTM-MONTO TO WK-MONTO-ED
            MOVE MTO-LIMITE-TRX TO WK-LIMITE-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING LTM-SECUENCIA " " LTM-COD-CANAL " " WK-SITUACION
                   " " WK-MONTO-ED " " LTM-MONEDA
                   " " LTM-DESDE " " LTM-HASTA
                   " " WK-LIMITE-ED " " COD-MONEDA-LIM
                   " " LTM-MOTIVO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX241.
