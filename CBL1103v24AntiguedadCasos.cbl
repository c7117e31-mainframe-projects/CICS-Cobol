      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte de antiguedad de los casos de
      *  cumplimiento abiertos (QG1CASOS.DAT, COPY QG1CAS01) a una
      *  fecha de reporte (ENTER = hoy). Por cada caso no cerrado
      *  lista canal, origen, estado, analista, fecha de alta, fecha
      *  limite, dias abierto, dias que le quedan al plazo (negativo
      *  si ya paso, con CALL QG1CX073 'B') y marca VENCIDO el que
      *  paso su CAS-FECHA-LIMITE. Al pie, los abiertos por estado
      *  (nuevo sin asignar, asignado, en investigacion), los
      *  vencidos y los ya cerrados.
      *  Salida QG1CX250.RPT; el resumen queda en el run-log via
      *  CALL QG1CX120 (severidad 'A' si hay casos vencidos).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX250.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CASOS ASSIGN TO "QG1CASOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAS-NUMERO
           ALTERNATE RECORD KEY IS CAS-ALERTA WITH DUPLICATES
           FILE STATUS IS FS-CASOS.

           SELECT HOST-RPT ASSIGN TO "QG1CX250.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CASOS.
           COPY QG1CAS01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CASOS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-REPORTE     PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-DIAS-ABIERTO      PIC S9(07).
       01 WK-DIAS-RESTAN       PIC S9(07).
       01 WK-PLAZO             PIC X(07).

       01 WS-TOT-NUEVOS        PIC 9(05) VALUE 0.
       01 WS-TOT-ASIGNADOS     PIC 9(05) VALUE 0.
       01 WS-TOT-INVESTIGA     PIC 9(05) VALUE 0.
       01 WS-TOT-ABIERTOS      PIC 9(05) VALUE 0.
       01 WS-TOT-VENCIDOS      PIC 9(05) VALUE 0.
       01 WS-TOT-CERRADOS      PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX250'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-ABIERTO-ED        PIC ZZZ9.
       01 WK-RESTAN-ED         PIC -ZZZ9.
       01 WK-OCURRENCIAS-ED    PIC ZZZZ9.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-LISTA-ABIERTOS
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ANTIGUEDAD DE CASOS DE CUMPLIMIENTO" TO WK-MENSAJE
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

            OPEN INPUT HOST-CASOS
            IF FS-CASOS NOT = '00'
               DISPLAY "ABEND: SIN CASOS QG1CASOS.DAT - FILE STATUS "
                       FS-CASOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CASOS DE CUMPLIMIENTO ABIERTOS AL "
                   WK-FECHA-REPORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CASO    CAN ORI E ANALISTA ALTA     LIMITE   "
                   "ABIER RESTA OCURR PLAZO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-LISTA-ABIERTOS.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CASOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CAS-ABIERTO
                        PERFORM 2100-LISTA-CASO
                     ELSE
                        ADD 1 TO WS-TOT-CERRADOS
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CASOS.
      *
       2100-LISTA-CASO.
            ADD 1 TO WS-TOT-ABIERTOS
            EVALUATE TRUE
               WHEN CAS-NUEVO
                  ADD 1 TO WS-TOT-NUEVOS
               WHEN CAS-ASIGNADO
                  ADD 1 TO WS-TOT-ASIGNADOS
               WHEN OTHER
                  ADD 1 TO WS-TOT-INVESTIGA
            END-EVALUATE

            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   CAS-FECHA-ALTA, WK-FECHA-REPORTE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            MOVE WK-DIAS-RESULTADO TO WK-DIAS-ABIERTO
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-REPORTE, CAS-FECHA-LIMITE,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            MOVE WK-DIAS-RESULTADO TO WK-DIAS-RESTAN
            IF WK-DIAS-RESTAN < 0
               MOVE 'VENCIDO' TO WK-PLAZO
               ADD 1 TO WS-TOT-VENCIDOS
            ELSE
               MOVE 'AL DIA' TO WK-PLAZO
            END-IF

            MOVE WK-DIAS-ABIERTO TO WK-ABIERTO-ED
            MOVE WK-DIAS-RESTAN  TO WK-RESTAN-ED
            MOVE CAS-OCURRENCIAS TO WK-OCURRENCIAS-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING CAS-NUMERO " " CAS-COD-CANAL " " CAS-ORIGEN
                   " " CAS-ESTADO " " CAS-ANALISTA
                   " " CAS-FECHA-ALTA " " CAS-FECHA-LIMITE
                   " " WK-ABIERTO-ED " " WK-RESTAN-ED
                   " " WK-OCURRENCIAS-ED " " WK-PLAZO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ABIERTOS: " WS-TOT-ABIERTOS
                   "  NUEVOS: " WS-TOT-NUEVOS
                   "  ASIGNADOS: " WS-TOT-ASIGNADOS
                   "  EN INVESTIGACION: " WS-TOT-INVESTIGA
                   "  VENCIDOS: " WS-TOT-VENCIDOS
                   "  CERRADOS: " WS-TOT-CERRADOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CASOS ABIERTOS        : " WS-TOT-ABIERTOS
            DISPLAY "  NUEVOS              : " WS-TOT-NUEVOS
            DISPLAY "  ASIGNADOS           : " WS-TOT-ASIGNADOS
            DISPLAY "  EN INVESTIGACION    : " WS-TOT-INVESTIGA
            DISPLAY "VENCIDOS              : " WS-TOT-VENCIDOS
            DISPLAY "CERRADOS              : " WS-TOT-CERRADOS

            IF WS-TOT-VENCIDOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CASOS " WK-FECHA-REPORTE
                   " ABIERTOS " WS-TOT-ABIERTOS
                   " VENCIDOS " WS-TOT-VENCIDOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX250.
