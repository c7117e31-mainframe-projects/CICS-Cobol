      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Aplicador del doble control de cuentas de abono,
      *  hermano de QG1CX190: toma los cambios APROBADOS de
      *  QG1PNDABO.DAT (COPY QG1PNB01) y es el UNICO programa que
      *  escribe en QG1ABONO.DAT (COPY QG1ABO01):
      *    'A' -> WRITE de la cuenta nueva,
      *    'M' -> REWRITE de la cuenta,
      *    'B' -> DELETE de la cuenta,
      *  marcando cada pendiente 'X' (aplicado) y regrabando el
      *  archivo de pendientes. Un alta, o un cambio de banco, cuenta
      *  o titular, deja la cuenta en cuarentena: ABO-FECHA-LIBERACION
      *  = hoy mas N dias habiles (parametro ABO-DIAS-RETENCION via
      *  QG1CX112, por defecto 3; dias habiles segun el calendario
      *  QG1CALEN.DAT con CALL QG1CX197 operacion 'S'), y la corrida de
      *  pagos QG1CX155 no le paga antes de esa fecha. Un cambio solo
      *  del mandato de debito no reinicia la cuarentena. Toda alta o
      *  cambio deja la cuenta valida ('V'). Un pendiente que ya no se
      *  puede aplicar (alta de una cuenta que ya existe, cambio o
      *  baja de una que ya no existe) queda rechazado. Lo aplicado
      *  queda anotado en el run-log via CALL QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX232.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDABO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-ABONOS ASSIGN TO "QG1ABONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PENDIENTES.
           COPY QG1PNB01.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PNB-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNB-REG     PIC X(105).

       01 WK-I                 PIC 9(04).
       01 WK-APLICADO          PIC X(01).
       01 WS-TOT-APLICADOS     PIC 9(04) VALUE 0.
       01 WS-TOT-NO-APLICADOS  PIC 9(04) VALUE 0.

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-RETENCION    PIC 9(03) VALUE 3.
       01 WK-FECHA-LIBERACION  PIC 9(08).
       01 WK-DIA               PIC 9(03).

       01 WK-CAL-OPERACION     PIC X(01) VALUE 'S'.
       01 WK-CAL-FECHA-1       PIC 9(08).
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX232'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-PENDIENTES
            PERFORM 3000-APLICA-APROBADOS
            PERFORM 4000-REGRABA-PENDIENTES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "APLICACION DE CAMBIOS DE CUENTA DE ABONO APROBADOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            MOVE 'ABO-DIAS-RETENCION' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-RETENCION
            END-IF

      * fin de la cuarentena: N dias habiles despues de hoy
            MOVE WK-FECHA-HOY TO WK-FECHA-LIBERACION
            PERFORM VARYING WK-DIA FROM 1 BY 1
                    UNTIL WK-DIA > WS-DIAS-RETENCION
               MOVE WK-FECHA-LIBERACION TO WK-CAL-FECHA-1
               CALL "QG1CX197" USING WK-CAL-OPERACION,
                                      WK-CAL-FECHA-1,
                                      WK-CAL-FECHA-2,
                                      WK-CAL-FECHA-RES,
                                      WK-CAL-DIAS-RES,
                                      WK-CAL-ES-HABIL
               MOVE WK-CAL-FECHA-RES TO WK-FECHA-LIBERACION
            END-PERFORM
            DISPLAY "CUARENTENA DE " WS-DIAS-RETENCION
                    " DIAS HABILES, LIBERA EL " WK-FECHA-LIBERACION.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "SIN CAMBIOS DE CUENTA PENDIENTES, NADA QUE "
                       "APLICAR"
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PENDIENTES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-PENDIENTES = 500
                        DISPLAY "ABEND: TABLA DE PENDIENTES LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-PENDIENTES
                     MOVE REG-PENDIENTE-ABO
                       TO WS-PNB-REG(WS-TOT-PENDIENTES)
               END-READ
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       3000-APLICA-APROBADOS.
            OPEN I-O HOST-ABONOS
            IF FS-ABONOS = '35'
               OPEN OUTPUT HOST-ABONOS
               CLOSE HOST-ABONOS
               OPEN I-O HOST-ABONOS
            END-IF
            IF FS-ABONOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-ABONOS FALLIDO - "
                       "FILE STATUS " FS-ABONOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNB-REG(WK-I) TO REG-PENDIENTE-ABO
               IF PNB-APROBADO
                  PERFORM 3100-APLICA-UNO
                  MOVE REG-PENDIENTE-ABO TO WS-PNB-REG(WK-I)
               END-IF
            END-PERFORM

            CLOSE HOST-ABONOS
            DISPLAY "CAMBIOS APLICADOS    : " WS-TOT-APLICADOS
            DISPLAY "CAMBIOS NO APLICADOS : " WS-TOT-NO-APLICADOS.
      *
       3100-APLICA-UNO.
            MOVE 'S' TO WK-APLICADO
            MOVE PNB-COD-CANAL TO ABO-COD-CANAL
            EVALUATE PNB-ACCION
               WHEN 'A'
                  PERFORM 3200-ARMA-CUENTA
                  MOVE WK-FECHA-LIBERACION TO ABO-FECHA-LIBERACION
                  WRITE REG-CUENTA-ABONO
                     INVALID KEY
                        MOVE 'N' TO WK-APLICADO
                  END-WRITE
               WHEN 'M'
                  READ HOST-ABONOS
                     KEY IS ABO-COD-CANAL
                     INVALID KEY
                        MOVE 'N' TO WK-APLICADO
                  END-READ
                  IF WK-APLICADO = 'S'
                     PERFORM 3300-CAMBIA-CUENTA
                  END-IF
               WHEN 'B'
                  DELETE HOST-ABONOS
                     INVALID KEY
                        MOVE 'N' TO WK-APLICADO
                  END-DELETE
               WHEN OTHER
                  MOVE 'N' TO WK-APLICADO
            END-EVALUATE

            MOVE SPACES TO WK-LOG-TEXTO
            IF WK-APLICADO = 'S'
               SET PNB-APLICADO TO TRUE
               ADD 1 TO WS-TOT-APLICADOS
               MOVE 'I' TO WK-LOG-SEVERIDAD
               STRING "APLICADO CAMBIO CUENTA " PNB-SECUENCIA
                      " " PNB-ACCION " CANAL " PNB-COD-CANAL
                      " APROBO " PNB-APROBADOR
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            ELSE
               SET PNB-RECHAZADO TO TRUE
               ADD 1 TO WS-TOT-NO-APLICADOS
               MOVE 'A' TO WK-LOG-SEVERIDAD
               STRING "NO APLICABLE CAMBIO CUENTA " PNB-SECUENCIA
                      " " PNB-ACCION " CANAL " PNB-COD-CANAL
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               DISPLAY "CAMBIO " PNB-SECUENCIA " ACCION " PNB-ACCION
                       " CANAL " PNB-COD-CANAL
                       " YA NO SE PUEDE APLICAR, QUEDA RECHAZADO"
            END-IF
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       3200-ARMA-CUENTA.
            MOVE PNB-BANCO   TO ABO-BANCO
            MOVE PNB-CUENTA  TO ABO-CUENTA
            MOVE PNB-TITULAR TO ABO-TITULAR
            MOVE PNB-MANDATO TO ABO-MANDATO-DEBITO
            MOVE 'V'         TO ABO-ESTADO-CUENTA
            MOVE SPACES      TO ABO-MOTIVO-INVALIDA.
      *
      * solo un cambio de banco, cuenta o titular reinicia la
      * cuarentena
       3300-CAMBIA-CUENTA.
            IF PNB-BANCO NOT = ABO-BANCO
               OR PNB-CUENTA NOT = ABO-CUENTA
               OR PNB-TITULAR NOT = ABO-TITULAR
               MOVE WK-FECHA-LIBERACION TO ABO-FECHA-LIBERACION
            END-IF
            PERFORM 3200-ARMA-CUENTA
            REWRITE REG-CUENTA-ABONO
               INVALID KEY
                  MOVE 'N' TO WK-APLICADO
            END-REWRITE.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNB-REG(WK-I) TO REG-PENDIENTE-ABO
               WRITE REG-PENDIENTE-ABO
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX232.
