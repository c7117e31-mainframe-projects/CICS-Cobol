      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Aplicador del doble control de los cambios de
      *  contacto que llegan del CRM, hermano de QG1CX232: toma los
      *  cambios APROBADOS de QG1PNDCTO.DAT (COPY QG1PNC01) y los
      *  lleva a QG1CTO.DAT (COPY QG1CON01):
      *    'A' -> WRITE del contacto nuevo, sin coordenadas,
      *    'M' -> REWRITE del contacto, conservando sus coordenadas,
      *  marcando cada pendiente 'X' (aplicado) y regrabando el
      *  archivo de pendientes. Un pendiente que ya no se puede
      *  aplicar (alta de un contacto que otro ya creo por consola,
      *  cambio de uno que ya no existe) queda rechazado. El
      *  responsable ya se coteja contra la lista de vigilancia al
      *  encolar (QG1CX295). Lo aplicado queda anotado en el run-log
      *  via CALL QG1CX120.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX306.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-PENDIENTES ASSIGN TO "QG1PNDCTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-PENDIENTES.
           COPY QG1PNC01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PNC-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PNC-REG     PIC X(175).

       01 WK-I                 PIC 9(04).
       01 WK-APLICADO          PIC X(01).
       01 WS-TOT-APLICADOS     PIC 9(04) VALUE 0.
       01 WS-TOT-NO-APLICADOS  PIC 9(04) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX306'.
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
            MOVE "APLICACION DE CAMBIOS DE CONTACTO APROBADOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE.
      *
       2000-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES NOT = '00'
               DISPLAY "SIN CAMBIOS DE CONTACTO PENDIENTES, NADA QUE "
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
                     MOVE REG-PENDIENTE-CTO
                       TO WS-PNC-REG(WS-TOT-PENDIENTES)
               END-READ
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       3000-APLICA-APROBADOS.
            OPEN I-O HOST-CONTACTOS
            IF FS-CONTACTOS = '35'
               OPEN OUTPUT HOST-CONTACTOS
               CLOSE HOST-CONTACTOS
               OPEN I-O HOST-CONTACTOS
            END-IF
            IF FS-CONTACTOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-CONTACTOS FALLIDO - "
                       "FILE STATUS " FS-CONTACTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNC-REG(WK-I) TO REG-PENDIENTE-CTO
               IF PNC-APROBADO
                  PERFORM 3100-APLICA-UNO
                  MOVE REG-PENDIENTE-CTO TO WS-PNC-REG(WK-I)
               END-IF
            END-PERFORM

            CLOSE HOST-CONTACTOS
            DISPLAY "CAMBIOS APLICADOS    : " WS-TOT-APLICADOS
            DISPLAY "CAMBIOS NO APLICADOS : " WS-TOT-NO-APLICADOS.
      *
       3100-APLICA-UNO.
            MOVE 'S' TO WK-APLICADO
            MOVE PNC-COD-CANAL TO CTO-COD-CANAL
            EVALUATE PNC-ACCION
               WHEN 'A'
                  PERFORM 3200-ARMA-CONTACTO
                  MOVE 'N' TO CTO-COORDENADAS
                  MOVE 0   TO CTO-LATITUD, CTO-LONGITUD
                  WRITE REG-CONTACTO
                     INVALID KEY
                        MOVE 'N' TO WK-APLICADO
                  END-WRITE
               WHEN 'M'
                  READ HOST-CONTACTOS
                     KEY IS CTO-COD-CANAL
                     INVALID KEY
                        MOVE 'N' TO WK-APLICADO
                  END-READ
                  IF WK-APLICADO = 'S'
                     PERFORM 3200-ARMA-CONTACTO
                     REWRITE REG-CONTACTO
                        INVALID KEY
                           MOVE 'N' TO WK-APLICADO
                     END-REWRITE
                  END-IF
               WHEN OTHER
                  MOVE 'N' TO WK-APLICADO
            END-EVALUATE

            MOVE SPACES TO WK-LOG-TEXTO
            IF WK-APLICADO = 'S'
               SET PNC-APLICADO TO TRUE
               ADD 1 TO WS-TOT-APLICADOS
               MOVE 'I' TO WK-LOG-SEVERIDAD
               STRING "APLICADO CAMBIO CONTACTO " PNC-SECUENCIA
                      " " PNC-ACCION " CANAL " PNC-COD-CANAL
                      " APROBO " PNC-APROBADOR
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            ELSE
               SET PNC-RECHAZADO TO TRUE
               ADD 1 TO WS-TOT-NO-APLICADOS
               MOVE 'A' TO WK-LOG-SEVERIDAD
               STRING "NO APLICABLE CAMBIO CONTACTO " PNC-SECUENCIA
                      " " PNC-ACCION " CANAL " PNC-COD-CANAL
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               DISPLAY "CAMBIO " PNC-SECUENCIA " ACCION " PNC-ACCION
                       " CANAL " PNC-COD-CANAL
                       " YA NO SE PUEDE APLICAR, QUEDA RECHAZADO"
            END-IF
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       3200-ARMA-CONTACTO.
            MOVE PNC-RESPONSABLE TO CTO-RESPONSABLE
            MOVE PNC-TELEFONO    TO CTO-TELEFONO
            MOVE PNC-EMAIL       TO CTO-EMAIL
            MOVE PNC-DIRECCION   TO CTO-DIRECCION
            MOVE PNC-HORARIO     TO CTO-HORARIO
            MOVE PNC-UBIGEO      TO CTO-UBIGEO.
      *
       4000-REGRABA-PENDIENTES.
            OPEN OUTPUT HOST-PENDIENTES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE WS-PNC-REG(WK-I) TO REG-PENDIENTE-CTO
               WRITE REG-PENDIENTE-CTO
            END-PERFORM
            CLOSE HOST-PENDIENTES.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX306.
