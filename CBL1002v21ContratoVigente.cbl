      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida que responde si un canal tiene
      *  contrato de servicio vigente a una fecha, segun los
      *  contratos QG1CONTR.DAT (COPY QG1CTR01). Un contrato rige
      *  si ya inicio a la fecha y:
      *    - la fecha no pasa de CTR-FECHA-FIN, o
      *    - ya termino pero se renueva solo (CTR-RENOVACION 'S'):
      *      se da por renovado por periodos iguales al original
      *      (de inicio a fin, ambos inclusive) hasta cubrir la
      *      fecha.
      *  Regresa LS-VIGENTE 'S'/'N' y, si esta vigente, el numero
      *  del contrato y el termino del periodo en curso (si hay mas
      *  de uno, el que termina mas tarde). Sin archivo de contratos
      *  no hay contrato vigente.
      *  La usan la certificacion de alta QG1CX180 y el reporte de
      *  vencimientos QG1CX261.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX260.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CONTRATOS ASSIGN TO "QG1CONTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-LLAVE
           FILE STATUS IS FS-CONTRATOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CONTRATOS.
           COPY QG1CTR01.

       WORKING-STORAGE SECTION.
       01 FS-CONTRATOS         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FIN-PERIODO       PIC 9(08).
       01 WK-PLAZO-DIAS        PIC S9(07).
       01 WK-ATRASO-DIAS       PIC S9(07).
       01 WK-PERIODOS          PIC 9(05).

       01 WK-OPERACION-FECHA   PIC X(01).
       01 WK-DIAS              PIC S9(05).
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       LINKAGE SECTION.
       01 LS-COD-CANAL         PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-VIGENTE           PIC X(01).
       01 LS-NUMERO            PIC X(12).
       01 LS-FIN-VIGENTE       PIC 9(08).

       PROCEDURE DIVISION USING LS-COD-CANAL,
                                LS-FECHA,
                                LS-VIGENTE,
                                LS-NUMERO,
                                LS-FIN-VIGENTE.
      *************************
       0000-MAIN.
            MOVE 'N'    TO LS-VIGENTE
            MOVE SPACES TO LS-NUMERO
            MOVE 0      TO LS-FIN-VIGENTE

            OPEN INPUT HOST-CONTRATOS
            IF FS-CONTRATOS = '00'
               PERFORM 1000-RECORRE-CONTRATOS
               CLOSE HOST-CONTRATOS
            END-IF
            PERFORM 4000-FINAL.
      *
       1000-RECORRE-CONTRATOS.
            MOVE LOW-VALUES   TO CTR-LLAVE
            MOVE LS-COD-CANAL TO CTR-COD-CANAL
            MOVE 'N' TO WS-EOF
            START HOST-CONTRATOS KEY NOT < CTR-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CONTRATOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CTR-COD-CANAL NOT = LS-COD-CANAL
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        IF CTR-FECHA-INICIO NOT > LS-FECHA
                           PERFORM 2000-EVALUA-CONTRATO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
      *
       2000-EVALUA-CONTRATO.
            MOVE 0 TO WK-FIN-PERIODO
            IF CTR-FECHA-FIN NOT < LS-FECHA
               MOVE CTR-FECHA-FIN TO WK-FIN-PERIODO
            ELSE
               IF CTR-RENUEVA-AUTO
                  PERFORM 2100-CALCULA-RENOVACION
               END-IF
            END-IF

            IF WK-FIN-PERIODO > LS-FIN-VIGENTE
               MOVE 'S'            TO LS-VIGENTE
               MOVE CTR-NUMERO     TO LS-NUMERO
               MOVE WK-FIN-PERIODO TO LS-FIN-VIGENTE
            END-IF.
      *
      * Periodos enteros del plazo original que hay que sumar al fin
      * del contrato para alcanzar la fecha consultada.
       2100-CALCULA-RENOVACION.
            MOVE 'B' TO WK-OPERACION-FECHA
            MOVE 0   TO WK-DIAS
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   CTR-FECHA-INICIO, CTR-FECHA-FIN,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            COMPUTE WK-PLAZO-DIAS = WK-DIAS-RESULTADO + 1
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   CTR-FECHA-FIN, LS-FECHA,
                                   WK-DIAS, WK-FECHA-RESULTADO,
                                   WK-DIAS-RESULTADO
            MOVE WK-DIAS-RESULTADO TO WK-ATRASO-DIAS
            IF WK-PLAZO-DIAS > 0
               COMPUTE WK-PERIODOS =
                       (WK-ATRASO-DIAS + WK-PLAZO-DIAS - 1)
                       / WK-PLAZO-DIAS
               MOVE 'A' TO WK-OPERACION-FECHA
               COMPUTE WK-DIAS = WK-PERIODOS * WK-PLAZO-DIAS
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      CTR-FECHA-FIN, LS-FECHA,
                                      WK-DIAS, WK-FECHA-RESULTADO,
                                      WK-DIAS-RESULTADO
               MOVE WK-FECHA-RESULTADO TO WK-FIN-PERIODO
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX260.
