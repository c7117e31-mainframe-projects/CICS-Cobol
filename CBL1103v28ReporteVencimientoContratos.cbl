      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual de contratos de servicio por
      *  canal (QG1CONTR.DAT, COPY QG1CTR01) a una fecha de corte
      *  (ENTER = hoy), en dos partes:
      *    1. POR TERMINAR: canales cuyo contrato vigente (rutina
      *       QG1CX260) termina entre la fecha de corte y los
      *       CONTRATO-DIAS-AVISO dias siguientes (parametro via
      *       QG1CX112, por defecto 90). Si al dia siguiente del
      *       termino ya rige otro contrato, el canal no sale. Si
      *       el mismo contrato sigue por renovacion automatica sale
      *       como RENUEVA, con la fecha limite para dar el aviso de
      *       no renovacion (termino menos CTR-DIAS-PREAVISO); si no,
      *       sale como VENCE.
      *    2. SIN CONTRATO: canales activos o suspendidos que no
      *       tienen contrato vigente a la fecha de corte (operando
      *       sin contrato o con el contrato vencido). Los pendientes
      *       no se revisan: la certificacion de alta QG1CX180 ya les
      *       exige contrato.
      *  Salida QG1CX261.RPT; el resumen queda en el run-log via
      *  CALL QG1CX120 (severidad 'A' si hay canales sin contrato).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX261.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CONTRATOS ASSIGN TO "QG1CONTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTR-LLAVE
           FILE STATUS IS FS-CONTRATOS.

           SELECT HOST-RPT ASSIGN TO "QG1CX261.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTRATOS.
           COPY QG1CTR01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CONTRATOS         PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-HAY-CONTRATOS     PIC X(01) VALUE 'N'.

       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-CORTE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-AVISO        PIC 9(03) VALUE 90.

       01 WK-OPERACION-FECHA   PIC X(01).
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-VIGENTE           PIC X(01).
       01 WK-NUMERO            PIC X(12).
       01 WK-FIN-VIGENTE       PIC 9(08).
       01 WK-DIA-SIGUIENTE     PIC 9(08).
       01 WK-SIG-VIGENTE       PIC X(01).
       01 WK-SIG-NUMERO        PIC X(12).
       01 WK-SIG-FIN           PIC 9(08).
       01 WK-FECHA-AVISO       PIC 9(08).
       01 WK-SITUACION         PIC X(07).

       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TOT-POR-TERMINAR  PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-CONTRATO  PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX261'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-DIAS-ED           PIC ZZ9.
       01 WS-LIN-DETALLE       PIC X(132).

      * los canales sin contrato se juntan durante la lectura del
      * maestro y se imprimen despues como segunda parte
       01 WS-SIN-CONTRATO-TABLA.
          05 WS-SIN-CONTRATO OCCURS 500 TIMES.
             10 WS-SC-COD-CANAL PIC X(03).
             10 WS-SC-ESTADO    PIC X(01).
       01 WS-IDX               PIC 9(03).
       01 WS-TOT-EN-TABLA      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-POR-TERMINAR
            PERFORM 3000-SIN-CONTRATO
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REPORTE MENSUAL DE CONTRATOS POR CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORTE
            ELSE
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-CORTE
            END-IF
            CALL "QG1CX072" USING WK-FECHA-CORTE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: FECHA DE CORTE INVALIDA - "
                       WK-FECHA-CORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'CONTRATO-DIAS-AVISO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-AVISO
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

      * sin archivo de contratos todo canal operando sale sin contrato
            OPEN INPUT HOST-CONTRATOS
            IF FS-CONTRATOS = '00'
               MOVE 'S' TO WS-HAY-CONTRATOS
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONTRATOS DE SERVICIO POR CANAL AL " WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       2000-POR-TERMINAR.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "1. CONTRATOS QUE TERMINAN EN LOS PROXIMOS "
                   WS-DIAS-AVISO " DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN CONTRATO     INICIO   TERMINO  DIAS R PRE "
                   "AVISO-HASTA SITUACION"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF NOT CANAL-INACTIVO AND NOT CANAL-PENDIENTE
                        ADD 1 TO WS-TOT-CANALES
                        PERFORM 2100-REVISA-CANAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004
            IF WS-HAY-CONTRATOS = 'S'
               CLOSE HOST-CONTRATOS
            END-IF.
      *
       2100-REVISA-CANAL.
            CALL "QG1CX260" USING COD-CANAL, WK-FECHA-CORTE,
                                   WK-VIGENTE, WK-NUMERO,
                                   WK-FIN-VIGENTE
            IF WK-VIGENTE NOT = 'S'
               ADD 1 TO WS-TOT-SIN-CONTRATO
               IF WS-TOT-EN-TABLA < 500
                  ADD 1 TO WS-TOT-EN-TABLA
                  MOVE COD-CANAL  TO WS-SC-COD-CANAL(WS-TOT-EN-TABLA)
                  MOVE IND-ESTADO TO WS-SC-ESTADO(WS-TOT-EN-TABLA)
               END-IF
            ELSE
               MOVE 'B' TO WK-OPERACION-FECHA
               MOVE 0   TO WK-DIAS
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FECHA-CORTE, WK-FIN-VIGENTE,
                                      WK-DIAS, WK-FECHA-RESULTADO,
                                      WK-DIAS-RESULTADO
               IF WK-DIAS-RESULTADO NOT > WS-DIAS-AVISO
                  PERFORM 2200-REVISA-SUCESOR
               END-IF
            END-IF.
      *
      * Lo que rige al dia siguiente del termino decide si el canal
      * sale: otro contrato ya firmado lo saca del reporte; el mismo
      * contrato quiere decir que se renueva solo.
       2200-REVISA-SUCESOR.
            MOVE WK-DIAS-RESULTADO TO WK-DIAS-ED
            MOVE 'A' TO WK-OPERACION-FECHA
            MOVE 1   TO WK-DIAS
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FIN-VIGENTE, WK-FECHA-CORTE,
                                   WK-DIAS, WK-DIA-SIGUIENTE,
                                   WK-DIAS-RESULTADO
            CALL "QG1CX260" USING COD-CANAL, WK-DIA-SIGUIENTE,
                                   WK-SIG-VIGENTE, WK-SIG-NUMERO,
                                   WK-SIG-FIN
            IF WK-SIG-VIGENTE = 'S' AND WK-SIG-NUMERO NOT = WK-NUMERO
               CONTINUE
            ELSE
               MOVE COD-CANAL TO CTR-COD-CANAL
               MOVE WK-NUMERO TO CTR-NUMERO
               READ HOST-CONTRATOS
                  KEY IS CTR-LLAVE
                  INVALID KEY
                     MOVE 0     TO CTR-FECHA-INICIO, CTR-DIAS-PREAVISO
                     MOVE SPACE TO CTR-RENOVACION
               END-READ
               IF WK-SIG-VIGENTE = 'S'
                  MOVE 'RENUEVA' TO WK-SITUACION
               ELSE
                  MOVE 'VENCE'   TO WK-SITUACION
               END-IF
               MOVE 'A' TO WK-OPERACION-FECHA
               COMPUTE WK-DIAS = 0 - CTR-DIAS-PREAVISO
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FIN-VIGENTE, WK-FECHA-CORTE,
                                      WK-DIAS, WK-FECHA-AVISO,
                                      WK-DIAS-RESULTADO
               ADD 1 TO WS-TOT-POR-TERMINAR
               MOVE SPACES TO WS-LIN-DETALLE
               STRING COD-CANAL " " WK-NUMERO
                      " " CTR-FECHA-INICIO " " WK-FIN-VIGENTE
                      "  " WK-DIAS-ED " " CTR-RENOVACION
                      " " CTR-DIAS-PREAVISO " " WK-FECHA-AVISO
                      "    " WK-SITUACION
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3000-SIN-CONTRATO.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "2. CANALES OPERANDO SIN CONTRATO VIGENTE"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN E"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOT-EN-TABLA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-SC-COD-CANAL(WS-IDX) " "
                      WS-SC-ESTADO(WS-IDX)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES REVISADOS: " WS-TOT-CANALES
                   "  POR TERMINAR: " WS-TOT-POR-TERMINAR
                   "  SIN CONTRATO: " WS-TOT-SIN-CONTRATO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CANALES REVISADOS     : " WS-TOT-CANALES
            DISPLAY "CONTRATOS POR TERMINAR: " WS-TOT-POR-TERMINAR
            DISPLAY "CANALES SIN CONTRATO  : " WS-TOT-SIN-CONTRATO

            IF WS-TOT-SIN-CONTRATO > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CONTRATOS " WK-FECHA-CORTE
                   " POR TERMINAR " WS-TOT-POR-TERMINAR
                   " SIN CONTRATO " WS-TOT-SIN-CONTRATO
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX261.
