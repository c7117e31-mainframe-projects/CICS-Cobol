      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento por consola de los contratos de
      *  servicio por canal QG1CONTR.DAT (COPY QG1CTR01, indexado por
      *  canal + numero de contrato) con el mismo patron de QG1CX245:
      *    A = alta de un contrato firmado,
      *    M = cambio de un contrato existente (adenda de plazo,
      *        cambio de la renovacion o del preaviso),
      *    B = baja de un contrato capturado por error,
      *    C = consulta de los contratos de un canal con su situacion
      *        hoy (START en la llave canal).
      *  Ediciones:
      *    '01' = el canal no existe en HOST004
      *    '02' = falta el numero de contrato
      *    '03' = fecha de firma, inicio o fin invalida (CALL
      *           QG1CX072)
      *    '04' = el fin no es posterior al inicio, o la firma es
      *           posterior al fin
      *    '05' = renovacion distinta de S o N
      *    '06' = el preaviso no cabe en el plazo del contrato
      *  Requiere permiso de escritura del operador (CALL QG1CX109);
      *  cada registro queda con el operador y la fecha real de la
      *  captura. Un contrato que termina no se borra: queda como
      *  historia y el reemplazo se da de alta con su propio numero.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX259.
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
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CONTRATOS ASSIGN TO "QG1CONTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-LLAVE
           FILE STATUS IS FS-CONTRATOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTRATOS.
           COPY QG1CTR01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CONTRATOS         PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-ACCION            PIC X(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-NUMERO            PIC X(12).
       01 WK-FIRMA             PIC 9(08).
       01 WK-INICIO            PIC 9(08).
       01 WK-FIN               PIC 9(08).
       01 WK-RENOVACION        PIC X(01).
       01 WK-PREAVISO          PIC 9(03).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-SITUACION         PIC X(08).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-DIAS              PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-CONTRATOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE CONTRATOS DE SERVICIO POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE ESCRITURA - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-CONTRATOS
            IF FS-CONTRATOS = '35'
               OPEN OUTPUT HOST-CONTRATOS
               CLOSE HOST-CONTRATOS
               OPEN I-O HOST-CONTRATOS
            END-IF
            IF FS-CONTRATOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-CONTRATOS FALLIDO - "
                       "FILE STATUS " FS-CONTRATOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-CONTRATOS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNO
            END-PERFORM

            CLOSE HOST004, HOST-CONTRATOS
            DISPLAY "ALTAS    : " WS-TOT-ALTAS
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "BAJAS    : " WS-TOT-BAJAS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNO.
            DISPLAY "ACCION A/M/B/C (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               IF WK-ACCION = 'C'
                  PERFORM 4000-CONSULTA-CANAL
               ELSE
                  DISPLAY "NUMERO DE CONTRATO : "
                  MOVE SPACES TO WK-NUMERO
                  ACCEPT WK-NUMERO
                  MOVE 0     TO WK-FIRMA, WK-INICIO, WK-FIN,
                                WK-PREAVISO
                  MOVE SPACE TO WK-RENOVACION
                  IF WK-ACCION NOT = 'B'
                     DISPLAY "FECHA DE FIRMA (AAAAMMDD) : "
                     ACCEPT WK-FIRMA
                     DISPLAY "INICIO DE VIGENCIA (AAAAMMDD) : "
                     ACCEPT WK-INICIO
                     DISPLAY "FIN DE VIGENCIA (AAAAMMDD) : "
                     ACCEPT WK-FIN
                     DISPLAY "RENOVACION AUTOMATICA (S/N) : "
                     ACCEPT WK-RENOVACION
                     DISPLAY "DIAS DE PREAVISO (999) : "
                     ACCEPT WK-PREAVISO
                  END-IF
                  PERFORM 2200-EDITA-CONTRATO
                  IF WK-EDIT-STATUS = '00'
                     PERFORM 3000-APLICA-ACCION
                  ELSE
                     ADD 1 TO WS-TOT-RECHAZOS
                  END-IF
               END-IF
            END-IF.
      *
       2200-EDITA-CONTRATO.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00'
               IF WK-NUMERO = SPACES
                  MOVE '02' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: FALTA EL NUMERO DE CONTRATO"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               CALL "QG1CX072" USING WK-FIRMA, WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA = 'S'
                  CALL "QG1CX072" USING WK-INICIO, WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA = 'S'
                  CALL "QG1CX072" USING WK-FIN, WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: FECHA DE FIRMA, INICIO O FIN "
                          "INVALIDA"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-FIN NOT > WK-INICIO
                  MOVE '04' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL FIN " WK-FIN
                          " NO ES POSTERIOR AL INICIO " WK-INICIO
               ELSE
                  IF WK-FIRMA > WK-FIN
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: LA FIRMA " WK-FIRMA
                             " ES POSTERIOR AL FIN " WK-FIN
                  END-IF
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-RENOVACION NOT = 'S' AND WK-RENOVACION NOT = 'N'
                  MOVE '05' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: RENOVACION DEBE SER S O N: "
                          WK-RENOVACION
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-INICIO, WK-FIN,
                                      WK-DIAS, WK-FECHA-RESULTADO,
                                      WK-DIAS-RESULTADO
               IF WK-PREAVISO > WK-DIAS-RESULTADO
                  MOVE '06' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: PREAVISO DE " WK-PREAVISO
                          " DIAS MAYOR QUE EL PLAZO DEL CONTRATO"
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-CODIGO     TO CTR-COD-CANAL
            MOVE WK-NUMERO     TO CTR-NUMERO
            MOVE WK-FIRMA      TO CTR-FECHA-FIRMA
            MOVE WK-INICIO     TO CTR-FECHA-INICIO
            MOVE WK-FIN        TO CTR-FECHA-FIN
            MOVE WK-RENOVACION TO CTR-RENOVACION
            MOVE WK-PREAVISO   TO CTR-DIAS-PREAVISO
            MOVE WK-OPERADOR   TO CTR-OPERADOR
            MOVE WK-FECHA-HOY  TO CTR-FECHA-ALTA

            EVALUATE WK-ACCION
               WHEN 'A'
                  WRITE REG-CONTRATO-CANAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: YA EXISTE EL CONTRATO "
                                WK-NUMERO " DE " WK-CODIGO
                                " (USE CAMBIO)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "CONTRATO " WK-NUMERO " DE "
                                WK-CODIGO " AGREGADO"
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-CONTRATO-CANAL
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: NO EXISTE EL CONTRATO "
                                WK-NUMERO " DE " WK-CODIGO
                                " (USE ALTA)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "CONTRATO " WK-NUMERO " DE "
                                WK-CODIGO " ACTUALIZADO"
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-CONTRATOS
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: NO EXISTE EL CONTRATO "
                                WK-NUMERO " DE " WK-CODIGO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-BAJAS
                        DISPLAY "CONTRATO " WK-NUMERO
                                " ELIMINADO DE " WK-CODIGO
                  END-DELETE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
      * La situacion se muestra sobre el archivo abierto para que
      * incluya lo capturado en esta sesion: la renovacion en curso
      * de un contrato automatico la calcula la rutina QG1CX260.
       4000-CONSULTA-CANAL.
            MOVE WK-CODIGO  TO CTR-COD-CANAL
            MOVE LOW-VALUES TO CTR-NUMERO
            MOVE 'N'        TO WS-EOF
            START HOST-CONTRATOS KEY NOT < CTR-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START

            DISPLAY "CONTRATOS DEL CANAL " WK-CODIGO
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CONTRATOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CTR-COD-CANAL NOT = WK-CODIGO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        PERFORM 4100-MUESTRA-CONTRATO
                     END-IF
               END-READ
            END-PERFORM.
      *
       4100-MUESTRA-CONTRATO.
            EVALUATE TRUE
               WHEN CTR-FECHA-INICIO > WK-FECHA-HOY
                  MOVE 'FUTURO'   TO WK-SITUACION
               WHEN CTR-FECHA-FIN NOT < WK-FECHA-HOY
                  MOVE 'VIGENTE'  TO WK-SITUACION
               WHEN CTR-RENUEVA-AUTO
                  MOVE 'RENOVADO' TO WK-SITUACION
               WHEN OTHER
                  MOVE 'VENCIDO'  TO WK-SITUACION
            END-EVALUATE
            DISPLAY "  " CTR-NUMERO
                    "  FIRMA " CTR-FECHA-FIRMA
                    "  " CTR-FECHA-INICIO " A " CTR-FECHA-FIN
                    "  RENUEVA " CTR-RENOVACION
                    "  PREAVISO " CTR-DIAS-PREAVISO
                    "  " WK-SITUACION.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX259.
