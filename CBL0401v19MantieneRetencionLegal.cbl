      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de las retenciones legales del
      *  detalle de transacciones QG1RETLEG.DAT (COPY QG1RLG01). Un
      *  canal bajo disputa, investigacion o litigio necesita que su
      *  detalle siga en linea aunque pase el plazo de retencion; la
      *  depuracion QG1CX269 no saca el detalle del canal que caiga
      *  en el rango de fechas de una retencion activa. Por consola:
      *    - A: alta de una retencion (canal que exista en HOST004,
      *      rango de fechas validadas con CALL QG1CX072, motivo D
      *      disputa / I investigacion / L litigio y referencia del
      *      caso), numerada con el consecutivo del archivo,
      *    - L: levantar una retencion activa por numero; queda en el
      *      archivo como historia con quien y cuando la levanto,
      *    - C: consultar las retenciones de un canal.
      *  Requiere el permiso de depuracion del operador (CALL
      *  QG1CX109, bandera OPR-PERM-DELETE). El archivo se carga a
      *  memoria y se regraba completo al terminar, como QG1CX189.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX270.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-RETENCIONES ASSIGN TO "QG1RETLEG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-RETENCIONES.
           COPY QG1RLG01.

       FD  HOST004.
           COPY QG1CAN01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-RETENCIONES       PIC X(02).
       01 FS-HOST              PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).
       01 WK-OPCION            PIC X(01).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'D'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-CANAL             PIC X(03).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-HASTA       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-MOTIVO            PIC X(01).
       01 WK-REFERENCIA        PIC X(20).
       01 WK-NUMERO            PIC 9(05).
       01 WK-CANAL-EXISTE      PIC X(01).

       01 WS-ULT-NUMERO        PIC 9(05) VALUE 0.
       01 WS-TOT-RETENCIONES   PIC 9(04) VALUE 0.
       01 WS-TABLA-RETENCIONES.
          05 WS-RLG-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-RETENCIONES.
             10 WS-RLG-REG     PIC X(78).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-LEVANTADAS    PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-RETENCIONES
            PERFORM 3000-ATIENDE-OPCIONES
            PERFORM 4000-REGRABA-RETENCIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE RETENCIONES LEGALES DEL DETALLE"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE DEPURACION - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-RETENCIONES.
            OPEN INPUT HOST-RETENCIONES
            IF FS-RETENCIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RETENCIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-RETENCIONES = 2000
                           DISPLAY "ABEND: TABLA DE RETENCIONES "
                                   "LLENA (2000)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-RETENCIONES
                        MOVE REG-RETENCION-LEGAL
                          TO WS-RLG-REG(WS-TOT-RETENCIONES)
                        IF RLG-NUMERO > WS-ULT-NUMERO
                           MOVE RLG-NUMERO TO WS-ULT-NUMERO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-RETENCIONES
            END-IF
            DISPLAY "RETENCIONES EN EL ARCHIVO : " WS-TOT-RETENCIONES.
      *
       3000-ATIENDE-OPCIONES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               DISPLAY "OPCION (A=ALTA, L=LEVANTAR, C=CONSULTAR, "
                       "ENTER=TERMINAR) : "
               MOVE SPACE TO WK-OPCION
               ACCEPT WK-OPCION
               EVALUATE WK-OPCION
                  WHEN 'A'
                     PERFORM 3100-ALTA-RETENCION
                  WHEN 'L'
                     PERFORM 3300-LEVANTA-RETENCION
                  WHEN 'C'
                     PERFORM 3500-CONSULTA-CANAL
                  WHEN SPACE
                     MOVE 'N' TO WS-SIGUE
                  WHEN OTHER
                     DISPLAY "OPCION INVALIDA"
               END-EVALUATE
            END-PERFORM.
      *
       3100-ALTA-RETENCION.
            DISPLAY "COD-CANAL : "
            ACCEPT WK-CANAL
            DISPLAY "FECHA DESDE (AAAAMMDD) : "
            ACCEPT WK-FECHA-DESDE
            DISPLAY "FECHA HASTA (AAAAMMDD) : "
            ACCEPT WK-FECHA-HASTA
            DISPLAY "MOTIVO (D=DISPUTA, I=INVESTIGACION, "
                    "L=LITIGIO) : "
            MOVE SPACE TO WK-MOTIVO
            ACCEPT WK-MOTIVO
            DISPLAY "REFERENCIA DEL CASO : "
            MOVE SPACES TO WK-REFERENCIA
            ACCEPT WK-REFERENCIA

            PERFORM 3150-VERIFICA-CANAL
            MOVE WK-MOTIVO TO RLG-MOTIVO
            EVALUATE TRUE
               WHEN WK-CANAL-EXISTE NOT = 'S'
                  DISPLAY "RETENCION RECHAZADA: CANAL " WK-CANAL
                          " NO EXISTE"
               WHEN OTHER
                  PERFORM 3200-VALIDA-Y-AGREGA
            END-EVALUATE.
      *
       3150-VERIFICA-CANAL.
            MOVE 'N' TO WK-CANAL-EXISTE
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               MOVE WK-CANAL TO COD-CANAL OF REG-HOST004
               READ HOST004
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 'S' TO WK-CANAL-EXISTE
               END-READ
               CLOSE HOST004
            END-IF.
      *
       3200-VALIDA-Y-AGREGA.
            CALL "QG1CX072" USING WK-FECHA-DESDE, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA = 'S'
               CALL "QG1CX072" USING WK-FECHA-HASTA, WK-FECHA-VALIDA
            END-IF
            EVALUATE TRUE
               WHEN WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "RETENCION RECHAZADA: FECHA INVALIDA"
               WHEN WK-FECHA-HASTA < WK-FECHA-DESDE
                  DISPLAY "RETENCION RECHAZADA: FECHA HASTA MENOR "
                          "QUE DESDE"
               WHEN NOT RLG-MOTIVO-VALIDO
                  DISPLAY "RETENCION RECHAZADA: MOTIVO INVALIDO"
               WHEN WK-REFERENCIA = SPACES
                  DISPLAY "RETENCION RECHAZADA: FALTA LA REFERENCIA "
                          "DEL CASO"
               WHEN WS-TOT-RETENCIONES = 2000
                  DISPLAY "RETENCION RECHAZADA: TABLA LLENA (2000)"
               WHEN OTHER
                  ADD 1 TO WS-ULT-NUMERO
                  MOVE WS-ULT-NUMERO  TO RLG-NUMERO
                  MOVE WK-CANAL       TO RLG-COD-CANAL
                  MOVE WK-FECHA-DESDE TO RLG-FECHA-DESDE
                  MOVE WK-FECHA-HASTA TO RLG-FECHA-HASTA
                  MOVE WK-MOTIVO      TO RLG-MOTIVO
                  MOVE WK-REFERENCIA  TO RLG-REFERENCIA
                  MOVE 'A'            TO RLG-ESTADO
                  MOVE WK-OPERADOR    TO RLG-ALTA-POR
                  MOVE WK-FECHA-HOY   TO RLG-FECHA-ALTA
                  MOVE SPACES         TO RLG-LEVANTADA-POR
                  MOVE 0              TO RLG-FECHA-LEVANTA
                  ADD 1 TO WS-TOT-RETENCIONES
                  MOVE REG-RETENCION-LEGAL
                    TO WS-RLG-REG(WS-TOT-RETENCIONES)
                  ADD 1 TO WS-TOT-ALTAS
                  DISPLAY "RETENCION " WS-ULT-NUMERO " ACTIVA PARA "
                          WK-CANAL " DEL " WK-FECHA-DESDE " AL "
                          WK-FECHA-HASTA
            END-EVALUATE.
      *
       3300-LEVANTA-RETENCION.
            DISPLAY "NUMERO DE RETENCION : "
            ACCEPT WK-NUMERO
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RETENCIONES OR WK-POS > 0
               MOVE WS-RLG-REG(WK-I) TO REG-RETENCION-LEGAL
               IF RLG-NUMERO = WK-NUMERO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               DISPLAY "RETENCION " WK-NUMERO " NO EXISTE"
            ELSE
               MOVE WS-RLG-REG(WK-POS) TO REG-RETENCION-LEGAL
               IF NOT RLG-ACTIVA
                  DISPLAY "RETENCION " WK-NUMERO " YA ESTA LEVANTADA"
               ELSE
                  MOVE 'L'          TO RLG-ESTADO
                  MOVE WK-OPERADOR  TO RLG-LEVANTADA-POR
                  MOVE WK-FECHA-HOY TO RLG-FECHA-LEVANTA
                  MOVE REG-RETENCION-LEGAL TO WS-RLG-REG(WK-POS)
                  ADD 1 TO WS-TOT-LEVANTADAS
                  DISPLAY "RETENCION " WK-NUMERO " LEVANTADA"
               END-IF
            END-IF.
      *
       3500-CONSULTA-CANAL.
            DISPLAY "COD-CANAL : "
            ACCEPT WK-CANAL
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RETENCIONES
               MOVE WS-RLG-REG(WK-I) TO REG-RETENCION-LEGAL
               IF RLG-COD-CANAL = WK-CANAL
                  DISPLAY RLG-NUMERO " " RLG-FECHA-DESDE " - "
                          RLG-FECHA-HASTA " " RLG-MOTIVO " "
                          RLG-REFERENCIA " " RLG-ESTADO " ALTA "
                          RLG-ALTA-POR " " RLG-FECHA-ALTA
               END-IF
            END-PERFORM.
      *
       4000-REGRABA-RETENCIONES.
            IF WS-TOT-ALTAS > 0 OR WS-TOT-LEVANTADAS > 0
               OPEN OUTPUT HOST-RETENCIONES
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-RETENCIONES
                  MOVE WS-RLG-REG(WK-I) TO REG-RETENCION-LEGAL
                  WRITE REG-RETENCION-LEGAL
               END-PERFORM
               CLOSE HOST-RETENCIONES
            END-IF
            DISPLAY "RETENCIONES DADAS DE ALTA : " WS-TOT-ALTAS
            DISPLAY "RETENCIONES LEVANTADAS    : " WS-TOT-LEVANTADAS.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX270.
