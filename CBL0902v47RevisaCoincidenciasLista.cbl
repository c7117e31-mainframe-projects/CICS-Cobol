      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Revision por consola de las coincidencias contra
      *  la lista de vigilancia QG1COINC.DAT (COPY QG1COI01) que dejan
      *  el cotejo semanal QG1CX252 y la captura de canales y
      *  contactos, con el patron de mantenimiento de QG1CX245:
      *    V = ver las coincidencias de un canal (START en la llave
      *        canal), con su estado y puntaje,
      *    C = confirmar una coincidencia: el canal queda bloqueado
      *        para pasar a ACTIVO (QG1CX181) y sus autorizaciones en
      *        linea se refieren (QG1CX236),
      *    D = descartar un falso positivo: no vuelve a aparecer en
      *        los cotejos siguientes.
      *  Ediciones:
      *    '01' = no existe la coincidencia canal + origen + entrada
      *    '02' = la coincidencia ya esta en el estado pedido
      *    '03' = falta la nota que sustenta la decision
      *  Una confirmada se puede descartar despues (y al reves) si
      *  cumplimiento cambia de criterio; queda el ultimo revisor.
      *  Requiere permiso de revision del operador (CALL QG1CX109 'R');
      *  cada decision queda con el revisor, la fecha y la nota.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX255.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COINCIDENCIAS ASSIGN TO "QG1COINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COI-LLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COINCIDENCIAS.
           COPY QG1COI01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-COINCIDENCIAS     PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'R'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-ACCION            PIC X(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-ORIGEN            PIC X(01).
       01 WK-LST-ID            PIC X(12).
       01 WK-NOTA              PIC X(40).
       01 WK-ESTADO-NUEVO      PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-ESTADO-TXT        PIC X(11).
       01 WK-VISTAS            PIC 9(03).

       01 WS-TOT-CONFIRMADAS   PIC 9(04) VALUE 0.
       01 WS-TOT-DESCARTADAS   PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-REVISA-COINCIDENCIAS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "REVISION DE COINCIDENCIAS CON LA LISTA DE VIGILANCIA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE REVISION - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-COINCIDENCIAS
            IF FS-COINCIDENCIAS NOT = '00'
               DISPLAY "ABEND: SIN COINCIDENCIAS QG1COINC.DAT - FILE "
                       "STATUS " FS-COINCIDENCIAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-REVISA-COINCIDENCIAS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-REVISA-UNA
            END-PERFORM

            CLOSE HOST-COINCIDENCIAS
            DISPLAY "CONFIRMADAS : " WS-TOT-CONFIRMADAS
            DISPLAY "DESCARTADAS : " WS-TOT-DESCARTADAS
            DISPLAY "RECHAZOS    : " WS-TOT-RECHAZOS.
      *
       2100-REVISA-UNA.
            DISPLAY "ACCION C/D/V (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               EVALUATE WK-ACCION
                  WHEN 'V'
                     PERFORM 4000-VER-CANAL
                  WHEN 'C'
                  WHEN 'D'
                     DISPLAY "ORIGEN (N=NOMBRE CANAL, C=CONTACTO) : "
                     ACCEPT WK-ORIGEN
                     DISPLAY "ID DE LA ENTRADA EN LA LISTA : "
                     ACCEPT WK-LST-ID
                     DISPLAY "NOTA DE LA DECISION : "
                     MOVE SPACES TO WK-NOTA
                     ACCEPT WK-NOTA
                     MOVE WK-ACCION TO WK-ESTADO-NUEVO
                     PERFORM 2200-EDITA-DECISION
                     IF WK-EDIT-STATUS = '00'
                        PERFORM 3000-APLICA-DECISION
                     ELSE
                        ADD 1 TO WS-TOT-RECHAZOS
                     END-IF
                  WHEN OTHER
                     ADD 1 TO WS-TOT-RECHAZOS
                     DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
               END-EVALUATE
            END-IF.
      *
       2200-EDITA-DECISION.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COI-COD-CANAL
            MOVE WK-ORIGEN TO COI-ORIGEN
            MOVE WK-LST-ID TO COI-LST-ID
            READ HOST-COINCIDENCIAS
               KEY IS COI-LLAVE
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: NO EXISTE LA COINCIDENCIA "
                          WK-CODIGO " " WK-ORIGEN " " WK-LST-ID
            END-READ

            IF WK-EDIT-STATUS = '00'
               IF COI-ESTADO = WK-ESTADO-NUEVO
                  MOVE '02' TO WK-EDIT-STATUS
                  PERFORM 4100-TEXTO-ESTADO
                  DISPLAY "RECHAZADO: LA COINCIDENCIA YA ESTA "
                          WK-ESTADO-TXT
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00'
               IF WK-NOTA = SPACES
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: LA DECISION REQUIERE UNA NOTA"
               END-IF
            END-IF.
      *
       3000-APLICA-DECISION.
            MOVE WK-ESTADO-NUEVO TO COI-ESTADO
            MOVE WK-OPERADOR     TO COI-REVISOR
            MOVE WK-FECHA-HOY    TO COI-FECHA-REVISION
            MOVE WK-NOTA         TO COI-NOTA
            REWRITE REG-COINCIDENCIA
               INVALID KEY
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "RECHAZADO: NO SE PUDO ACTUALIZAR LA "
                          "COINCIDENCIA - FILE STATUS "
                          FS-COINCIDENCIAS
               NOT INVALID KEY
                  IF COI-CONFIRMADA
                     ADD 1 TO WS-TOT-CONFIRMADAS
                     DISPLAY "COINCIDENCIA CONFIRMADA: EL CANAL "
                             WK-CODIGO " QUEDA BLOQUEADO"
                  ELSE
                     ADD 1 TO WS-TOT-DESCARTADAS
                     DISPLAY "COINCIDENCIA DESCARTADA PARA EL CANAL "
                             WK-CODIGO
                  END-IF
            END-REWRITE.
      *
       4000-VER-CANAL.
            MOVE LOW-VALUES TO COI-LLAVE
            MOVE WK-CODIGO  TO COI-COD-CANAL
            MOVE 0          TO WK-VISTAS
            MOVE 'N'        TO WS-EOF
            START HOST-COINCIDENCIAS KEY NOT < COI-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START

            DISPLAY "COINCIDENCIAS DEL CANAL " WK-CODIGO
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COINCIDENCIAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF COI-COD-CANAL NOT = WK-CODIGO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        ADD 1 TO WK-VISTAS
                        PERFORM 4100-TEXTO-ESTADO
                        DISPLAY COI-ORIGEN " " COI-LST-ID " "
                                COI-LST-TIPO " " COI-CLASE " "
                                COI-PUNTAJE " " WK-ESTADO-TXT " "
                                COI-NOMBRE(1:30)
                        DISPLAY "    LISTA: " COI-LST-NOMBRE(1:40)
                        IF NOT COI-POR-REVISAR
                           DISPLAY "    REVISO " COI-REVISOR " EL "
                                   COI-FECHA-REVISION ": " COI-NOTA
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WK-VISTAS = 0
               DISPLAY "EL CANAL " WK-CODIGO
                       " NO TIENE COINCIDENCIAS REGISTRADAS"
            END-IF.
      *
       4100-TEXTO-ESTADO.
            EVALUATE TRUE
               WHEN COI-CONFIRMADA
                  MOVE 'CONFIRMADA' TO WK-ESTADO-TXT
               WHEN COI-DESCARTADA
                  MOVE 'DESCARTADA' TO WK-ESTADO-TXT
               WHEN OTHER
                  MOVE 'POR REVISAR' TO WK-ESTADO-TXT
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX255.
